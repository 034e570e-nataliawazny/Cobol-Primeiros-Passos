      *> TRP-UFS = LISTA CORRIDA DAS UFS ATENDIDAS (ATE 10 PARES,
      *> EX 'SPRJMG'); A PRIMEIRA TRANSPORTADORA QUE ATENDE A UF DO
      *> PEDIDO LEVA O EMBARQUE
      *> TRP-FATOR = FATOR DE CUSTO DA TRANSPORTADORA SOBRE O FRETE
      *> CALCULADO (SST-FRETE) - BASE DO VALOR ESPERADO NA AUDITORIA
      *> DA FATURA DE FRETE DO PROGCOB107
      *> TRP-CAPACIDADE = PESO MAXIMO POR VEICULO EM KG E TRP-VEICULOS
      *> = VEICULOS DISPONIVEIS POR DIA, USADOS PELO ROMANEIO DO
      *> PROGCOB72 PARA MONTAR AS CARGAS; ZEROS OU BRANCOS (REGISTRO
      *> ANTIGO) = SEM LIMITE DE CARGA
       01  TRP-REC.
           02 TRP-CODIGO   PIC 9(02).
           02 TRP-NOME     PIC X(20).
           02 TRP-UFS      PIC X(20).
           02 TRP-FATOR    PIC 9(01)V99.
           02 TRP-CAPACIDADE PIC 9(05)V99.
           02 TRP-VEICULOS PIC 9(02).
