      *> PROGCOB09 E ATUALIZADO PELO ACOMPANHAMENTO DO PROGCOB26
      *> SST-NUMERO = NUMERO SEQUENCIAL DO PEDIDO (CONTROLE EM ORDCTL)
      *> SST-STATUS = CALCULADO / DESPACHADO / ENTREGUE / DEVOLVIDO
      *> COM A SEPARACAO DO ARMAZEM (PROGCOB154): SEPARACAO (NA LISTA
      *> DE SEPARACAO, AGUARDANDO CONFERENCIA) / SEPARADO (CONFERIDO,
      *> LIBERADO PARA O ROMANEIO) / CANCELADO (NADA FOI SEPARADO -
      *> TODOS OS ITENS VIRARAM BACKORDER)
      *> SST-DATA-STATUS = DATA DA ULTIMA MUDANCA DE STATUS
      *> SST-PREVISAO = DATA PROMETIDA DE ENTREGA, CALCULADA EM DIAS
      *> UTEIS PELO PRGDIAUT COM O PRAZO POR UF DO ARQUIVO PRAZOUF
      *> SEM TRANSPORTADORA ATRIBUIDA
      *> SST-CLIENTE E SST-PESO = CLIENTE E PESO DO PEDIDO, GRAVADOS
      *> PELO LOTE PARA O ROMANEIO (PROGCOB72) E AS ETIQUETAS SAIREM
      *> SEM CRUZAR ARQUIVOS JA CONSUMIDOS; SST-PESO PARA EM 999,99
      *> SST-EMBARQUE = NUMERO DO EMBARQUE FISICO: O LOTE GRAVA O
      *> PROPRIO SST-NUMERO; A CONSOLIDACAO DO PROGCOB106 TROCA PELO
      *> NUMERO DO PEDIDO LIDER QUANDO JUNTA PEDIDOS DO MESMO CLIENTE,
      *> UF E TRANSPORTADORA NUM SO EMBARQUE (SST-PESO CONTINUA O DO
      *> PEDIDO E SST-FRETE A PARCELA DELE NO FRETE DO EMBARQUE);
      *> REGISTRO ANTIGO SEM O CAMPO (BRANCOS) = EMBARQUE PROPRIO
      *> SST-ENDERECO = ENDERECO DE ENTREGA DO PEDIDO NO ENDENTR
      *> (EDEREC.COB), 00 = ENDERECO DO CADASTRO; SST-LOGRADOURO,
      *> SST-CIDADE E SST-CEP = O ENDERECO DE ENTREGA GRAVADO PELO
      *> LOTE (SST-UF E A UF DELE), PARA O ROMANEIO E AS ETIQUETAS
      *> SAIREM NO ENDERECO CERTO MESMO QUE O CADASTRO MUDE DEPOIS; A
      *> NOTA FISCAL CONTINUA COM O ENDERECO DE FATURAMENTO DO
      *> CUSTMAST. REGISTRO ANTIGO SEM OS CAMPOS (BRANCOS) = ENDERECO
      *> DO CADASTRO
      *> SST-PESO-REAL = PESO REAL DO PEDIDO (ATE 99999,99 KG), SOMADO
      *> PELO ROMANEIO CONTRA A CAPACIDADE DO VEICULO E PELA
      *> CONSOLIDACAO; REGISTRO ANTIGO SEM O CAMPO (BRANCOS) = VALE O
      *> SST-PESO
       01  SST-REC.
           02 SST-NUMERO      PIC 9(08).
           02 SST-DATA        PIC 9(08).
           02 SST-TRANSP      PIC 9(02).
           02 SST-CLIENTE     PIC 9(06).
           02 SST-PESO        PIC 9(03)V99.
           02 SST-EMBARQUE    PIC 9(08).
           02 SST-ENDERECO    PIC 9(02).
           02 SST-LOGRADOURO  PIC X(30).
           02 SST-CIDADE      PIC X(20).
           02 SST-CEP         PIC 9(08).
           02 SST-PESO-REAL   PIC 9(05)V99.
