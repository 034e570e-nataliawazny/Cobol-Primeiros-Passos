      *> COPY DENTRO DE FILE SECTION, APOS O FD DO STOCK-MOVEMENT-FILE
      *> - LAYOUT COMUM DO MVE-REC (ESTMOV): MOVIMENTOS DE ESTOQUE
      *> GRAVADOS EM EXTEND PELO RECEBIMENTO DE MERCADORIA, PELO
      *> LOTE DE FRETE DO PROGCOB09 (UMA SAIDA POR ITEM PRECIFICADO,
      *> COM A QUANTIDADE DO ITEM), PELO RECEBIMENTO DE DEVOLUCAO
      *> DE CLIENTE DO PROGCOB109 (ENTRADA) E PELOS AJUSTES
      *> APROVADOS NA CONTAGEM DE INVENTARIO DO PROGCOB110 E PELAS
      *> TRANSFERENCIAS ENTRE LOJAS DO PROGCOB117 (SAIDA NA ORIGEM NO
      *> ENVIO, ENTRADA NO DESTINO NA CONFIRMACAO DO RECEBIMENTO);
      *> POSTADOS NO SALDO (ESTOQUE)
      *> PELO PROGCOB62, QUE ESVAZIA O ARQUIVO APOS POSTAR
      *> MVE-TIPO = 'E' ENTRADA / 'S' SAIDA / 'A' AJUSTE PARA A
      *> QUANTIDADE CONTADA (INVENTARIO)
           02 MVE-QTD      PIC 9(05).
           02 MVE-DATA     PIC 9(08).
           02 MVE-ORIGEM   PIC X(10).
      *> MVE-CUSTO-UNIT = CUSTO UNITARIO DE COMPRA DA ENTRADA DO
      *> PROGCOB64; ZEROS NOS DEMAIS MOVIMENTOS (ENTRADA SEM CUSTO NAO
      *> ALTERA O CUSTO MEDIO)
           02 MVE-CUSTO-UNIT PIC 9(06)V99.
      *> MVE-DOCUMENTO = DOCUMENTO DE ORIGEM: PEDIDO (PROGCOB09),
      *> ORDEM DE COMPRA (PROGCOB64), RMA (PROGCOB109) OU CONTAGEM
      *> DE INVENTARIO (PROGCOB110) OU TRANSFERENCIA (PROGCOB117)
           02 MVE-DOCUMENTO  PIC 9(08).
      *> MVE-LOJA = LOJA/DEPOSITO DO MOVIMENTO; MOVIMENTO ANTIGO SEM O
      *> CAMPO (NAO NUMERICO) POSTA NA LOJA 01
           02 MVE-LOJA       PIC 9(02).
      *> MVE-KIT = KIT VENDIDO QUANDO A SAIDA DO PROGCOB09 E DE UM
      *> COMPONENTE EXPLODIDO DO KITMAST (MVE-CODIGO = COMPONENTE);
      *> ZEROS NOS DEMAIS MOVIMENTOS
           02 MVE-KIT        PIC 9(06).
