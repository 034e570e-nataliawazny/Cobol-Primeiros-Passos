      *> COPY DENTRO DE FILE SECTION, APOS O FD DO TRANSFER-FILE -
      *> LAYOUT COMUM DO TRF-REC (TRANSFER): DOCUMENTOS DE
      *> TRANSFERENCIA DE MERCADORIA ENTRE LOJAS, EMITIDOS E
      *> CONFIRMADOS PELO PROGCOB117 (NUMERACAO SEQUENCIAL EM TRFCTL,
      *> COMO O OCPCTL DAS ORDENS DE COMPRA)
      *> TRF-STATUS = TRANSITO (ENVIADA, A SAIDA DA ORIGEM JA ESTA NO
      *> ESTMOV) / RECEBIDA (CONFIRMADA PELA LOJA DE DESTINO, QUE
      *> RECEBE A ENTRADA NO ESTMOV)
      *> TRF-CUSTO-UNIT = CUSTO MEDIO DA LOJA DE ORIGEM NO ENVIO,
      *> LEVADO NA ENTRADA DO DESTINO PARA O CUSTO MEDIO DO PROGCOB62
       01  TRF-REC.
           02 TRF-NUMERO       PIC 9(08).
           02 TRF-CODIGO       PIC 9(06).
           02 TRF-QTD          PIC 9(05).
           02 TRF-LOJA-ORIGEM  PIC 9(02).
           02 TRF-LOJA-DESTINO PIC 9(02).
           02 TRF-DATA-ENVIO   PIC 9(08).
           02 TRF-STATUS       PIC X(10).
           02 TRF-DATA-RECEB   PIC 9(08).
           02 TRF-CUSTO-UNIT   PIC 9(06)V99.
           02 TRF-EMITENTE     PIC X(20).
           02 TRF-RECEBEDOR    PIC X(20).
