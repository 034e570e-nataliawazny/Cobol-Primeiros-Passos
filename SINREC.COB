      *> COPY DENTRO DE FILE SECTION, APOS O FD DO CLAIM-FILE -
      *> LAYOUT COMUM DO SIN-REC (SINISTRO): RECLAMACOES CONTRA A
      *> TRANSPORTADORA POR EXTRAVIO OU AVARIA DE UM EMBARQUE,
      *> ABERTAS E ACOMPANHADAS PELO PROGCOB108
      *> SIN-NUMERO = NUMERO SEQUENCIAL DO SINISTRO
      *> SIN-PEDIDO = SST-NUMERO DO EMBARQUE RECLAMADO (SHIPSTAT) E
      *> SIN-TRANSP = TRANSPORTADORA DELE NA ABERTURA
      *> SIN-MOTIVO = 'E' EXTRAVIO / 'A' AVARIA
      *> SIN-SITUACAO = 'A' ABERTO / 'F' FORMALIZADO NA TRANSPORTADORA
      *>                'C' ACEITO / 'R' RECUSADO / 'P' PAGO
      *> SIN-DATA-SITUACAO = DATA DA ULTIMA MUDANCA DE SITUACAO
      *> SIN-RECUPERADO = VALOR RECEBIDO DA TRANSPORTADORA (SO 'P')
      *> SINISTRO NAO RECUSADO TIRA O EMBARQUE DO INDICE DE
      *> PONTUALIDADE DO PROGCOB71
       01  SIN-REC.
           02 SIN-NUMERO        PIC 9(06).
           02 SIN-PEDIDO        PIC 9(08).
           02 SIN-TRANSP        PIC 9(02).
           02 SIN-MOTIVO        PIC X(01).
           02 SIN-DESCRICAO     PIC X(30).
           02 SIN-VALOR         PIC 9(07)V99.
           02 SIN-SITUACAO      PIC X(01).
           02 SIN-DATA-ABERTURA PIC 9(08).
           02 SIN-DATA-SITUACAO PIC 9(08).
           02 SIN-RECUPERADO    PIC 9(07)V99.
           02 SIN-OPERADOR      PIC X(20).
