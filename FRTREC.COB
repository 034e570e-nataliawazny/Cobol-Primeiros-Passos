      *> COPY DENTRO DE FILE SECTION, APOS O FD DO CARRIER-BILL-FILE -
      *> LAYOUT COMUM DO FRT-REC (FRETEFAT): FATURA MENSAL DAS
      *> TRANSPORTADORAS, UMA LINHA POR EMBARQUE COBRADO, IMPORTADA E
      *> AUDITADA PELO PROGCOB107 CONTRA O SHIPSTAT
      *> FRT-CONHEC = NUMERO DO CONHECIMENTO DE TRANSPORTE NA FATURA
      *> FRT-DATA = DATA DE EMISSAO DA FATURA
      *> FRT-PEDIDO = NUMERO DO PEDIDO (SST-NUMERO) INFORMADO PELA
      *> TRANSPORTADORA - EM EMBARQUE CONSOLIDADO QUALQUER PEDIDO DA
      *> CARGA IDENTIFICA O EMBARQUE INTEIRO
      *> FRT-VALOR = FRETE COBRADO PELO EMBARQUE
       01  FRT-REC.
           02 FRT-TRANSP   PIC 9(02).
           02 FRT-CONHEC   PIC X(10).
           02 FRT-DATA     PIC 9(08).
           02 FRT-PEDIDO   PIC 9(08).
           02 FRT-VALOR    PIC 9(06)V99.
