      *> COPY DENTRO DE FILE SECTION, APOS O FD DO PAYABLE-FILE -
      *> LAYOUT COMUM DO PAG-REC (CONTAPAG): TITULOS DO CONTAS A
      *> PAGAR, ABERTOS PELO PROGCOB112 QUANDO A NOTA DO FORNECEDOR E
      *> CONFERIDA OU APROVADA (UMA PARCELA POR VENCIMENTO) E
      *> ENVELHECIDOS POR FORNECEDOR PELO PROGCOB113; PAGOS PELO
      *> LOTE DE PAGAMENTO DO PROGCOB114 (REMESSA BANKPAG) E BAIXADOS
      *> PELO RETORNO DO BANCO NO PROGCOB115 (BANKPRT)
      *> PAG-TITULO = NFF-NUMERO DA NOTA QUE ORIGINOU O TITULO
      *> PAG-STATUS = 'A' ABERTO / 'E' ENVIADO AO BANCO NA REMESSA /
      *>              'P' PAGO / 'R' REJEITADO PELO BANCO (VOLTA A
      *>              SER SELECIONADO NO PROXIMO LOTE)
      *> PAG-DATA-PGTO E PAG-VALOR-PAGO = ZEROS ENQUANTO ABERTO
       01  PAG-REC.
           02 PAG-TITULO     PIC 9(08).
           02 PAG-PARCELA    PIC 9(02).
           02 PAG-FORNECEDOR PIC 9(04).
           02 PAG-NOTA       PIC X(10).
           02 PAG-VALOR      PIC 9(08)V99.
           02 PAG-EMISSAO    PIC 9(08).
           02 PAG-VENCTO     PIC 9(08).
           02 PAG-STATUS     PIC X(01).
           02 PAG-DATA-PGTO  PIC 9(08).
           02 PAG-VALOR-PAGO PIC 9(08)V99.
