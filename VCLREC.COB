      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SALES-CUSTOMER-FILE
      *> - LAYOUT COMUM DO VCL-REC (SALESCLI): COMPRAS DO DIA POR LOJA
      *> E CLIENTE IDENTIFICADO NA VENDA (SLS-CLIENTE), GRAVADO PELO
      *> PROGCOB15 E LIDO PELO PROGRAMA DE FIDELIDADE (PROGCOB134)
      *> VCL-VENDAS E VCL-DEVOL = VALOR BRUTO DAS VENDAS E DAS
      *> DEVOLUCOES DO CLIENTE NO DIA, EM QUALQUER FORMA DE PAGAMENTO
       01  VCL-REC.
           02 VCL-DATA        PIC 9(08).
           02 VCL-LOJA        PIC 9(02).
           02 VCL-CLIENTE     PIC 9(06).
           02 VCL-QTD         PIC 9(06).
           02 VCL-VENDAS      PIC 9(09)V99.
           02 VCL-DEVOL       PIC 9(09)V99.
