      *> COPY DENTRO DE FILE SECTION, APOS O FD DO
      *> FREIGHT-HISTORY-FILE - LAYOUT COMUM DO HIS-REC (FRETEHIS):
      *> EMBARQUES COBRADOS E ACEITOS NAS AUDITORIAS DE FATURA DO
      *> PROGCOB107 (ARQUIVO ACUMULATIVO), USADO CONTRA NOVA COBRANCA
      *> DO MESMO EMBARQUE E COMO FRETE REALMENTE PAGO NA
      *> RENTABILIDADE DO PROGCOB111
      *> HIS-EMBARQUE = SST-EMBARQUE (PEDIDO LIDER NO CONSOLIDADO)
      *> HIS-VALOR = FRETE COBRADO E ACEITO PELO EMBARQUE INTEIRO
       01  HIS-REC.
           02 HIS-TRANSP   PIC 9(02).
           02 HIS-EMBARQUE PIC 9(08).
           02 HIS-CONHEC   PIC X(10).
           02 HIS-DATA     PIC 9(08).
           02 HIS-VALOR    PIC 9(06)V99.
