      *> COPY DENTRO DE FILE SECTION, APOS O FD DO FREIGHT-RELEASE-FILE
      *> - LAYOUT COMUM DO FLB-REC (FRETELIB): FRETE DE TRANSPORTADORA
      *> LIBERADO PARA PAGAMENTO, UMA LINHA POR TRANSPORTADORA EM CADA
      *> AUDITORIA DE FATURA DO PROGCOB107 (ARQUIVO ACUMULATIVO)
      *> FLB-DATA = DATA DA AUDITORIA
      *> FLB-QTD / FLB-VALOR = EMBARQUES ACEITOS E TOTAL LIBERADO
      *> FLB-GLOSA = TOTAL COBRADO E RETIDO EM DISPUTA (SOBREPRECO,
      *> COBRANCA EM DUPLICIDADE E EMBARQUE NAO DESPACHADO)
      *> FLB-SITUACAO = 'L' LIBERADO PARA PAGAMENTO
       01  FLB-REC.
           02 FLB-TRANSP   PIC 9(02).
           02 FLB-DATA     PIC 9(08).
           02 FLB-QTD      PIC 9(05).
           02 FLB-VALOR    PIC 9(08)V99.
           02 FLB-GLOSA    PIC 9(08)V99.
           02 FLB-SITUACAO PIC X(01).
