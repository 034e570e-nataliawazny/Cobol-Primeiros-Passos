      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SALES-SHIFT-FILE -
      *> LAYOUT COMUM DO STN-REC (SALESTN): RESUMO DIARIO DO VAREJO
      *> POR CAIXA E TURNO, GRAVADO PELO PROGCOB15 AO LADO DO SALESCX
      *> E LIDO PELA CONFERENCIA DE TURNOS DO PROGCOB133
      *> STN-TURNO = SLS-TURNO DA LINHA (00 = LINHA SEM TURNO)
      *> STN-VENDAS-DIN / STN-DEVOL-DIN = VENDAS RECEBIDAS E
      *> DEVOLUCOES PAGAS EM DINHEIRO NO TURNO (SO ELAS MEXEM NA
      *> GAVETA); STN-LIQ-DIN = VENDAS-DIN - DEVOL-DIN
       01  STN-REC.
           02 STN-DATA      PIC 9(08).
           02 STN-LOJA      PIC 9(02).
           02 STN-CAIXA     PIC 9(02).
           02 STN-TURNO     PIC 9(02).
           02 STN-QTD       PIC 9(06).
           02 STN-VENDAS-DIN PIC 9(09)V99.
           02 STN-DEVOL-DIN PIC 9(09)V99.
           02 STN-LIQ-DIN   PIC S9(09)V99.
