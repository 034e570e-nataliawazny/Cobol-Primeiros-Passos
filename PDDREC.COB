      *> COPY DENTRO DE FILE SECTION, APOS O FD DO PROVISION-FILE -
      *> LAYOUT COMUM DO PDC-REC (PDDCTL): MOVIMENTO DA PROVISAO PARA
      *> DEVEDORES DUVIDOSOS, GRAVADO EM EXTEND
      *> PDC-TIPO = 'P' AJUSTE MENSAL DA PROVISAO (PROGCOB125, UM POR
      *> MES, PDC-VALOR COM SINAL = PROVISAO EXIGIDA - SALDO) /
      *> 'B' TITULO BAIXADO COMO PERDA CONTRA A PROVISAO (PROGCOB99,
      *> NA APROVACAO DA SOLICITACAO 'PERDA')
      *> SALDO DA PROVISAO = SOMA DOS 'P' - SOMA DOS 'B'
      *> PDC-DOCUMENTO = MESMO DOCUMENTO DO EVENTO NO EVTCTB ('PV' +
      *> AAAAMM OU 'PD' + PEDIDO + PARCELA)
       01  PDC-REC.
           02 PDC-TIPO      PIC X(01).
           02 PDC-ANOMES    PIC 9(06).
           02 PDC-DATA      PIC 9(08).
           02 PDC-DOCUMENTO PIC X(20).
           02 PDC-VALOR     PIC S9(09)V99.
           02 PDC-OPERADOR  PIC X(20).
