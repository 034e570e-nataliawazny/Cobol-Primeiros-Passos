      *> COPY DENTRO DE FILE SECTION, APOS O FD DO INBOUND-REGISTER -
      *> LAYOUT COMUM DO INB-REC (INBREG): UMA ENTRADA POR ARQUIVO
      *> EXTERNO APRESENTADO NO PORTAO DE ENTRADA (PROGCOB142), ACEITO
      *> OU RECUSADO, NUMERADO EM SERIE NO INBCTL
      *> INB-INTERFACE = NOME FIXO LIDO PELO IMPORTADOR (POSFILE -
      *> PROGCOB38, BANKRET - PROGCOB58, PARCFILE - PROGCOB67,
      *> ENTRCONF - PROGCOB70); INB-ARQ-CHEGADA = ARQUIVO ENTREGUE
      *> INB-HASH = HASH DO CONTEUDO CALCULADO PELO PRGINBOX
      *> INB-DATA-MOV = DATA DO MOVIMENTO TIRADA DO CONTEUDO (HEADER
      *> DO BANKRET, MAIOR DATA DOS ITENS NO POSFILE E NO ENTRCONF;
      *> ZEROS NO PARCFILE, QUE NAO TRAZ DATA)
      *> INB-STATUS = 'A' ACEITO, AGUARDANDO O IMPORTADOR / 'C'
      *> CONSUMIDO (PROGRAMA E DATA EM INB-PROGRAMA / INB-DATA-BAIXA)
      *> / 'R' RECUSADO NA CHEGADA (MOTIVO) / 'X' CANCELADO ANTES DA
      *> IMPORTACAO (DATA EM INB-DATA-BAIXA)
       01  INB-REC.
           02 INB-NUMERO       PIC 9(06).
           02 INB-INTERFACE    PIC X(08).
           02 INB-ARQ-CHEGADA  PIC X(12).
           02 INB-FONTE        PIC X(08).
           02 INB-DATA-CHEGADA PIC 9(08).
           02 INB-HORA-CHEGADA PIC 9(08).
           02 INB-QTD-REG      PIC 9(08).
           02 INB-HASH         PIC 9(12).
           02 INB-DATA-MOV     PIC 9(08).
           02 INB-STATUS       PIC X(01).
           02 INB-MOTIVO       PIC X(30).
           02 INB-DATA-BAIXA   PIC 9(08).
           02 INB-PROGRAMA     PIC X(10).
