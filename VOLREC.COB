      *> COPY DENTRO DE FILE SECTION, APOS O FD DO VOLUME-HISTORY-FILE
      *> - LAYOUT COMUM DO VOL-REC (VOLHIST): UMA ENTRADA POR
      *> EXECUCAO DE PASSO DA CADEIA E ARQUIVO DE ENTRADA, GRAVADA EM
      *> EXTEND PELO PRGVOLUM COM A QUANTIDADE DE REGISTROS QUE O
      *> PASSO PROCESSOU; CONFERIDA E TABULADA PELO PROGCOB143
      *> VOL-DIA-SEMANA = 1 SEGUNDA ... 7 DOMINGO
      *> REEXECUCAO NO MESMO DIA GRAVA OUTRA ENTRADA - VALE A ULTIMA
      *> DA DATA
       01  VOL-REC.
           02 VOL-ARQUIVO    PIC X(10).
           02 VOL-PROGRAMA   PIC X(10).
           02 VOL-DATA       PIC 9(08).
           02 VOL-HORA       PIC 9(08).
           02 VOL-DIA-SEMANA PIC 9(01).
           02 VOL-QTD        PIC 9(09).
