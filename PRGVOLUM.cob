       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGVOLUM.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = GRAVADOR COMUM DO VOLUME PROCESSADO PELOS PASSOS DA
      * CADEIA NOTURNA: O PROGRAMA CHAMA COM SEU NOME, O ARQUIVO DE
      * ENTRADA E A QUANTIDADE DE REGISTROS QUE PROCESSOU, E A
      * ENTRADA VAI EM EXTEND PARA O VOLHIST (VOLREC.COB) COM DATA,
      * HORA E DIA DA SEMANA - A CONFERENCIA CONTRA A MEDIA DO MESMO
      * DIA DA SEMANA E O RELATORIO DE TENDENCIA SAO DO PROGCOB143
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUME-HISTORY-FILE ASSIGN TO 'VOLHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VOL.
       DATA DIVISION.
       FILE SECTION.
       FD  VOLUME-HISTORY-FILE.
       COPY 'VOLREC.COB'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-VOL      PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
       LINKAGE SECTION.
       01 LNK-PROGRAMA    PIC X(10).
       01 LNK-ARQUIVO     PIC X(10).
       01 LNK-QTD         PIC 9(09).
       PROCEDURE DIVISION USING LNK-PROGRAMA LNK-ARQUIVO LNK-QTD.
       0001-PRINCIPAL.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           ACCEPT WRK-DIA-SEMANA FROM DAY-OF-WEEK.
           OPEN EXTEND VOLUME-HISTORY-FILE.
           IF WRK-FS-VOL NOT = '00'
               OPEN OUTPUT VOLUME-HISTORY-FILE
           END-IF.
           MOVE SPACES TO VOL-REC.
           MOVE LNK-ARQUIVO TO VOL-ARQUIVO.
           MOVE LNK-PROGRAMA TO VOL-PROGRAMA.
           MOVE WRK-DATA-HOJE TO VOL-DATA.
           MOVE WRK-HORA-HOJE TO VOL-HORA.
           MOVE WRK-DIA-SEMANA TO VOL-DIA-SEMANA.
           MOVE LNK-QTD TO VOL-QTD.
           WRITE VOL-REC.
           CLOSE VOLUME-HISTORY-FILE.
           GOBACK.
