      * DA CHAVE (SOMA DOS ORD DOS BYTES DA CHAVE) QUE A RECARGA DO
      * PROGCOB48 CONFERE ANTES DE DECLARAR SUCESSO
      * DATA = XX/XX/XXXX
      * MANUTENCAO = TRAILER GUARDA TAMBEM O ULTIMO SEQ DO JORNAL
      * (JRNCTL), DATA E HORA DA DESCARGA - PONTO DE PARTIDA DA
      * RECUPERACAO COM REAPLICACAO DO JORNAL (PROGCOB140)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WRK-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BKP.
           SELECT JOURNAL-CONTROL-FILE ASSIGN TO 'JRNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           02 BKT-MARCA    PIC X(03).
           02 BKT-QTD      PIC 9(08).
           02 BKT-HASH     PIC 9(12).
           02 BKT-ULT-SEQ  PIC 9(06).
           02 BKT-DATA     PIC 9(08).
           02 BKT-HORA     PIC 9(08).
           02 FILLER       PIC X(35).
       FD  JOURNAL-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-SEQ  PIC 9(06).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-USM      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-BKP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-ULT-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-NOME-BACKUP PIC X(12) VALUE SPACES.
       77 WRK-MASTER      PIC X(01) VALUE SPACES.
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE SPACES TO BKP-LINHA
                           MOVE PRD-RECORD TO BKP-LINHA(1:64)
                           WRITE BKP-LINHA
                           ADD 1 TO WRK-QTD-REG
                           MOVE PRD-RECORD(1:20) TO WRK-CHAVE-X
               ADD FUNCTION ORD(WRK-CHAVE-X(WRK-IND-CHAVE:1))
                   TO WRK-HASH
           END-PERFORM.
      * O ULTIMO SEQ DO JORNAL NA HORA DA DESCARGA SEPARA O QUE JA
      * ESTA NO BACKUP DO QUE A RECUPERACAO PRECISA REAPLICAR
       0400-GRAVAR-TRAILER.
           MOVE ZEROS TO WRK-ULT-SEQ.
           OPEN INPUT JOURNAL-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ JOURNAL-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-ULT-SEQ TO WRK-ULT-SEQ
               END-READ
               CLOSE JOURNAL-CONTROL-FILE
           END-IF.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE SPACES TO BKP-TRAILER.
           MOVE '*T*' TO BKT-MARCA.
           MOVE WRK-QTD-REG TO BKT-QTD.
           MOVE WRK-HASH TO BKT-HASH.
           MOVE WRK-ULT-SEQ TO BKT-ULT-SEQ.
           MOVE WRK-DATA-HOJE TO BKT-DATA.
           MOVE WRK-HORA-HOJE TO BKT-HORA.
           WRITE BKP-TRAILER.
           CLOSE BACKUP-FILE.
           DISPLAY 'BACKUP GRAVADO EM ' WRK-NOME-BACKUP.
