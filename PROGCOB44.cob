      * '=== FECHAMENTO DO DIA' DO GRUPO
      * RODA NA CADEIA NOTURNA (STEP44)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = RETENCAO DO SPOOL DE RELATORIOS: COPIA SPLNNNNNN
      * MAIS ANTIGA QUE A RETENCAO DO RELATORIO NO SPOOLDEF (ZEROS =
      * RET-SPOOL DO SYSPARM, DEFAULT 90) E ESVAZIADA E A ENTRADA DO
      * SPOOLCAT FICA COMO EXPURGADA ('E') COM A DATA DO EXPURGO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HK-REPORT-FILE ASSIGN TO 'LOGHKREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO 'SPOOLCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAT.
           SELECT SPOOL-CATALOG-TEMP ASSIGN TO 'SPOOLCTM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTM.
           SELECT SPOOL-DEF-FILE ASSIGN TO 'SPOOLDEF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEF.
           SELECT SPOOL-COPY-FILE ASSIGN TO DYNAMIC SPL-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CPY.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       01  ARQ-LINHA       PIC X(80).
       FD  HK-REPORT-FILE.
       01  HKR-LINHA       PIC X(80).
       FD  SPOOL-CATALOG-FILE.
       COPY 'SPLREC.COB'.
       FD  SPOOL-CATALOG-TEMP.
       01  CTM-LINHA       PIC X(104).
       FD  SPOOL-DEF-FILE.
       COPY 'SPDREC.COB'.
       FD  SPOOL-COPY-FILE.
       01  CPY-LINHA       PIC X(200).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-ARQ-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-MOVIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-FS-CAT      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-DEF      PIC X(02) VALUE SPACES.
       77 WRK-RET-SPOOL   PIC 9(04) VALUE 90.
       77 WRK-QTD-EXPURG  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-JA-EXP  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DEF     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DEF     PIC 9(03) VALUE ZEROS.
       77 WRK-RET-REL     PIC 9(04) VALUE ZEROS.
       77 WRK-FS-CPY      PIC X(02) VALUE SPACES.
      * RETENCAO POR PROGRAMA/RELATORIO DO SPOOLDEF
       01 WRK-TABELA-RETENCAO.
           02 WRK-RT OCCURS 300 TIMES.
               03 WRK-RT-PROGRAMA  PIC X(10).
               03 WRK-RT-RELATORIO PIC X(10).
               03 WRK-RT-DIAS      PIC 9(04).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           MOVE 'O' TO WRK-TIPO-LOG.
           MOVE 'RET-OPSLOG' TO WRK-CHAVE-RET.
           PERFORM 0100-EXPURGAR-UM-LOG.
           PERFORM 0600-EXPURGAR-SPOOL.
           CLOSE HK-REPORT-FILE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
           STRING WRK-NOME-LIVE ' AUSENTE - NADA A EXPURGAR'
               DELIMITED BY SIZE INTO HKR-LINHA.
           WRITE HKR-LINHA.
      * A ENTRADA DO SPOOLCAT NUNCA SAI - SO A COPIA E APAGADA, PARA
      * A CONSULTA DO PROGCOB141 MOSTRAR O QUE JA EXISTIU
       0600-EXPURGAR-SPOOL.
           MOVE 90 TO WRK-RET-SPOOL.
           MOVE 'RET-SPOOL' TO WRK-CHAVE-RET.
           CALL 'PRGPARM' USING WRK-CHAVE-RET WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-RET-SPOOL =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           PERFORM 0610-CARREGAR-RETENCOES.
           MOVE ZEROS TO WRK-QTD-EXPURG WRK-QTD-MANTIDOS
               WRK-QTD-JA-EXP.
           MOVE 'SPOOLCAT' TO WRK-NOME-LIVE.
           MOVE 'N' TO WRK-FIM-LIV.
           OPEN INPUT SPOOL-CATALOG-FILE.
           IF WRK-FS-CAT NOT = '00'
               PERFORM 0500-RELATAR-AUSENTE
           ELSE
               OPEN OUTPUT SPOOL-CATALOG-TEMP
               PERFORM UNTIL WRK-FIM-LIV = 'Y'
                   READ SPOOL-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-LIV
                       NOT AT END
                           PERFORM 0620-AVALIAR-COPIA
                           WRITE CTM-LINHA FROM SPL-REC
                   END-READ
               END-PERFORM
               CLOSE SPOOL-CATALOG-FILE SPOOL-CATALOG-TEMP
               PERFORM 0640-DEVOLVER-CATALOGO
               MOVE SPACES TO HKR-LINHA
               STRING 'SPOOLCAT EXPURGADOS: ' WRK-QTD-EXPURG
                      '  MANTIDOS: ' WRK-QTD-MANTIDOS
                      '  JA EXPURGADOS: ' WRK-QTD-JA-EXP
                   DELIMITED BY SIZE INTO HKR-LINHA
               WRITE HKR-LINHA
               DISPLAY HKR-LINHA
           END-IF.
       0610-CARREGAR-RETENCOES.
           MOVE ZEROS TO WRK-QTD-DEF.
           MOVE 'N' TO WRK-FIM-LIV.
           OPEN INPUT SPOOL-DEF-FILE.
           IF WRK-FS-DEF = '00'
               PERFORM UNTIL WRK-FIM-LIV = 'Y'
                   READ SPOOL-DEF-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-LIV
                       NOT AT END
                           IF WRK-QTD-DEF < 300
                               AND SPD-RETENCAO IS NUMERIC
                               ADD 1 TO WRK-QTD-DEF
                               MOVE SPD-PROGRAMA
                                   TO WRK-RT-PROGRAMA(WRK-QTD-DEF)
                               MOVE SPD-RELATORIO
                                   TO WRK-RT-RELATORIO(WRK-QTD-DEF)
                               MOVE SPD-RETENCAO
                                   TO WRK-RT-DIAS(WRK-QTD-DEF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPOOL-DEF-FILE
           END-IF.
       0620-AVALIAR-COPIA.
           IF SPL-STATUS = 'E'
               ADD 1 TO WRK-QTD-JA-EXP
           ELSE
               MOVE WRK-RET-SPOOL TO WRK-RET-REL
               PERFORM VARYING WRK-IND-DEF FROM 1 BY 1
                       UNTIL WRK-IND-DEF > WRK-QTD-DEF
                   IF WRK-RT-PROGRAMA(WRK-IND-DEF) = SPL-PROGRAMA
                       AND WRK-RT-RELATORIO(WRK-IND-DEF)
                           = SPL-RELATORIO
                       AND WRK-RT-DIAS(WRK-IND-DEF) > ZEROS
                       MOVE WRK-RT-DIAS(WRK-IND-DEF) TO WRK-RET-REL
                   END-IF
               END-PERFORM
               COMPUTE WRK-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - WRK-RET-REL
               MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO)
                   TO WRK-DATA-CORTE
               IF SPL-DATA IS NUMERIC AND SPL-DATA > ZEROS
                   AND SPL-DATA < WRK-DATA-CORTE
                   PERFORM 0630-APAGAR-COPIA
               ELSE
                   ADD 1 TO WRK-QTD-MANTIDOS
               END-IF
           END-IF.
      * COPIA E ESVAZIADA (OPEN OUTPUT / CLOSE); COPIA JA AUSENTE
      * (APAGADA A MAO) TAMBEM FICA EXPURGADA; SE A COPIA NAO ABRE, A
      * ENTRADA FICA DISPONIVEL ('A') E O STATUS SAI NO LOGHKREL
       0630-APAGAR-COPIA.
           OPEN OUTPUT SPOOL-COPY-FILE.
           IF WRK-FS-CPY = '00'
               CLOSE SPOOL-COPY-FILE
               MOVE 'E' TO SPL-STATUS
               MOVE WRK-DATA-HOJE TO SPL-DATA-EXPURGO
               ADD 1 TO WRK-QTD-EXPURG
           ELSE
               MOVE SPACES TO HKR-LINHA
               STRING 'COPIA ' SPL-COPIA ' NAO ESVAZIADA - FS '
                      WRK-FS-CPY
                   DELIMITED BY SIZE INTO HKR-LINHA
               WRITE HKR-LINHA
               DISPLAY HKR-LINHA
               ADD 1 TO WRK-QTD-MANTIDOS
           END-IF.
       0640-DEVOLVER-CATALOGO.
           MOVE 'N' TO WRK-FIM-LIV.
           OPEN OUTPUT SPOOL-CATALOG-FILE.
           OPEN INPUT SPOOL-CATALOG-TEMP.
           PERFORM UNTIL WRK-FIM-LIV = 'Y'
               READ SPOOL-CATALOG-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-LIV
                   NOT AT END
                       WRITE SPL-REC FROM CTM-LINHA
               END-READ
           END-PERFORM.
           CLOSE SPOOL-CATALOG-FILE SPOOL-CATALOG-TEMP.
