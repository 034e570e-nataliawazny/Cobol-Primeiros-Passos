      * E MAIS APLICADA AQUI - A ACAO R SO REGISTRA A SOLICITACAO
      * PENDENTE NO APROVPEN (APRREC.COB), E O FECHCTL 'A' SO E
      * GRAVADO QUANDO OUTRO OPERADOR ADM APROVA NO PROGCOB99
      * MANUTENCAO = FECHAMENTO IMPRIME EM MONTHREL AS VENDAS DO MES
      * POR PRODUTO E LOJA, SOMADAS DO SALESPRD (PRODSUM.COB) GRAVADO
      * PELO PROGCOB15, COM O MESMO FILTRO DE LOJA DO FECHAMENTO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT APPROVAL-FILE ASSIGN TO 'APROVPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APR.
           SELECT SALES-PROD-FILE ASSIGN TO 'SALESPRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPR.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       01  SEC-LINHA       PIC X(80).
       FD  APPROVAL-FILE.
       COPY 'APRREC.COB'.
       FD  SALES-PROD-FILE.
       COPY 'PRODSUM.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-APR         PIC X(02) VALUE SPACES.
       77 WRK-FIM-APR        PIC X(01) VALUE 'N'.
       77 WRK-APR-SEQ        PIC 9(06) VALUE ZEROS.
       77 WRK-FS-SPR         PIC X(02) VALUE SPACES.
       77 WRK-FIM-SPR        PIC X(01) VALUE 'N'.
       77 WRK-QTD-PRDS       PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PRD        PIC 9(03) VALUE ZEROS.
       77 WRK-POS-PRD        PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-PRD-CHEIA  PIC X(01) VALUE 'N'.
       01 WRK-TABELA-PRODUTOS.
           02 WRK-PR OCCURS 300 TIMES.
               03 WRK-PR-LOJA    PIC 9(02).
               03 WRK-PR-CODIGO  PIC 9(06).
               03 WRK-PR-QTD     PIC 9(09).
               03 WRK-PR-QTD-DEV PIC 9(09).
               03 WRK-PR-LIQ     PIC S9(11)V99.
       01 WRK-LINHA-PRODUTO.
           02 WRK-LPR-LOJA    PIC 9(02).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LPR-PRODUTO PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LPR-QTD     PIC Z(08)9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LPR-QTD-DEV PIC Z(08)9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LPR-LIQ     PIC -Z(10)9.99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           STRING 'MEDIA POR VENDA: ' WRK-MEDIA-VENDA-ED
               DELIMITED BY SIZE INTO MRL-LINHA.
           WRITE MRL-LINHA.
           PERFORM 0350-VENDAS-POR-PRODUTO.
           CLOSE MONTHLY-REPORT-FILE.
       0350-VENDAS-POR-PRODUTO.
           MOVE ZEROS TO WRK-QTD-PRDS.
           MOVE 'N' TO WRK-FIM-SPR WRK-TAB-PRD-CHEIA.
           OPEN INPUT SALES-PROD-FILE.
           IF WRK-FS-SPR = '00'
               PERFORM UNTIL WRK-FIM-SPR = 'Y'
                   READ SALES-PROD-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-SPR
                       NOT AT END
                           MOVE SPR-DATA(1:6) TO WRK-ANOMES-DIA
                           IF WRK-ANOMES-DIA = WRK-MES-REF
                               AND (WRK-LOJA = ZEROS
                                   OR SPR-LOJA = WRK-LOJA)
                               PERFORM 0360-ACUMULAR-PRODUTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-PROD-FILE
           END-IF.
           MOVE SPACES TO MRL-LINHA.
           WRITE MRL-LINHA.
           MOVE 'VENDAS DO MES POR PRODUTO E LOJA' TO MRL-LINHA.
           WRITE MRL-LINHA.
           MOVE SPACES TO MRL-LINHA.
           STRING 'LJ  PROD.    QTD VEND  QTD DEVOL'
                  '          LIQUIDO'
               DELIMITED BY SIZE INTO MRL-LINHA.
           WRITE MRL-LINHA.
           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1
                   UNTIL WRK-IND-PRD > WRK-QTD-PRDS
               MOVE WRK-PR-LOJA(WRK-IND-PRD) TO WRK-LPR-LOJA
               MOVE WRK-PR-CODIGO(WRK-IND-PRD) TO WRK-LPR-PRODUTO
               MOVE WRK-PR-QTD(WRK-IND-PRD) TO WRK-LPR-QTD
               MOVE WRK-PR-QTD-DEV(WRK-IND-PRD) TO WRK-LPR-QTD-DEV
               MOVE WRK-PR-LIQ(WRK-IND-PRD) TO WRK-LPR-LIQ
               WRITE MRL-LINHA FROM WRK-LINHA-PRODUTO
           END-PERFORM.
           IF WRK-QTD-PRDS = 0
               MOVE 'SEM VENDAS POR PRODUTO NO MES' TO MRL-LINHA
               WRITE MRL-LINHA
           END-IF.
           IF WRK-TAB-PRD-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB17 ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
       0360-ACUMULAR-PRODUTO.
           MOVE ZEROS TO WRK-POS-PRD.
           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1
                   UNTIL WRK-IND-PRD > WRK-QTD-PRDS
               IF WRK-PR-LOJA(WRK-IND-PRD) = SPR-LOJA
                   AND WRK-PR-CODIGO(WRK-IND-PRD) = SPR-PRODUTO
                   MOVE WRK-IND-PRD TO WRK-POS-PRD
               END-IF
           END-PERFORM.
           IF WRK-POS-PRD = 0
               IF WRK-QTD-PRDS < 300
                   ADD 1 TO WRK-QTD-PRDS
                   MOVE WRK-QTD-PRDS TO WRK-POS-PRD
                   MOVE SPR-LOJA TO WRK-PR-LOJA(WRK-POS-PRD)
                   MOVE SPR-PRODUTO TO WRK-PR-CODIGO(WRK-POS-PRD)
                   MOVE ZEROS TO WRK-PR-QTD(WRK-POS-PRD)
                   MOVE ZEROS TO WRK-PR-QTD-DEV(WRK-POS-PRD)
                   MOVE ZEROS TO WRK-PR-LIQ(WRK-POS-PRD)
               ELSE
                   MOVE 'S' TO WRK-TAB-PRD-CHEIA
               END-IF
           END-IF.
           IF WRK-POS-PRD > 0
               ADD SPR-QTD TO WRK-PR-QTD(WRK-POS-PRD)
               ADD SPR-QTD-DEV TO WRK-PR-QTD-DEV(WRK-POS-PRD)
               ADD SPR-LIQ TO WRK-PR-LIQ(WRK-POS-PRD)
           END-IF.
      * A REABERTURA VIRA SOLICITACAO PENDENTE - QUEM PEDE NAO E
      * QUEM APROVA (EXIGENCIA DA REVISAO DE FRAUDE)
       0400-REABRIR-MES.
