      * TARIFAS DO PROGCOB31 PASSAM A OLHAR OS 20 POR CENTO QUE
      * CARREGAM 80 POR CENTO DO DINHEIRO
      * DATA = XX/XX/XXXX
      * MANUTENCAO = RECEITA DO VAREJO ENTRA NA ANALISE: O LIQUIDO
      * POSITIVO DE CADA PRODUTO NO SALESPRD (PRODSUM.COB, RESUMO
      * DIARIO POR PRODUTO E LOJA DO PROGCOB15) NO INTERVALO SOMA COM
      * A RECEITA DOS PEDIDOS; PRODUTO 000000 (NAO CADASTRADO) FICA
      * FORA
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CUST-ORDER-FILE ASSIGN TO 'CUSTORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COR.
           SELECT SALES-PROD-FILE ASSIGN TO 'SALESPRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPR.
           SELECT ABC-REPORT-FILE ASSIGN TO 'ABCREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       FILE SECTION.
       FD  CUST-ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  SALES-PROD-FILE.
       COPY 'PRODSUM.COB'.
       FD  ABC-REPORT-FILE.
       01  ABC-LINHA       PIC X(80).
       FD  PRODUCT-MASTER.
       77 WRK-FS-COR      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-SPR      PIC X(02) VALUE SPACES.
       77 WRK-PROD-ACUM   PIC 9(06) VALUE ZEROS.
       77 WRK-RECEITA-ACUM PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
                       NOT AT END
                           IF CORD-DATA >= WRK-DATA-INI
                               AND CORD-DATA <= WRK-DATA-FIM
                               MOVE CORD-CODPROD TO WRK-PROD-ACUM
                               MOVE CORD-VALOR TO WRK-RECEITA-ACUM
                               PERFORM 0150-ACUMULAR-PRODUTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF.
           PERFORM 0120-ACUMULAR-VAREJO.
      * SALESPRD AUSENTE = NENHUM LOTE DE VAREJO COM PRODUTO AINDA
       0120-ACUMULAR-VAREJO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SALES-PROD-FILE.
           IF WRK-FS-SPR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SALES-PROD-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SPR-DATA >= WRK-DATA-INI
                               AND SPR-DATA <= WRK-DATA-FIM
                               AND SPR-PRODUTO NOT = ZEROS
                               AND SPR-LIQ > ZEROS
                               MOVE SPR-PRODUTO TO WRK-PROD-ACUM
                               MOVE SPR-LIQ TO WRK-RECEITA-ACUM
                               PERFORM 0150-ACUMULAR-PRODUTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-PROD-FILE
           END-IF.
       0150-ACUMULAR-PRODUTO.
           MOVE ZEROS TO WRK-POS-PROD.
           PERFORM VARYING WRK-IND-PROD FROM 1 BY 1
                   UNTIL WRK-IND-PROD > WRK-QTD-PROD
               IF WRK-PRD-COD(WRK-IND-PROD) = WRK-PROD-ACUM
                   MOVE WRK-IND-PROD TO WRK-POS-PROD
               END-IF
           END-PERFORM.
           IF WRK-POS-PROD = 0 AND WRK-QTD-PROD < 300
               ADD 1 TO WRK-QTD-PROD
               MOVE WRK-QTD-PROD TO WRK-POS-PROD
               MOVE WRK-PROD-ACUM TO WRK-PRD-COD(WRK-POS-PROD)
               MOVE ZEROS TO WRK-PRD-RECEITA(WRK-POS-PROD)
           END-IF.
           IF WRK-POS-PROD > 0
               ADD WRK-RECEITA-ACUM TO WRK-PRD-RECEITA(WRK-POS-PROD)
               ADD WRK-RECEITA-ACUM TO WRK-TOT-RECEITA
           END-IF.
      * ORDENACAO POR TROCA SIMPLES, MAIOR RECEITA PRIMEIRO
       0200-ORDENAR-POR-RECEITA.
