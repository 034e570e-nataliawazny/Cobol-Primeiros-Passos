      * MANUTENCAO = OPEN COM STATUS FORA DE '00' DEIXA DE SER
      * SILENCIOSO: CADA FALHA PASSA PELO TRATADOR COMUM PRGERRO
      * (ERRLOG) ANTES DE O RELATORIO SER PULADO
      * MANUTENCAO = VENDAS DO DIA POR PRODUTO E LOJA (SALESPRD,
      * PRODSUM.COB, GRAVADO PELO PROGCOB15) LISTADAS NO OPSLOG LOGO
      * APOS O RESUMO DE VENDAS
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPS-LOG-FILE ASSIGN TO 'OPSLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OPS.
           SELECT SALES-PROD-FILE ASSIGN TO 'SALESPRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPR.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'SUMREC.COB'.
       FD  OPS-LOG-FILE.
       01  OPS-LINHA       PIC X(80).
       FD  SALES-PROD-FILE.
       COPY 'PRODSUM.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-SHR      PIC X(02) VALUE SPACES.
       77 WRK-FS-SUM      PIC X(02) VALUE SPACES.
       77 WRK-FS-OPS      PIC X(02) VALUE SPACES.
       77 WRK-FS-SPR      PIC X(02) VALUE SPACES.
       77 WRK-QTD-PRD-DIA PIC 9(04) VALUE ZEROS.
       01 WRK-LINHA-PRODUTO.
           02 FILLER          PIC X(06) VALUE '  LJ '.
           02 WRK-LPR-LOJA    PIC 9(02).
           02 FILLER          PIC X(06) VALUE ' PROD '.
           02 WRK-LPR-PRODUTO PIC 9(06).
           02 FILLER          PIC X(05) VALUE ' QTD '.
           02 WRK-LPR-QTD     PIC Z(06)9.
           02 FILLER          PIC X(05) VALUE ' DEV '.
           02 WRK-LPR-QTD-DEV PIC Z(06)9.
           02 FILLER          PIC X(05) VALUE ' LIQ '.
           02 WRK-LPR-LIQ     PIC -Z(08)9.99.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ACHOU-VENDA PIC X(01) VALUE 'N'.
           WRITE OPS-LINHA FROM WRK-RESUMO-CLR.
           WRITE OPS-LINHA FROM WRK-RESUMO-SHR.
           WRITE OPS-LINHA FROM WRK-RESUMO-SUM.
           PERFORM 0650-GRAVAR-VENDAS-PRODUTO.
           MOVE SPACES TO OPS-LINHA.
           WRITE OPS-LINHA.
           CLOSE OPS-LOG-FILE.
      * SALESPRD AUSENTE NAO E FALHA - DIA SEM LOTE DE VENDAS AINDA
      * NAO GEROU O ARQUIVO
       0650-GRAVAR-VENDAS-PRODUTO.
           MOVE ZEROS TO WRK-QTD-PRD-DIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SALES-PROD-FILE.
           IF WRK-FS-SPR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SALES-PROD-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SPR-DATA = WRK-DATA-HOJE
                               PERFORM 0660-GRAVAR-LINHA-PRODUTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-PROD-FILE
           END-IF.
           IF WRK-QTD-PRD-DIA = 0
               MOVE '  SEM VENDAS POR PRODUTO HOJE' TO OPS-LINHA
               WRITE OPS-LINHA
           END-IF.
       0660-GRAVAR-LINHA-PRODUTO.
           IF WRK-QTD-PRD-DIA = 0
               MOVE 'VENDAS POR PRODUTO E LOJA (PROGCOB15):'
                   TO OPS-LINHA
               WRITE OPS-LINHA
           END-IF.
           ADD 1 TO WRK-QTD-PRD-DIA.
           MOVE SPR-LOJA TO WRK-LPR-LOJA.
           MOVE SPR-PRODUTO TO WRK-LPR-PRODUTO.
           MOVE SPR-QTD TO WRK-LPR-QTD.
           MOVE SPR-QTD-DEV TO WRK-LPR-QTD-DEV.
           MOVE SPR-LIQ TO WRK-LPR-LIQ.
           WRITE OPS-LINHA FROM WRK-LINHA-PRODUTO.
