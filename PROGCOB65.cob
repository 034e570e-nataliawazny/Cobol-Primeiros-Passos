      * EXISTE ORDEM DE COMPRA ABERTA NO OCOMPRA PARA O PRODUTO -
      * A LISTA DO COMPRADOR DE CADA MANHA
      * DATA = XX/XX/XXXX
      * MANUTENCAO = SUGERE PARA CADA PRODUTO O FORNECEDOR DE MELHOR
      * NOTA NA AVALIACAO DO PROGCOB116 (SCOREFOR) ENTRE OS QUE JA
      * ATENDERAM O PRODUTO NO OCOMPRA
      * MANUTENCAO = REPOSICAO POR LOJA: CADA SALDO DE PRODUTO E LOJA
      * ABAIXO DO MINIMO SAI COM A LOJA, E O AVISO DE ORDEM ABERTA SO
      * VALE PARA ORDEM COM ENTREGA NA MESMA LOJA (OCP-LOJA)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'OCOMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCP.
           SELECT SCORE-FILE ASSIGN TO 'SCOREFOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCF.
           SELECT REORDER-REPORT-FILE ASSIGN TO 'REPOREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'ESTREC.COB'.
       FD  PURCHASE-ORDER-FILE.
       COPY 'OCPREC.COB'.
       FD  SCORE-FILE.
       COPY 'SCFREC.COB'.
       FD  REORDER-REPORT-FILE.
       01  REP-LINHA       PIC X(80).
       FD  PRODUCT-MASTER.
       77 WRK-FS-STK      PIC X(02) VALUE SPACES.
       77 WRK-FS-OCP      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-SCF      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-SUGERIDA    PIC S9(07) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-PARES   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PAR     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NOTAS   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-NOTA    PIC 9(03) VALUE ZEROS.
       77 WRK-NOTA-PAR    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-NOTA-MELHOR PIC 9(03)V9 VALUE ZEROS.
       77 WRK-TEM-NOTA    PIC X(01) VALUE 'N'.
       77 WRK-PAR-TEM-NOTA PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-PAR   PIC X(01) VALUE 'N'.
       77 WRK-FORN-MELHOR PIC 9(04) VALUE ZEROS.
       77 WRK-NOTA-ED     PIC ZZ9.9 VALUE ZEROS.
       01 WRK-TABELA-ABERTAS.
           02 WRK-OCP OCCURS 200 TIMES.
               03 WRK-OCP-CODIGO PIC 9(06).
               03 WRK-OCP-LOJA   PIC 9(02).
      * PRODUTO X FORNECEDOR JA ATENDIDO (ORDENS NAO CANCELADAS) E A
      * NOTA DE CADA FORNECEDOR NO SCOREFOR
       01 WRK-TABELA-PARES.
           02 WRK-PAR OCCURS 1000 TIMES.
               03 WRK-PAR-CODIGO     PIC 9(06).
               03 WRK-PAR-FORNECEDOR PIC 9(04).
       01 WRK-TABELA-NOTAS.
           02 WRK-NOTA OCCURS 300 TIMES.
               03 WRK-NOTA-FORNECEDOR PIC 9(04).
               03 WRK-NOTA-VALOR      PIC 9(03)V9.
       01 WRK-LINHA-REP.
           02 WRK-LR-CODIGO  PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LR-LOJA    PIC 9(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LR-DESCR   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LR-SALDO   PIC -ZZZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LR-MINIMO  PIC ZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LR-SUGERIDA PIC ZZZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LR-AVISO   PIC X(12).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LR-FORN    PIC X(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LR-NOTA    PIC X(05).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-ORDENS-ABERTAS.
           PERFORM 0150-CARREGAR-NOTAS.
           PERFORM 0200-GERAR-RELATORIO.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
                     ==NOME-PROGRAMA== BY =='PROGCOB65'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-CARREGAR-ORDENS-ABERTAS.
           MOVE ZEROS TO WRK-QTD-ABERTAS WRK-QTD-PARES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-FS-OCP = '00'
                               ADD 1 TO WRK-QTD-ABERTAS
                               MOVE OCP-CODIGO TO
                                   WRK-OCP-CODIGO(WRK-QTD-ABERTAS)
                               IF OCP-LOJA NOT NUMERIC
                                   MOVE 01 TO OCP-LOJA
                               END-IF
                               MOVE OCP-LOJA TO
                                   WRK-OCP-LOJA(WRK-QTD-ABERTAS)
                           END-IF
                           IF OCP-STATUS NOT = 'CANCELADA'
                               PERFORM 0110-GUARDAR-PAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
       0110-GUARDAR-PAR.
           MOVE 'N' TO WRK-ACHOU-PAR.
           PERFORM VARYING WRK-IND-PAR FROM 1 BY 1
                   UNTIL WRK-IND-PAR > WRK-QTD-PARES
               IF WRK-PAR-CODIGO(WRK-IND-PAR) = OCP-CODIGO
                   AND WRK-PAR-FORNECEDOR(WRK-IND-PAR) = OCP-FORNECEDOR
                   MOVE 'S' TO WRK-ACHOU-PAR
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-PAR = 'N' AND WRK-QTD-PARES < 1000
               ADD 1 TO WRK-QTD-PARES
               MOVE OCP-CODIGO TO WRK-PAR-CODIGO(WRK-QTD-PARES)
               MOVE OCP-FORNECEDOR TO WRK-PAR-FORNECEDOR(WRK-QTD-PARES)
           END-IF.
      * SEM SCOREFOR A SUGESTAO CAI NO PRIMEIRO FORNECEDOR QUE JA
      * ATENDEU O PRODUTO, SEM NOTA
       0150-CARREGAR-NOTAS.
           MOVE ZEROS TO WRK-QTD-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SCORE-FILE.
           IF WRK-FS-SCF = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SCORE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-NOTAS < 300
                               ADD 1 TO WRK-QTD-NOTAS
                               MOVE SCF-FORNECEDOR TO
                                   WRK-NOTA-FORNECEDOR(WRK-QTD-NOTAS)
                               MOVE SCF-NOTA TO
                                   WRK-NOTA-VALOR(WRK-QTD-NOTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCORE-FILE
           END-IF.
       0200-GERAR-RELATORIO.
           MOVE ZEROS TO WRK-PAGINA WRK-QTD-REPOR.
           MOVE 'N' TO WRK-PRD-DISPON.
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF STK-LOJA NOT NUMERIC
                               MOVE 01 TO STK-LOJA
                           END-IF
                           IF STK-SALDO < STK-MINIMO
                               PERFORM 0300-IMPRIMIR-PRODUTO
                           END-IF
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0260-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REP-LINHA.
           STRING 'CODIGO LJ DESCRICAO               SALDO'
                  ' MINIMO SUGER. AVISO'
                  '        FORN NOTA'
               DELIMITED BY SIZE INTO REP-LINHA.
           WRITE REP-LINHA.
       COPY 'RELHEAD.COB'
           PERFORM VARYING WRK-IND-OCP FROM 1 BY 1
                   UNTIL WRK-IND-OCP > WRK-QTD-ABERTAS
               IF WRK-OCP-CODIGO(WRK-IND-OCP) = STK-CODIGO
                   AND WRK-OCP-LOJA(WRK-IND-OCP) = STK-LOJA
                   MOVE 'S' TO WRK-TEM-ORDEM
               END-IF
           END-PERFORM.
               MOVE ZEROS TO WRK-SUGERIDA
           END-IF.
           MOVE STK-CODIGO TO WRK-LR-CODIGO.
           MOVE STK-LOJA TO WRK-LR-LOJA.
           MOVE STK-SALDO TO WRK-LR-SALDO.
           MOVE STK-MINIMO TO WRK-LR-MINIMO.
           MOVE WRK-SUGERIDA TO WRK-LR-SUGERIDA.
           ELSE
               MOVE SPACES TO WRK-LR-AVISO
           END-IF.
           PERFORM 0350-ESCOLHER-FORNECEDOR.
           WRITE REP-LINHA FROM WRK-LINHA-REP.
           ADD 1 TO WRK-QTD-REPOR WRK-LINHAS-PAG.
           IF WRK-LINHAS-PAG >= 15
               PERFORM 0250-IMPRIMIR-CABECALHO
           END-IF.
      * ENTRE OS FORNECEDORES QUE JA ATENDERAM O PRODUTO, O DE MAIOR
      * NOTA NO SCOREFOR (EMPATE FICA COM O PRIMEIRO DO OCOMPRA;
      * FORNECEDOR AVALIADO PASSA NA FRENTE DO SEM NOTA)
       0350-ESCOLHER-FORNECEDOR.
           MOVE ZEROS TO WRK-FORN-MELHOR WRK-NOTA-MELHOR.
           MOVE 'N' TO WRK-TEM-NOTA.
           PERFORM VARYING WRK-IND-PAR FROM 1 BY 1
                   UNTIL WRK-IND-PAR > WRK-QTD-PARES
               IF WRK-PAR-CODIGO(WRK-IND-PAR) = STK-CODIGO
                   PERFORM 0360-AVALIAR-PAR
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LR-FORN WRK-LR-NOTA.
           IF WRK-FORN-MELHOR > 0
               MOVE WRK-FORN-MELHOR TO WRK-LR-FORN
               IF WRK-TEM-NOTA = 'S'
                   MOVE WRK-NOTA-MELHOR TO WRK-NOTA-ED
                   MOVE WRK-NOTA-ED TO WRK-LR-NOTA
               END-IF
           END-IF.
       0360-AVALIAR-PAR.
           MOVE ZEROS TO WRK-NOTA-PAR.
           MOVE 'N' TO WRK-PAR-TEM-NOTA.
           PERFORM VARYING WRK-IND-NOTA FROM 1 BY 1
                   UNTIL WRK-IND-NOTA > WRK-QTD-NOTAS
               IF WRK-NOTA-FORNECEDOR(WRK-IND-NOTA) =
                   WRK-PAR-FORNECEDOR(WRK-IND-PAR)
                   MOVE WRK-NOTA-VALOR(WRK-IND-NOTA) TO WRK-NOTA-PAR
                   MOVE 'S' TO WRK-PAR-TEM-NOTA
               END-IF
           END-PERFORM.
           IF WRK-FORN-MELHOR = 0
               OR WRK-NOTA-PAR > WRK-NOTA-MELHOR
               OR (WRK-PAR-TEM-NOTA = 'S' AND WRK-TEM-NOTA = 'N')
               MOVE WRK-PAR-FORNECEDOR(WRK-IND-PAR) TO WRK-FORN-MELHOR
               MOVE WRK-NOTA-PAR TO WRK-NOTA-MELHOR
               MOVE WRK-PAR-TEM-NOTA TO WRK-TEM-NOTA
           END-IF.
