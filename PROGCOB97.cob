      * (MESMA ORDENACAO DO PROGCOB52) - O DIA DOS PAIS DEIXA DE
      * EXIGIR DUZENTAS RODADAS DO PROGCOB51
      * DATA = XX/XX/XXXX
      * MANUTENCAO = ALUNO COM MENSALIDADE VENCIDA E EM ABERTO NO
      * CONTAREC (TITULO DO PROGCOB135, LIGADO AO ALUNO PELO MENSALID)
      * SAI COM O AVISO DE PENDENCIA FINANCEIRA NO BOLETIM; SEM
      * CONTAREC OU MENSALID O BOLETIM SAI SEM O AVISO, COMO ANTES
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STU.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT TUITION-FILE ASSIGN TO 'MENSALID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MNS.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       01  BOL-LINHA      PIC X(80).
       FD  STUDENT-MASTER.
       COPY 'STUREC.COB'.
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  TUITION-FILE.
       COPY 'MNSREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-PCT-FREQ    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-MNS      PIC X(02) VALUE SPACES.
       77 WRK-FAIXA-MENSAL PIC 9(08) VALUE 90000000.
       77 WRK-QTD-VENC    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-VENC    PIC 9(04) VALUE ZEROS.
       77 WRK-POS-VENC    PIC 9(04) VALUE ZEROS.
       77 WRK-VENC-CHEIA  PIC X(01) VALUE 'N'.
       77 WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.
       01 WRK-ALU-TROCA.
           02 WRK-TRC-TURMA  PIC X(06).
           02 WRK-TRC-ID     PIC 9(06).
           02 WRK-TRC-STATUS PIC X(11).
           02 WRK-TRC-AULAS  PIC 9(04).
           02 WRK-TRC-PRES   PIC 9(04).
           02 WRK-TRC-ATRASO PIC 9(02).
       01 WRK-TABELA-ALUNOS.
           02 WRK-ALU OCCURS 300 TIMES.
               03 WRK-ALU-TURMA  PIC X(06).
               03 WRK-ALU-STATUS PIC X(11).
               03 WRK-ALU-AULAS  PIC 9(04).
               03 WRK-ALU-PRES   PIC 9(04).
               03 WRK-ALU-ATRASO PIC 9(02).
      * MENSALIDADES VENCIDAS E EM ABERTO NO CONTAREC
       01 WRK-TABELA-VENCIDAS.
           02 WRK-VC OCCURS 2000 TIMES.
               03 WRK-VC-PEDIDO  PIC 9(08).
               03 WRK-VC-PARCELA PIC 9(02).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
               GOBACK
           END-IF.
           PERFORM 0200-CARREGAR-FREQUENCIA.
           PERFORM 0600-MARCAR-MENSALIDADES.
           PERFORM 0300-ORDENAR-POR-TURMA.
           PERFORM 0400-IMPRIMIR-BOLETINS.
           PERFORM 0910-REGISTRAR-FIM.
           MOVE TRN-STATUS TO WRK-ALU-STATUS(WRK-QTD-ALUNOS).
           MOVE ZEROS TO WRK-ALU-AULAS(WRK-QTD-ALUNOS).
           MOVE ZEROS TO WRK-ALU-PRES(WRK-QTD-ALUNOS).
           MOVE ZEROS TO WRK-ALU-ATRASO(WRK-QTD-ALUNOS).
           MOVE 'SEM TURMA' TO WRK-ALU-NOME(WRK-QTD-ALUNOS).
           MOVE SPACES TO WRK-ALU-TURMA(WRK-QTD-ALUNOS).
           IF WRK-STU-DISPON = 'S'
           END-PERFORM.
           CLOSE REPORT-CARD-FILE.
           DISPLAY 'BOLETINS GERADOS EM BOLETREL: ' WRK-QTD-ALUNOS.
           DISPLAY 'ALUNOS COM MENSALIDADE EM ATRASO: '
               WRK-QTD-PENDENTES.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0450-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==BOL-LINHA==,
           STRING 'POSICAO NA TURMA: ' WRK-RANK
               DELIMITED BY SIZE INTO BOL-LINHA.
           WRITE BOL-LINHA.
           IF WRK-ALU-ATRASO(WRK-IND-ALU) > 0
               MOVE SPACES TO BOL-LINHA
               STRING '*** PENDENCIA FINANCEIRA: '
                      WRK-ALU-ATRASO(WRK-IND-ALU)
                      ' MENSALIDADE(S) EM ATRASO - PROCURAR A'
                      ' SECRETARIA'
                   DELIMITED BY SIZE INTO BOL-LINHA
               WRITE BOL-LINHA
           END-IF.
           MOVE SPACES TO BOL-LINHA.
           WRITE BOL-LINHA.
       0550-CALCULAR-RANK.
                   ADD 1 TO WRK-RANK
               END-IF
           END-PERFORM.
      * TITULOS DE MENSALIDADE (FAIXA DO MENSCTL) EM ABERTO COM
      * VENCIMENTO ANTERIOR A HOJE; O MENSALID DIZ DE QUAL ALUNO E
      * CADA TITULO - O RCV-CLIENTE E O RESPONSAVEL, NAO O ALUNO
       0600-MARCAR-MENSALIDADES.
           MOVE ZEROS TO WRK-QTD-VENC WRK-QTD-PENDENTES.
           MOVE 'N' TO WRK-VENC-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCV-PEDIDO > WRK-FAIXA-MENSAL
                               AND RCV-STATUS = 'A'
                               AND RCV-VENCTO < WRK-DATA-HOJE
                               PERFORM 0610-GUARDAR-VENCIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WRK-VENC-CHEIA = 'S'
               DISPLAY 'CONTAREC COM MAIS DE 2000 MENSALIDADES'
                   ' VENCIDAS - SO AS PRIMEIRAS SAEM NOS BOLETINS'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB97 ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-VENC > 0
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT TUITION-FILE
               IF WRK-FS-MNS = '00'
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ TUITION-FILE
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               IF MNS-PEDIDO > 0
                                   PERFORM 0620-MARCAR-ALUNO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TUITION-FILE
               ELSE
                   DISPLAY 'MENSALID INDISPONIVEL - BOLETINS SEM'
                   DISPLAY 'AVISO DE MENSALIDADE'
               END-IF
           END-IF.
           PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                   UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS
               IF WRK-ALU-ATRASO(WRK-IND-ALU) > 0
                   ADD 1 TO WRK-QTD-PENDENTES
               END-IF
           END-PERFORM.
       0610-GUARDAR-VENCIDA.
           IF WRK-QTD-VENC < 2000
               ADD 1 TO WRK-QTD-VENC
               MOVE RCV-PEDIDO TO WRK-VC-PEDIDO(WRK-QTD-VENC)
               MOVE RCV-PARCELA TO WRK-VC-PARCELA(WRK-QTD-VENC)
           ELSE
               MOVE 'S' TO WRK-VENC-CHEIA
           END-IF.
       0620-MARCAR-ALUNO.
           MOVE ZEROS TO WRK-POS-VENC.
           PERFORM VARYING WRK-IND-VENC FROM 1 BY 1
                   UNTIL WRK-IND-VENC > WRK-QTD-VENC
                   OR WRK-POS-VENC > 0
               IF WRK-VC-PEDIDO(WRK-IND-VENC) = MNS-PEDIDO
                   AND WRK-VC-PARCELA(WRK-IND-VENC) = MNS-PARCELA
                   MOVE WRK-IND-VENC TO WRK-POS-VENC
               END-IF
           END-PERFORM.
           IF WRK-POS-VENC > 0
               PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                       UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS
                   IF WRK-ALU-ID(WRK-IND-ALU) = MNS-ALUNO
                       AND WRK-ALU-ATRASO(WRK-IND-ALU) < 99
                       ADD 1 TO WRK-ALU-ATRASO(WRK-IND-ALU)
                   END-IF
               END-PERFORM
           END-IF.
