       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB136.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = ALERTA ANTECIPADO DE ALUNOS EM RISCO NO PERIODO
      * LETIVO EM ANDAMENTO (PASSO SEMANAL DA CADEIA NOTURNA): CADA
      * ALUNO ATIVO DO STUDMAST RECEBE PONTOS DE RISCO PELA
      * FREQUENCIA DO FREQFILE ABAIXO DE RISCO-FREQ-MIN (DEFAULT 80
      * PCT, SO DEPOIS DE RISCO-AULAS-MIN AULAS, DEFAULT 10), PELA
      * MEDIA PARCIAL DO ULTIMO LANCAMENTO NO TRANSCPT ABAIXO DE
      * RISCO-MEDIA-MIN (DEFAULT 6, A MEDIA DE APROVACAO) E, QUANDO
      * HA COBRANCA DE MENSALIDADE, POR RISCO-MENS-ATRASO OU MAIS
      * MENSALIDADES VENCIDAS EM ABERTO (DEFAULT 1; CONTAREC E
      * MENSALID DO PROGCOB135) - FREQUENCIA E NOTA VALEM 2 PONTOS,
      * MENSALIDADE 1. QUEM SOMA RISCO-PONTOS-MIN OU MAIS (DEFAULT 2)
      * SAI NO RISCOREL POR TURMA E PROFESSOR (TURMMAST) COM OS
      * MOTIVOS, E CADA TURMA COM ALUNO EM RISCO GRAVA UM ALERTA NO
      * ALERTFILE (PRGALERT) PARA A COORDENACAO
      * PERIODO 000000 = O MAIS RECENTE DO TRANSCPT/FREQFILE
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STU.
           SELECT CLASS-MASTER ASSIGN TO 'TURMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TUR.
           SELECT ATTENDANCE-FILE ASSIGN TO 'FREQFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRQ.
           SELECT TRANSCRIPT-FILE ASSIGN TO 'TRANSCPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRN.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT TUITION-FILE ASSIGN TO 'MENSALID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MNS.
           SELECT RISK-REPORT ASSIGN TO 'RISCOREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
       COPY 'STUREC.COB'.
       FD  CLASS-MASTER.
       COPY 'TURREC.COB'.
       FD  ATTENDANCE-FILE.
       COPY 'FRQREC.COB'.
       FD  TRANSCRIPT-FILE.
       COPY 'TRNREC.COB'.
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  TUITION-FILE.
       COPY 'MNSREC.COB'.
       FD  RISK-REPORT.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-STU      PIC X(02) VALUE SPACES.
       77 WRK-FS-TUR      PIC X(02) VALUE SPACES.
       77 WRK-FS-FRQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-TRN      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-MNS      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-FREQ-MIN    PIC 9(03) VALUE 80.
       77 WRK-AULAS-MIN   PIC 9(03) VALUE 10.
       77 WRK-MEDIA-MIN   PIC 9(02)V9 VALUE 6.
       77 WRK-MENS-ATRASO PIC 9(02) VALUE 1.
       77 WRK-PONTOS-MIN  PIC 9(02) VALUE 2.
       77 WRK-FAIXA-MENSAL PIC 9(08) VALUE 90000000.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-ALUNOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ALU     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-ALU     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RISCO   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-RIS     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-TROCA   PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-TROCA PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-TUR     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TUR     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-TUR     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-VENC    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-VENC    PIC 9(04) VALUE ZEROS.
       77 WRK-POS-VENC    PIC 9(04) VALUE ZEROS.
       77 WRK-ID-BUSCA    PIC 9(06) VALUE ZEROS.
       77 WRK-MENS-DISPON PIC X(01) VALUE 'N'.
       77 WRK-PCT-FREQ    PIC 9(03)V9 VALUE ZEROS.
       77 WRK-TURMA-ATUAL PIC X(06) VALUE SPACES.
       77 WRK-QTD-TURMA   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TURMAS  PIC 9(03) VALUE ZEROS.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB136'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
       77 WRK-MEDIA-ED    PIC Z9.9 VALUE ZEROS.
       01 WRK-TABELA-ALUNOS.
           02 WRK-AL OCCURS 1000 TIMES.
               03 WRK-AL-ID      PIC 9(06).
               03 WRK-AL-NOME    PIC X(20).
               03 WRK-AL-TURMA   PIC X(06).
               03 WRK-AL-AULAS   PIC 9(04).
               03 WRK-AL-PRES    PIC 9(04).
               03 WRK-AL-TEM-NOTA PIC X(01).
               03 WRK-AL-MEDIA   PIC 9(02)V9.
               03 WRK-AL-ATRASO  PIC 9(02).
               03 WRK-AL-PONTOS  PIC 9(02).
               03 WRK-AL-MOTIVOS PIC X(14).
      * SO OS ALUNOS EM RISCO, ORDENADOS POR TURMA E PONTOS
       01 WRK-RIS-TROCA.
           02 WRK-RTR-TURMA  PIC X(06).
           02 WRK-RTR-PONTOS PIC 9(02).
           02 WRK-RTR-POS    PIC 9(04).
       01 WRK-TABELA-RISCO.
           02 WRK-RI OCCURS 1000 TIMES.
               03 WRK-RI-TURMA   PIC X(06).
               03 WRK-RI-PONTOS  PIC 9(02).
               03 WRK-RI-POS     PIC 9(04).
       01 WRK-TABELA-TURMAS.
           02 WRK-TU OCCURS 100 TIMES.
               03 WRK-TU-CODIGO    PIC X(06).
               03 WRK-TU-DESCRICAO PIC X(20).
               03 WRK-TU-PROFESSOR PIC X(20).
       01 WRK-TABELA-VENCIDAS.
           02 WRK-VC OCCURS 2000 TIMES.
               03 WRK-VC-PEDIDO  PIC 9(08).
               03 WRK-VC-PARCELA PIC 9(02).
       01 WRK-LINHA-RISCO.
           02 WRK-LR-ID       PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-FREQ     PIC ZZ9.9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-AULAS    PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-MEDIA    PIC X(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-ATRASO   PIC Z9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-PONTOS   PIC Z9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-MOTIVOS  PIC X(14).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0060-RECEBER-PERIODO.
           IF WRK-PERIODO = ZEROS
               PERFORM 0070-ACHAR-PERIODO
           END-IF.
           IF WRK-PERIODO = ZEROS
               DISPLAY 'NENHUM PERIODO LETIVO NO TRANSCPT/FREQFILE'
                   ' - NADA A AVALIAR'
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-ALUNOS.
           IF WRK-FS-STU NOT = '00'
               DISPLAY 'STUDMAST INDISPONIVEL - STATUS ' WRK-FS-STU
               PERFORM 0920-REGISTRAR-ERRO
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** MAIS DE 1000 ALUNOS ATIVOS - AUMENTE A'
                   ' TABELA DO PROGCOB136 ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0200-CARREGAR-FREQUENCIA.
           PERFORM 0250-CARREGAR-NOTAS.
           PERFORM 0300-CARREGAR-MENSALIDADES.
           PERFORM 0400-PONTUAR-ALUNOS.
           PERFORM 0450-ORDENAR-RISCO.
           PERFORM 0500-CARREGAR-TURMAS.
           PERFORM 0600-IMPRIMIR-RISCO.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB136'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB136'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0920-REGISTRAR-ERRO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB136'==,
                     ==STATUS-EXEC== BY =='ERRO-ARQ'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-PERIODO==,
                     ==CAMPO-NOME== BY ==WRK-PERIODO==,
                     ==TEXTO-PROMPT== BY
                         =='PERIODO (AAAAPP, 000000 = ATUAL): '==.
       0050-LER-PARAMETROS.
           MOVE 'RISCO-FREQ-MIN' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-FREQ-MIN =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'RISCO-AULAS-MIN' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-AULAS-MIN =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'RISCO-MEDIA-MIN' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-MEDIA-MIN =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'RISCO-MENS-ATRASO' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-MENS-ATRASO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'RISCO-PONTOS-MIN' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-PONTOS-MIN =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
      * O PERIODO EM ANDAMENTO E O MAIOR AAAAPP COM NOTA OU PRESENCA
      * LANCADA - OS FECHADOS JA FORAM SELADOS PELO PROGCOB50
       0070-ACHAR-PERIODO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-FS-TRN = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TRN-PERIODO > WRK-PERIODO
                               MOVE TRN-PERIODO TO WRK-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ATTENDANCE-FILE.
           IF WRK-FS-FRQ = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ATTENDANCE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF FRQ-PERIODO > WRK-PERIODO
                               MOVE FRQ-PERIODO TO WRK-PERIODO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF.
       0100-CARREGAR-ALUNOS.
           MOVE ZEROS TO WRK-QTD-ALUNOS.
           MOVE 'N' TO WRK-TAB-CHEIA.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STU = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO STU-ID
               START STUDENT-MASTER KEY IS NOT LESS THAN STU-ID
                   INVALID KEY
                       MOVE 'Y' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF STU-ATIVO = 'A'
                               PERFORM 0150-GUARDAR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
               MOVE '00' TO WRK-FS-STU
           END-IF.
       0150-GUARDAR-ALUNO.
           IF WRK-QTD-ALUNOS < 1000
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE STU-ID TO WRK-AL-ID(WRK-QTD-ALUNOS)
               MOVE STU-NOME TO WRK-AL-NOME(WRK-QTD-ALUNOS)
               MOVE STU-TURMA TO WRK-AL-TURMA(WRK-QTD-ALUNOS)
               MOVE ZEROS TO WRK-AL-AULAS(WRK-QTD-ALUNOS)
                   WRK-AL-PRES(WRK-QTD-ALUNOS)
                   WRK-AL-MEDIA(WRK-QTD-ALUNOS)
                   WRK-AL-ATRASO(WRK-QTD-ALUNOS)
                   WRK-AL-PONTOS(WRK-QTD-ALUNOS)
               MOVE 'N' TO WRK-AL-TEM-NOTA(WRK-QTD-ALUNOS)
               MOVE SPACES TO WRK-AL-MOTIVOS(WRK-QTD-ALUNOS)
           ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
           END-IF.
       0160-LOCALIZAR-ALUNO.
           MOVE ZEROS TO WRK-POS-ALU.
           PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                   UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS
                   OR WRK-POS-ALU > 0
               IF WRK-AL-ID(WRK-IND-ALU) = WRK-ID-BUSCA
                   MOVE WRK-IND-ALU TO WRK-POS-ALU
               END-IF
           END-PERFORM.
       0200-CARREGAR-FREQUENCIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ATTENDANCE-FILE.
           IF WRK-FS-FRQ = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ATTENDANCE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF FRQ-PERIODO = WRK-PERIODO
                               PERFORM 0210-ACUMULAR-FREQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           ELSE
               DISPLAY 'FREQFILE INDISPONIVEL - RISCO SEM FREQUENCIA'
           END-IF.
       0210-ACUMULAR-FREQ.
           MOVE ZEROS TO WRK-POS-ALU.
           PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                   UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS
                   OR WRK-POS-ALU > 0
               IF WRK-AL-ID(WRK-IND-ALU) = FRQ-ID
                   MOVE WRK-IND-ALU TO WRK-POS-ALU
               END-IF
           END-PERFORM.
           IF WRK-POS-ALU > 0
               ADD 1 TO WRK-AL-AULAS(WRK-POS-ALU)
               IF FRQ-PRESENTE = 'P'
                   ADD 1 TO WRK-AL-PRES(WRK-POS-ALU)
               END-IF
           END-IF.
      * VALE A MEDIA DO ULTIMO LANCAMENTO DO ALUNO NO PERIODO - CADA
      * VERIFICACAO DO PROGCOB07/08 GRAVA UM TRN-REC NOVO
       0250-CARREGAR-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-FS-TRN = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TRN-PERIODO = WRK-PERIODO
                               PERFORM 0260-GUARDAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           ELSE
               DISPLAY 'TRANSCPT INDISPONIVEL - RISCO SEM NOTAS'
           END-IF.
       0260-GUARDAR-NOTA.
           MOVE ZEROS TO WRK-POS-ALU.
           PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                   UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS
                   OR WRK-POS-ALU > 0
               IF WRK-AL-ID(WRK-IND-ALU) = TRN-ID
                   MOVE WRK-IND-ALU TO WRK-POS-ALU
               END-IF
           END-PERFORM.
           IF WRK-POS-ALU > 0
               MOVE 'S' TO WRK-AL-TEM-NOTA(WRK-POS-ALU)
               MOVE TRN-MEDIA TO WRK-AL-MEDIA(WRK-POS-ALU)
           END-IF.
      * MESMA LIGACAO DO BOLETIM (PROGCOB97): TITULO DA FAIXA DO
      * MENSCTL VENCIDO E EM ABERTO, ALUNO PELO MENSALID
       0300-CARREGAR-MENSALIDADES.
           MOVE ZEROS TO WRK-QTD-VENC.
           MOVE 'N' TO WRK-MENS-DISPON.
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
                               PERFORM 0310-GUARDAR-VENCIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WRK-QTD-VENC > 0
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT TUITION-FILE
               IF WRK-FS-MNS = '00'
                   MOVE 'S' TO WRK-MENS-DISPON
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ TUITION-FILE
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               IF MNS-PEDIDO > 0
                                   PERFORM 0320-CONTAR-ATRASO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TUITION-FILE
               END-IF
           END-IF.
       0310-GUARDAR-VENCIDA.
           IF WRK-QTD-VENC < 2000
               ADD 1 TO WRK-QTD-VENC
               MOVE RCV-PEDIDO TO WRK-VC-PEDIDO(WRK-QTD-VENC)
               MOVE RCV-PARCELA TO WRK-VC-PARCELA(WRK-QTD-VENC)
           ELSE
               DISPLAY 'MAIS DE 2000 MENSALIDADES VENCIDAS - AUMENTE'
                   ' A TABELA DO PROGCOB136'
           END-IF.
       0320-CONTAR-ATRASO.
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
               MOVE MNS-ALUNO TO WRK-ID-BUSCA
               PERFORM 0160-LOCALIZAR-ALUNO
               IF WRK-POS-ALU > 0
                   AND WRK-AL-ATRASO(WRK-POS-ALU) < 99
                   ADD 1 TO WRK-AL-ATRASO(WRK-POS-ALU)
               END-IF
           END-IF.
       0400-PONTUAR-ALUNOS.
           MOVE ZEROS TO WRK-QTD-RISCO.
           PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                   UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS
               PERFORM 0410-PONTUAR-UM-ALUNO
           END-PERFORM.
       0410-PONTUAR-UM-ALUNO.
           IF WRK-AL-AULAS(WRK-IND-ALU) >= WRK-AULAS-MIN
               AND WRK-AL-AULAS(WRK-IND-ALU) > 0
               COMPUTE WRK-PCT-FREQ ROUNDED =
                   WRK-AL-PRES(WRK-IND-ALU) * 100 /
                   WRK-AL-AULAS(WRK-IND-ALU)
               IF WRK-PCT-FREQ < WRK-FREQ-MIN
                   ADD 2 TO WRK-AL-PONTOS(WRK-IND-ALU)
                   MOVE 'FREQ' TO WRK-AL-MOTIVOS(WRK-IND-ALU)(1:4)
               END-IF
           END-IF.
           IF WRK-AL-TEM-NOTA(WRK-IND-ALU) = 'S'
               AND WRK-AL-MEDIA(WRK-IND-ALU) < WRK-MEDIA-MIN
               ADD 2 TO WRK-AL-PONTOS(WRK-IND-ALU)
               MOVE 'NOTA' TO WRK-AL-MOTIVOS(WRK-IND-ALU)(6:4)
           END-IF.
           IF WRK-AL-ATRASO(WRK-IND-ALU) >= WRK-MENS-ATRASO
               AND WRK-AL-ATRASO(WRK-IND-ALU) > 0
               ADD 1 TO WRK-AL-PONTOS(WRK-IND-ALU)
               MOVE 'MENS' TO WRK-AL-MOTIVOS(WRK-IND-ALU)(11:4)
           END-IF.
           IF WRK-AL-PONTOS(WRK-IND-ALU) >= WRK-PONTOS-MIN
               AND WRK-AL-PONTOS(WRK-IND-ALU) > 0
               ADD 1 TO WRK-QTD-RISCO
               MOVE WRK-AL-TURMA(WRK-IND-ALU)
                   TO WRK-RI-TURMA(WRK-QTD-RISCO)
               MOVE WRK-AL-PONTOS(WRK-IND-ALU)
                   TO WRK-RI-PONTOS(WRK-QTD-RISCO)
               MOVE WRK-IND-ALU TO WRK-RI-POS(WRK-QTD-RISCO)
           END-IF.
      * TURMA ASCENDENTE, PONTOS DESCENDENTE DENTRO DA TURMA
       0450-ORDENAR-RISCO.
           IF WRK-QTD-RISCO > 1
               COMPUTE WRK-LIMITE-TROCA = WRK-QTD-RISCO - 1
               PERFORM VARYING WRK-IND-RIS FROM 1 BY 1
                       UNTIL WRK-IND-RIS > WRK-LIMITE-TROCA
                   PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                           UNTIL WRK-IND-TROCA > WRK-LIMITE-TROCA
                       IF WRK-RI-TURMA(WRK-IND-TROCA) >
                           WRK-RI-TURMA(WRK-IND-TROCA + 1)
                           OR (WRK-RI-TURMA(WRK-IND-TROCA) =
                               WRK-RI-TURMA(WRK-IND-TROCA + 1)
                               AND WRK-RI-PONTOS(WRK-IND-TROCA) <
                               WRK-RI-PONTOS(WRK-IND-TROCA + 1))
                           MOVE WRK-RI(WRK-IND-TROCA)
                               TO WRK-RIS-TROCA
                           MOVE WRK-RI(WRK-IND-TROCA + 1)
                               TO WRK-RI(WRK-IND-TROCA)
                           MOVE WRK-RIS-TROCA
                               TO WRK-RI(WRK-IND-TROCA + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
       0500-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-QTD-TUR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-TUR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CLASS-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-TUR < 100
                               ADD 1 TO WRK-QTD-TUR
                               MOVE TUR-CODIGO TO
                                   WRK-TU-CODIGO(WRK-QTD-TUR)
                               MOVE TUR-DESCRICAO TO
                                   WRK-TU-DESCRICAO(WRK-QTD-TUR)
                               MOVE TUR-PROFESSOR TO
                                   WRK-TU-PROFESSOR(WRK-QTD-TUR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-MASTER
           END-IF.
       0600-IMPRIMIR-RISCO.
           MOVE ZEROS TO WRK-PAGINA WRK-QTD-TURMAS WRK-QTD-TURMA.
           MOVE SPACES TO WRK-TURMA-ATUAL.
           OPEN OUTPUT RISK-REPORT.
           PERFORM 0610-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'PERIODO ' WRK-PERIODO '  FREQ MIN ' WRK-FREQ-MIN
                  ' PCT (APOS ' WRK-AULAS-MIN ' AULAS)  MEDIA MIN '
                  WRK-MEDIA-MIN(1:2) ',' WRK-MEDIA-MIN(3:1)
                  '  PONTOS MIN ' WRK-PONTOS-MIN
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-MENS-DISPON = 'N'
               MOVE 'SEM MENSALIDADE VENCIDA NO CONTAREC/MENSALID'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM VARYING WRK-IND-RIS FROM 1 BY 1
                   UNTIL WRK-IND-RIS > WRK-QTD-RISCO
               IF WRK-RI-TURMA(WRK-IND-RIS) NOT = WRK-TURMA-ATUAL
                   OR WRK-IND-RIS = 1
                   IF WRK-IND-RIS > 1
                       PERFORM 0650-FECHAR-TURMA
                   END-IF
                   PERFORM 0620-ABRIR-TURMA
               END-IF
               PERFORM 0630-IMPRIMIR-ALUNO
           END-PERFORM.
           IF WRK-QTD-RISCO > 0
               PERFORM 0650-FECHAR-TURMA
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNOS ATIVOS AVALIADOS: ' WRK-QTD-ALUNOS
                  '   EM RISCO: ' WRK-QTD-RISCO
                  '   TURMAS: ' WRK-QTD-TURMAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RISK-REPORT.
           DISPLAY 'ALERTA DE RISCO DO PERIODO ' WRK-PERIODO
               ' - VER RISCOREL'.
           DISPLAY 'AVALIADOS: ' WRK-QTD-ALUNOS '  EM RISCO: '
               WRK-QTD-RISCO.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0610-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='ALUNOS EM RISCO NO PERIODO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0620-ABRIR-TURMA.
           MOVE WRK-RI-TURMA(WRK-IND-RIS) TO WRK-TURMA-ATUAL.
           MOVE ZEROS TO WRK-QTD-TURMA.
           ADD 1 TO WRK-QTD-TURMAS.
           MOVE ZEROS TO WRK-POS-TUR.
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                   UNTIL WRK-IND-TUR > WRK-QTD-TUR
                   OR WRK-POS-TUR > 0
               IF WRK-TU-CODIGO(WRK-IND-TUR) = WRK-TURMA-ATUAL
                   MOVE WRK-IND-TUR TO WRK-POS-TUR
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           IF WRK-POS-TUR > 0
               STRING 'TURMA ' WRK-TURMA-ATUAL ' - '
                      WRK-TU-DESCRICAO(WRK-POS-TUR)
                      '  PROFESSOR: ' WRK-TU-PROFESSOR(WRK-POS-TUR)
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'TURMA ' WRK-TURMA-ATUAL
                      ' - NAO CADASTRADA NO TURMMAST'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNO  NOME                  FREQ AULA MEDIA MN'
                  ' PT MOTIVOS'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       0630-IMPRIMIR-ALUNO.
           MOVE WRK-RI-POS(WRK-IND-RIS) TO WRK-IND-ALU.
           ADD 1 TO WRK-QTD-TURMA.
           MOVE WRK-AL-ID(WRK-IND-ALU) TO WRK-LR-ID.
           MOVE WRK-AL-NOME(WRK-IND-ALU) TO WRK-LR-NOME.
           MOVE WRK-AL-AULAS(WRK-IND-ALU) TO WRK-LR-AULAS.
           IF WRK-AL-AULAS(WRK-IND-ALU) > 0
               COMPUTE WRK-PCT-FREQ ROUNDED =
                   WRK-AL-PRES(WRK-IND-ALU) * 100 /
                   WRK-AL-AULAS(WRK-IND-ALU)
               MOVE WRK-PCT-FREQ TO WRK-LR-FREQ
           ELSE
               MOVE ZEROS TO WRK-LR-FREQ
           END-IF.
           IF WRK-AL-TEM-NOTA(WRK-IND-ALU) = 'S'
               MOVE WRK-AL-MEDIA(WRK-IND-ALU) TO WRK-MEDIA-ED
               MOVE WRK-MEDIA-ED TO WRK-LR-MEDIA
           ELSE
               MOVE ' -- ' TO WRK-LR-MEDIA
           END-IF.
           MOVE WRK-AL-ATRASO(WRK-IND-ALU) TO WRK-LR-ATRASO.
           MOVE WRK-AL-PONTOS(WRK-IND-ALU) TO WRK-LR-PONTOS.
           MOVE WRK-AL-MOTIVOS(WRK-IND-ALU) TO WRK-LR-MOTIVOS.
           MOVE WRK-LINHA-RISCO TO REL-LINHA.
           WRITE REL-LINHA.
      * UM ALERTA POR TURMA PARA A COORDENACAO ACHAR NO PROGCOB45
       0650-FECHAR-TURMA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNOS EM RISCO NA TURMA: ' WRK-QTD-TURMA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WRK-ALT-MENSAGEM.
           STRING 'RISCO: TURMA ' WRK-TURMA-ATUAL ' COM '
                  WRK-QTD-TURMA ' ALUNO(S)'
               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM.
           CALL 'PRGALERT' USING WRK-ALT-PROGRAMA WRK-ALT-SEVERIDADE
               WRK-ALT-MENSAGEM.
