      * CADASTRO QUE O PROGCOB49 CONSULTA PARA VALIDAR STU-TURMA E
      * CONTROLAR A CAPACIDADE DA SALA
      * DATA = XX/XX/XXXX
      * MANUTENCAO = TURMA GANHA O VALOR DA MENSALIDADE
      * (TUR-MENSALIDADE), INFORMADO NA INCLUSAO E NA ALTERACAO E
      * MOSTRADO NA LISTA - E A BASE DA COBRANCA MENSAL DO PROGCOB135
      * MANUTENCAO = PROFESSOR DA TURMA PELO CODIGO DO CADASTRO DE
      * PROFESSORES (PROFMAST, PROGCOB138): SO PROFESSOR ATIVO, COM O
      * CODIGO EM TUR-COD-PROF E O NOME DO CADASTRO EM TUR-PROFESSOR;
      * SEM PROFMAST O PROFESSOR SEGUE EM TEXTO LIVRE, COMO ANTES
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STU.
           SELECT TEACHER-MASTER ASSIGN TO 'PROFMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRF.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  CLASS-MASTER.
       COPY 'TURREC.COB'.
       FD  CLASS-TEMP.
       01  TMP-REC         PIC X(61).
       FD  ROSTER-REPORT-FILE.
       01  ROS-LINHA       PIC X(80).
       FD  STUDENT-MASTER.
       COPY 'STUREC.COB'.
       FD  TEACHER-MASTER.
       COPY 'PRFREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-STU      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRF      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-CODIGO      PIC X(06) VALUE SPACES.
       77 WRK-DESCRICAO   PIC X(20) VALUE SPACES.
       77 WRK-PROFESSOR   PIC X(20) VALUE SPACES.
       77 WRK-COD-PROF    PIC 9(04) VALUE ZEROS.
       77 WRK-PROF-OK     PIC X(01) VALUE 'N'.
       77 WRK-CAPACIDADE  PIC 9(03) VALUE ZEROS.
       77 WRK-PERIODO     PIC X(01) VALUE SPACES.
       77 WRK-MENSALIDADE PIC 9(05)V99 VALUE ZEROS.
       77 WRK-MENSALIDADE-ED PIC Z(04)9.99 VALUE ZEROS.
       77 WRK-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTA   PIC 9(03) VALUE ZEROS.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-TUR = '00'
               DISPLAY 'TURMA  DESCRICAO            PROFESSOR'
                   '            CAP PER MENSALID'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CLASS-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TUR-MENSALIDADE IS NUMERIC
                               MOVE TUR-MENSALIDADE
                                   TO WRK-MENSALIDADE-ED
                           ELSE
                               MOVE ZEROS TO WRK-MENSALIDADE-ED
                           END-IF
                           DISPLAY TUR-CODIGO ' ' TUR-DESCRICAO
                               ' ' TUR-PROFESSOR ' '
                               TUR-CAPACIDADE ' ' TUR-PERIODO
                               '  ' WRK-MENSALIDADE-ED
                           ADD 1 TO WRK-QTD-LISTA
                   END-READ
               END-PERFORM
       0160-RECEBER-DADOS.
           DISPLAY 'DESCRICAO: '.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           PERFORM 0190-RECEBER-PROFESSOR.
           PERFORM 0170-RECEBER-CAPACIDADE.
           DISPLAY 'PERIODO (M/T/N): '.
           ACCEPT WRK-PERIODO FROM CONSOLE.
           PERFORM 0180-RECEBER-MENSALIDADE.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0170-RECEBER-CAPACIDADE==,
                     ==CAMPO-NOME== BY ==WRK-CAPACIDADE==,
                     ==TEXTO-PROMPT== BY
                         =='CAPACIDADE DA SALA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0180-RECEBER-MENSALIDADE==,
                     ==CAMPO-NOME== BY ==WRK-MENSALIDADE==,
                     ==TEXTO-PROMPT== BY
                         =='VALOR DA MENSALIDADE: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0195-RECEBER-COD-PROF==,
                     ==CAMPO-NOME== BY ==WRK-COD-PROF==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO PROFESSOR (PROFMAST): '==.
      * O NOME VEM DO CADASTRO - ACABA O MESMO PROFESSOR ESCRITO DE
      * TRES JEITOS EM TURMAS DIFERENTES
       0190-RECEBER-PROFESSOR.
           MOVE ZEROS TO WRK-COD-PROF.
           OPEN INPUT TEACHER-MASTER.
           IF WRK-FS-PRF NOT = '00'
               DISPLAY 'PROFESSOR: '
               ACCEPT WRK-PROFESSOR FROM CONSOLE
           ELSE
               CLOSE TEACHER-MASTER
               MOVE 'N' TO WRK-PROF-OK
               PERFORM UNTIL WRK-PROF-OK = 'S'
                   PERFORM 0195-RECEBER-COD-PROF
                   PERFORM 0196-BUSCAR-PROFESSOR
                   IF WRK-PROF-OK = 'N'
                       DISPLAY 'PROFESSOR NAO CADASTRADO OU INATIVO: '
                           WRK-COD-PROF
                   END-IF
               END-PERFORM
           END-IF.
       0196-BUSCAR-PROFESSOR.
           MOVE 'N' TO WRK-PROF-OK.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TEACHER-MASTER.
           IF WRK-FS-PRF = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TEACHER-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PRF-CODIGO = WRK-COD-PROF
                               AND PRF-ATIVO = 'A'
                               MOVE 'S' TO WRK-PROF-OK
                               MOVE PRF-NOME TO WRK-PROFESSOR
                               MOVE 'Y' TO WRK-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER
           END-IF.
       0200-INCLUIR.
           PERFORM 0150-RECEBER-CODIGO.
           PERFORM 0250-VERIFICAR-EXISTENTE.
               MOVE WRK-PROFESSOR TO TUR-PROFESSOR
               MOVE WRK-CAPACIDADE TO TUR-CAPACIDADE
               MOVE WRK-PERIODO TO TUR-PERIODO
               MOVE WRK-MENSALIDADE TO TUR-MENSALIDADE
               MOVE WRK-COD-PROF TO TUR-COD-PROF
               WRITE TUR-REC
               CLOSE CLASS-MASTER
               DISPLAY 'TURMA INCLUIDA: ' WRK-CODIGO
                           MOVE WRK-PROFESSOR TO TUR-PROFESSOR
                           MOVE WRK-CAPACIDADE TO TUR-CAPACIDADE
                           MOVE WRK-PERIODO TO TUR-PERIODO
                           MOVE WRK-MENSALIDADE TO TUR-MENSALIDADE
                           MOVE WRK-COD-PROF TO TUR-COD-PROF
                       END-IF
                       WRITE TMP-REC FROM TUR-REC
               END-READ
