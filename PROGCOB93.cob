      * FREQUENCIA DE UM ALUNO NUM PERIODO LETIVO - INSUMO DA
      * REPROVACAO POR FALTA DO LOTE DE NOTAS DO PROGCOB12
      * DATA = XX/XX/XXXX
      * MANUTENCAO = A DATA DA AULA SO E ACEITA SE FOR DATA VALIDA E A
      * TURMA DO ALUNO TIVER AULA NAQUELE DIA DA SEMANA NA GRADE DO
      * HORARIO (HORREC.COB, PROGCOB138); SEM O ARQUIVO HORARIO A
      * VALIDACAO DA GRADE FICA DESLIGADA, COMO ANTES
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STU.
           SELECT TIMETABLE-FILE ASSIGN TO 'HORARIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOR.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'FRQREC.COB'.
       FD  STUDENT-MASTER.
       COPY 'STUREC.COB'.
       FD  TIMETABLE-FILE.
       COPY 'HORREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-FRQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-STU      PIC X(02) VALUE SPACES.
       77 WRK-FS-HOR      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PRESENTE    PIC X(01) VALUE SPACES.
       77 WRK-ALUNO-OK    PIC X(01) VALUE 'N'.
       77 WRK-TURMA-ALUNO PIC X(06) VALUE SPACES.
       77 WRK-DIA-SEMANA  PIC 9(01) VALUE ZEROS.
       77 WRK-TEM-AULA    PIC X(01) VALUE 'N'.
       77 WRK-FIM-HOR     PIC X(01) VALUE 'N'.
       77 WRK-QTD-AULAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PRES    PIC 9(04) VALUE ZEROS.
       77 WRK-PCT-FREQ    PIC 9(03)V9 VALUE ZEROS.
               IF WRK-DATA-AULA = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-DATA-AULA
               END-IF
               PERFORM 0230-VERIFICAR-GRADE
               IF WRK-TEM-AULA = 'S'
                   PERFORM 0110-RECEBER-MARCACAO
               END-IF
           END-IF.
       0110-RECEBER-MARCACAO.
           DISPLAY 'PRESENTE (P) OU FALTA (F): '.
           ACCEPT WRK-PRESENTE FROM CONSOLE.
           IF WRK-PRESENTE = 'p'
               MOVE 'P' TO WRK-PRESENTE
           END-IF.
           IF WRK-PRESENTE = 'f'
               MOVE 'F' TO WRK-PRESENTE
           END-IF.
           IF WRK-PRESENTE = 'P' OR WRK-PRESENTE = 'F'
               PERFORM 0250-GRAVAR-FREQUENCIA
               DISPLAY 'FREQUENCIA LANCADA'
           ELSE
               DISPLAY 'MARCACAO INVALIDA - NADA LANCADO'
           END-IF.
       0200-VALIDAR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-OK.
           MOVE WRK-ID TO STU-ID.
               NOT INVALID KEY
                   IF STU-ATIVO NOT = 'I'
                       MOVE 'S' TO WRK-ALUNO-OK
                       MOVE STU-TURMA TO WRK-TURMA-ALUNO
                   END-IF
           END-READ.
      * DIA DA SEMANA PELO NUMERO DO DIA: O DIA 1 DO CALENDARIO
      * (01/01/1601) FOI SEGUNDA - 1 SEGUNDA ... 7 DOMINGO, COMO O
      * HOR-DIA
       0230-VERIFICAR-GRADE.
           MOVE 'N' TO WRK-TEM-AULA.
           IF FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-AULA) NOT = 0
               DISPLAY 'DATA INVALIDA: ' WRK-DATA-AULA
                   ' - NADA LANCADO'
           ELSE
               COMPUTE WRK-DIA-SEMANA =
                   FUNCTION MOD(FUNCTION INTEGER-OF-DATE(WRK-DATA-AULA)
                   - 1, 7) + 1
               MOVE 'N' TO WRK-FIM-HOR
               OPEN INPUT TIMETABLE-FILE
               IF WRK-FS-HOR NOT = '00'
                   MOVE 'S' TO WRK-TEM-AULA
               ELSE
                   PERFORM UNTIL WRK-FIM-HOR = 'Y'
                       READ TIMETABLE-FILE
                           AT END
                               MOVE 'Y' TO WRK-FIM-HOR
                           NOT AT END
                               IF HOR-TURMA = WRK-TURMA-ALUNO
                                   AND HOR-DIA = WRK-DIA-SEMANA
                                   MOVE 'S' TO WRK-TEM-AULA
                                   MOVE 'Y' TO WRK-FIM-HOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TIMETABLE-FILE
                   IF WRK-TEM-AULA = 'N'
                       DISPLAY 'TURMA ' WRK-TURMA-ALUNO
                           ' SEM AULA NA GRADE EM ' WRK-DATA-AULA
                           ' - NADA LANCADO'
                   END-IF
               END-IF
           END-IF.
       0250-GRAVAR-FREQUENCIA.
           OPEN EXTEND ATTENDANCE-FILE.
           IF WRK-FS-FRQ NOT = '00'
