       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB138.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CADASTRO DE PROFESSORES (PROFMAST, PRFREC.COB) E
      * GRADE SEMANAL DE AULAS (HORARIO, HORREC.COB) COM DETECCAO DE
      * CHOQUE: A AULA E UM REGISTRO POR TURMA, DIA (1 SEGUNDA A 6
      * SABADO) E NUMERO DA AULA, COM PROFESSOR E SALA; A INCLUSAO
      * RECUSA TURMA JA OCUPADA NO HORARIO, PROFESSOR OU SALA EM DUAS
      * TURMAS NO MESMO DIA E AULA, PROFESSOR INATIVO E PROFESSOR QUE
      * PASSARIA DAS AULAS SEMANAIS CONTRATADAS (PRF-AULAS-SEM)
      * O CADASTRO RECUSA BAIXAR AS AULAS CONTRATADAS OU INATIVAR
      * PROFESSOR ABAIXO DO QUE ELE JA TEM NA GRADE
      * A IMPRESSAO GRAVA EM HORAREL A GRADE POR TURMA, POR PROFESSOR
      * E POR SALA; O PROGCOB94 USA O PROFMAST NA TURMA E O PROGCOB93
      * CONSULTA A GRADE NA DIGITACAO DA FREQUENCIA
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEACHER-MASTER ASSIGN TO 'PROFMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRF.
           SELECT TEACHER-TEMP ASSIGN TO 'PROFTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTM.
           SELECT TIMETABLE-FILE ASSIGN TO 'HORARIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HOR.
           SELECT TIMETABLE-TEMP ASSIGN TO 'HORATMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HTM.
           SELECT CLASS-MASTER ASSIGN TO 'TURMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TUR.
           SELECT TIMETABLE-REPORT ASSIGN TO 'HORAREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-MASTER.
       COPY 'PRFREC.COB'.
       FD  TEACHER-TEMP.
       01  PTM-REC         PIC X(27).
       FD  TIMETABLE-FILE.
       COPY 'HORREC.COB'.
       FD  TIMETABLE-TEMP.
       01  HTM-REC         PIC X(16).
       FD  CLASS-MASTER.
       COPY 'TURREC.COB'.
       FD  TIMETABLE-REPORT.
       01  HRL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-PRF      PIC X(02) VALUE SPACES.
       77 WRK-FS-PTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-HOR      PIC X(02) VALUE SPACES.
       77 WRK-FS-HTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-TUR      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-RECUSA      PIC X(60) VALUE SPACES.
       77 WRK-QTD-LISTA   PIC 9(03) VALUE ZEROS.
       77 WRK-COD-PROF    PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-PROF   PIC X(20) VALUE SPACES.
       77 WRK-AULAS-SEM   PIC 9(02) VALUE ZEROS.
       77 WRK-ATIVO       PIC X(01) VALUE SPACES.
       77 WRK-PROF-ATIVO  PIC X(01) VALUE 'N'.
       77 WRK-PROF-LIMITE PIC 9(02) VALUE ZEROS.
       77 WRK-AULAS-PROF  PIC 9(02) VALUE ZEROS.
       77 WRK-TURMA       PIC X(06) VALUE SPACES.
       77 WRK-DIA         PIC 9(01) VALUE ZEROS.
       77 WRK-AULA        PIC 9(01) VALUE ZEROS.
       77 WRK-SALA        PIC X(04) VALUE SPACES.
       77 WRK-QTD-HOR     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-HOR     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PF      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PF      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-CHV     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CHV     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-CHV     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TROCA   PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-TROCA PIC 9(03) VALUE ZEROS.
       77 WRK-CHV-TROCA   PIC X(06) VALUE SPACES.
       77 WRK-CHAVE       PIC X(06) VALUE SPACES.
       77 WRK-TIPO-GRADE  PIC X(01) VALUE SPACES.
       77 WRK-IND-AULA    PIC 9(02) VALUE ZEROS.
       77 WRK-IND-DIA     PIC 9(01) VALUE ZEROS.
       77 WRK-AULAS-GRADE PIC 9(02) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       01 WRK-COD-PROF-X  PIC X(04) VALUE SPACES.
       01 WRK-COD-PROF-N REDEFINES WRK-COD-PROF-X PIC 9(04).
      * GRADE INTEIRA EM MEMORIA PARA A IMPRESSAO
       01 WRK-TABELA-HORARIO.
           02 WRK-HR OCCURS 2000 TIMES.
               03 WRK-HR-TURMA    PIC X(06).
               03 WRK-HR-DIA      PIC 9(01).
               03 WRK-HR-AULA     PIC 9(01).
               03 WRK-HR-PROF     PIC 9(04).
               03 WRK-HR-SALA     PIC X(04).
       01 WRK-TABELA-PROFESSORES.
           02 WRK-PF OCCURS 200 TIMES.
               03 WRK-PF-CODIGO   PIC 9(04).
               03 WRK-PF-NOME     PIC X(20).
               03 WRK-PF-AULAS    PIC 9(02).
      * TURMAS, PROFESSORES OU SALAS DISTINTOS DA VISAO EM IMPRESSAO
       01 WRK-TABELA-CHAVES.
           02 WRK-CHV OCCURS 500 TIMES PIC X(06).
       01 WRK-GRADE.
           02 WRK-GR-AULA OCCURS 9 TIMES.
               03 WRK-GR-CELULA OCCURS 6 TIMES PIC X(11).
       01 WRK-LINHA-GRADE.
           02 FILLER          PIC X(05) VALUE 'AULA '.
           02 WRK-LG-AULA     PIC 9(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LG-CELULA OCCURS 6 TIMES.
               03 WRK-LG-TEXTO PIC X(11).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR PROFESSORES 2-INCLUIR/ALTERAR'
                   ' PROFESSOR'
               DISPLAY '3-INCLUIR AULA 4-EXCLUIR AULA 5-IMPRIMIR'
                   ' HORARIOS 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-LISTAR-PROFESSORES
                   WHEN 2
                       PERFORM 0200-MANTER-PROFESSOR
                   WHEN 3
                       PERFORM 0300-INCLUIR-AULA
                   WHEN 4
                       PERFORM 0400-EXCLUIR-AULA
                   WHEN 5
                       PERFORM 0500-IMPRIMIR-HORARIOS
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB138'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB138'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0150-RECEBER-COD-PROF==,
                     ==CAMPO-NOME== BY ==WRK-COD-PROF==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO PROFESSOR: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-AULAS-SEM==,
                     ==CAMPO-NOME== BY ==WRK-AULAS-SEM==,
                     ==TEXTO-PROMPT== BY
                         =='AULAS SEMANAIS CONTRATADAS: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0170-RECEBER-DIA==,
                     ==CAMPO-NOME== BY ==WRK-DIA==,
                     ==TEXTO-PROMPT== BY
                         =='DIA DA SEMANA (1-SEG A 6-SAB): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0180-RECEBER-AULA==,
                     ==CAMPO-NOME== BY ==WRK-AULA==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DA AULA NO DIA (1 A 9): '==.
       0100-LISTAR-PROFESSORES.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TEACHER-MASTER.
           IF WRK-FS-PRF = '00'
               DISPLAY 'COD  NOME                 AULAS SIT'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TEACHER-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           DISPLAY PRF-CODIGO ' ' PRF-NOME ' '
                               PRF-AULAS-SEM '    ' PRF-ATIVO
                           ADD 1 TO WRK-QTD-LISTA
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER
               DISPLAY 'PROFESSORES CADASTRADOS: ' WRK-QTD-LISTA
           ELSE
               DISPLAY 'PROFMAST INDISPONIVEL OU VAZIO'
           END-IF.
       0200-MANTER-PROFESSOR.
           PERFORM 0150-RECEBER-COD-PROF.
           DISPLAY 'NOME DO PROFESSOR: '.
           ACCEPT WRK-NOME-PROF FROM CONSOLE.
           PERFORM 0160-RECEBER-AULAS-SEM.
           DISPLAY 'SITUACAO (A-ATIVO / I-INATIVO): '.
           ACCEPT WRK-ATIVO FROM CONSOLE.
           IF WRK-ATIVO = 'a'
               MOVE 'A' TO WRK-ATIVO
           END-IF.
           IF WRK-ATIVO = 'i'
               MOVE 'I' TO WRK-ATIVO
           END-IF.
           PERFORM 0250-CONTAR-AULAS-PROF.
           EVALUATE TRUE
               WHEN WRK-NOME-PROF = SPACES
                   DISPLAY 'NOME OBRIGATORIO - NADA GRAVADO'
               WHEN WRK-ATIVO NOT = 'A' AND WRK-ATIVO NOT = 'I'
                   DISPLAY 'SITUACAO INVALIDA - NADA GRAVADO'
               WHEN WRK-ATIVO = 'I' AND WRK-AULAS-PROF > 0
                   DISPLAY 'PROFESSOR COM ' WRK-AULAS-PROF
                       ' AULAS NA GRADE - EXCLUA AS AULAS ANTES'
               WHEN WRK-AULAS-SEM < WRK-AULAS-PROF
                   DISPLAY 'PROFESSOR JA TEM ' WRK-AULAS-PROF
                       ' AULAS NA GRADE - CONTRATO NAO PODE SER MENOR'
               WHEN OTHER
                   PERFORM 0260-GRAVAR-PROFESSOR
           END-EVALUATE.
       0250-CONTAR-AULAS-PROF.
           MOVE ZEROS TO WRK-AULAS-PROF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-FS-HOR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TIMETABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF HOR-PROF = WRK-COD-PROF
                               ADD 1 TO WRK-AULAS-PROF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           END-IF.
       0260-GRAVAR-PROFESSOR.
           MOVE 'N' TO WRK-EXISTE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TEACHER-MASTER.
           IF WRK-FS-PRF = '00'
               OPEN OUTPUT TEACHER-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TEACHER-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PRF-CODIGO = WRK-COD-PROF
                               MOVE 'S' TO WRK-EXISTE
                               MOVE WRK-NOME-PROF TO PRF-NOME
                               MOVE WRK-AULAS-SEM TO PRF-AULAS-SEM
                               MOVE WRK-ATIVO TO PRF-ATIVO
                           END-IF
                           WRITE PTM-REC FROM PRF-REC
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER TEACHER-TEMP
           END-IF.
           IF WRK-EXISTE = 'S'
               PERFORM 0270-DEVOLVER-PROFESSORES
               DISPLAY 'PROFESSOR ALTERADO: ' WRK-COD-PROF
           ELSE
               OPEN EXTEND TEACHER-MASTER
               IF WRK-FS-PRF NOT = '00'
                   OPEN OUTPUT TEACHER-MASTER
               END-IF
               MOVE WRK-COD-PROF TO PRF-CODIGO
               MOVE WRK-NOME-PROF TO PRF-NOME
               MOVE WRK-AULAS-SEM TO PRF-AULAS-SEM
               MOVE WRK-ATIVO TO PRF-ATIVO
               WRITE PRF-REC
               CLOSE TEACHER-MASTER
               DISPLAY 'PROFESSOR INCLUIDO: ' WRK-COD-PROF
           END-IF.
       0270-DEVOLVER-PROFESSORES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT TEACHER-MASTER.
           OPEN INPUT TEACHER-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ TEACHER-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE PRF-REC FROM PTM-REC
               END-READ
           END-PERFORM.
           CLOSE TEACHER-MASTER TEACHER-TEMP.
       0300-INCLUIR-AULA.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           PERFORM 0170-RECEBER-DIA.
           PERFORM 0180-RECEBER-AULA.
           PERFORM 0150-RECEBER-COD-PROF.
           DISPLAY 'SALA: '.
           ACCEPT WRK-SALA FROM CONSOLE.
           MOVE SPACES TO WRK-RECUSA.
           IF WRK-DIA < 1 OR WRK-DIA > 6
               MOVE 'DIA INVALIDO - USE 1 (SEGUNDA) A 6 (SABADO)'
                   TO WRK-RECUSA
           END-IF.
           IF WRK-AULA = 0 AND WRK-RECUSA = SPACES
               MOVE 'NUMERO DA AULA INVALIDO - USE 1 A 9'
                   TO WRK-RECUSA
           END-IF.
           IF WRK-SALA = SPACES AND WRK-RECUSA = SPACES
               MOVE 'SALA OBRIGATORIA' TO WRK-RECUSA
           END-IF.
           IF WRK-RECUSA = SPACES
               PERFORM 0310-VERIFICAR-TURMA
           END-IF.
           IF WRK-RECUSA = SPACES
               PERFORM 0320-VERIFICAR-PROFESSOR
           END-IF.
           IF WRK-RECUSA = SPACES
               PERFORM 0330-VERIFICAR-CHOQUE
           END-IF.
           IF WRK-RECUSA NOT = SPACES
               DISPLAY 'AULA RECUSADA: ' WRK-RECUSA
           ELSE
               OPEN EXTEND TIMETABLE-FILE
               IF WRK-FS-HOR NOT = '00'
                   OPEN OUTPUT TIMETABLE-FILE
               END-IF
               MOVE WRK-TURMA TO HOR-TURMA
               MOVE WRK-DIA TO HOR-DIA
               MOVE WRK-AULA TO HOR-AULA
               MOVE WRK-COD-PROF TO HOR-PROF
               MOVE WRK-SALA TO HOR-SALA
               WRITE HOR-REC
               CLOSE TIMETABLE-FILE
               ADD 1 TO WRK-AULAS-PROF
               DISPLAY 'AULA INCLUIDA - PROFESSOR COM ' WRK-AULAS-PROF
                   ' DE ' WRK-PROF-LIMITE ' AULAS CONTRATADAS'
           END-IF.
       0310-VERIFICAR-TURMA.
           MOVE 'N' TO WRK-EXISTE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-TUR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CLASS-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TUR-CODIGO = WRK-TURMA
                               MOVE 'S' TO WRK-EXISTE
                               MOVE 'Y' TO WRK-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-MASTER
           END-IF.
           IF WRK-EXISTE = 'N'
               MOVE 'TURMA NAO CADASTRADA NO TURMMAST' TO WRK-RECUSA
           END-IF.
       0320-VERIFICAR-PROFESSOR.
           MOVE 'N' TO WRK-PROF-ATIVO.
           MOVE ZEROS TO WRK-PROF-LIMITE.
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
                               MOVE 'S' TO WRK-PROF-ATIVO
                               MOVE PRF-AULAS-SEM TO WRK-PROF-LIMITE
                               MOVE 'Y' TO WRK-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER
           END-IF.
           IF WRK-PROF-ATIVO = 'N'
               MOVE 'PROFESSOR NAO CADASTRADO OU INATIVO' TO WRK-RECUSA
           END-IF.
      * UMA PASSADA NA GRADE: TURMA, PROFESSOR E SALA NO MESMO DIA E
      * AULA, E AS AULAS QUE O PROFESSOR JA TEM NA SEMANA
       0330-VERIFICAR-CHOQUE.
           MOVE ZEROS TO WRK-AULAS-PROF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-FS-HOR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TIMETABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0340-COMPARAR-AULA
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           END-IF.
           IF WRK-RECUSA = SPACES
               AND WRK-AULAS-PROF >= WRK-PROF-LIMITE
               MOVE SPACES TO WRK-RECUSA
               STRING 'PROFESSOR JA TEM AS ' WRK-PROF-LIMITE
                      ' AULAS SEMANAIS CONTRATADAS'
                   DELIMITED BY SIZE INTO WRK-RECUSA
           END-IF.
       0340-COMPARAR-AULA.
           IF HOR-PROF = WRK-COD-PROF
               ADD 1 TO WRK-AULAS-PROF
           END-IF.
           IF HOR-DIA = WRK-DIA AND HOR-AULA = WRK-AULA
               AND WRK-RECUSA = SPACES
               EVALUATE TRUE
                   WHEN HOR-TURMA = WRK-TURMA
                       MOVE SPACES TO WRK-RECUSA
                       STRING 'TURMA JA TEM AULA NESTE HORARIO COM O'
                              ' PROFESSOR ' HOR-PROF
                           DELIMITED BY SIZE INTO WRK-RECUSA
                   WHEN HOR-PROF = WRK-COD-PROF
                       MOVE SPACES TO WRK-RECUSA
                       STRING 'PROFESSOR JA ESTA NA TURMA ' HOR-TURMA
                              ' NESTE HORARIO'
                           DELIMITED BY SIZE INTO WRK-RECUSA
                   WHEN HOR-SALA = WRK-SALA
                       MOVE SPACES TO WRK-RECUSA
                       STRING 'SALA JA OCUPADA PELA TURMA ' HOR-TURMA
                              ' NESTE HORARIO'
                           DELIMITED BY SIZE INTO WRK-RECUSA
               END-EVALUATE
           END-IF.
       0400-EXCLUIR-AULA.
           DISPLAY 'TURMA: '.
           ACCEPT WRK-TURMA FROM CONSOLE.
           PERFORM 0170-RECEBER-DIA.
           PERFORM 0180-RECEBER-AULA.
           MOVE 'N' TO WRK-REMOVIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-FS-HOR NOT = '00'
               DISPLAY 'HORARIO INDISPONIVEL OU VAZIO'
           ELSE
               OPEN OUTPUT TIMETABLE-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TIMETABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF HOR-TURMA = WRK-TURMA
                               AND HOR-DIA = WRK-DIA
                               AND HOR-AULA = WRK-AULA
                               MOVE 'S' TO WRK-REMOVIDO
                           ELSE
                               WRITE HTM-REC FROM HOR-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE TIMETABLE-TEMP
               PERFORM 0450-DEVOLVER-HORARIO
               IF WRK-REMOVIDO = 'S'
                   DISPLAY 'AULA EXCLUIDA'
               ELSE
                   DISPLAY 'AULA NAO ENCONTRADA NA GRADE'
               END-IF
           END-IF.
       0450-DEVOLVER-HORARIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT TIMETABLE-FILE.
           OPEN INPUT TIMETABLE-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ TIMETABLE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE HOR-REC FROM HTM-REC
               END-READ
           END-PERFORM.
           CLOSE TIMETABLE-FILE TIMETABLE-TEMP.
       0500-IMPRIMIR-HORARIOS.
           PERFORM 0510-CARREGAR-GRADE.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB138 ***'
           ELSE
               IF WRK-QTD-HOR = 0
                   DISPLAY 'HORARIO INDISPONIVEL OU VAZIO'
               ELSE
                   MOVE ZEROS TO WRK-PAGINA
                   OPEN OUTPUT TIMETABLE-REPORT
                   MOVE 'T' TO WRK-TIPO-GRADE
                   PERFORM 0530-IMPRIMIR-VISAO
                   MOVE 'P' TO WRK-TIPO-GRADE
                   PERFORM 0530-IMPRIMIR-VISAO
                   MOVE 'S' TO WRK-TIPO-GRADE
                   PERFORM 0530-IMPRIMIR-VISAO
                   CLOSE TIMETABLE-REPORT
                   DISPLAY 'HORARIOS GRAVADOS EM HORAREL'
               END-IF
           END-IF.
       0510-CARREGAR-GRADE.
           MOVE ZEROS TO WRK-QTD-HOR WRK-QTD-PF.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TIMETABLE-FILE.
           IF WRK-FS-HOR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TIMETABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-HOR < 2000
                               ADD 1 TO WRK-QTD-HOR
                               MOVE HOR-REC TO WRK-HR(WRK-QTD-HOR)
                           ELSE
                               MOVE 'S' TO WRK-TAB-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TEACHER-MASTER.
           IF WRK-FS-PRF = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TEACHER-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-PF < 200
                               ADD 1 TO WRK-QTD-PF
                               MOVE PRF-CODIGO
                                   TO WRK-PF-CODIGO(WRK-QTD-PF)
                               MOVE PRF-NOME TO WRK-PF-NOME(WRK-QTD-PF)
                               MOVE PRF-AULAS-SEM
                                   TO WRK-PF-AULAS(WRK-QTD-PF)
                           ELSE
                               MOVE 'S' TO WRK-TAB-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHER-MASTER
           END-IF.
      * CHAVE DA VISAO: TURMA ('T'), CODIGO DO PROFESSOR ('P') OU
      * SALA ('S') DA AULA WRK-IND-HOR
       0520-MONTAR-CHAVE.
           EVALUATE WRK-TIPO-GRADE
               WHEN 'T'
                   MOVE WRK-HR-TURMA(WRK-IND-HOR) TO WRK-CHAVE
               WHEN 'P'
                   MOVE WRK-HR-PROF(WRK-IND-HOR) TO WRK-COD-PROF-N
                   MOVE WRK-COD-PROF-X TO WRK-CHAVE
               WHEN OTHER
                   MOVE WRK-HR-SALA(WRK-IND-HOR) TO WRK-CHAVE
           END-EVALUATE.
       0530-IMPRIMIR-VISAO.
           MOVE ZEROS TO WRK-QTD-CHV.
           PERFORM VARYING WRK-IND-HOR FROM 1 BY 1
                   UNTIL WRK-IND-HOR > WRK-QTD-HOR
               PERFORM 0520-MONTAR-CHAVE
               MOVE ZEROS TO WRK-POS-CHV
               PERFORM VARYING WRK-IND-CHV FROM 1 BY 1
                       UNTIL WRK-IND-CHV > WRK-QTD-CHV
                       OR WRK-POS-CHV > 0
                   IF WRK-CHV(WRK-IND-CHV) = WRK-CHAVE
                       MOVE WRK-IND-CHV TO WRK-POS-CHV
                   END-IF
               END-PERFORM
               IF WRK-POS-CHV = 0 AND WRK-QTD-CHV < 500
                   ADD 1 TO WRK-QTD-CHV
                   MOVE WRK-CHAVE TO WRK-CHV(WRK-QTD-CHV)
               END-IF
           END-PERFORM.
           IF WRK-QTD-CHV > 1
               COMPUTE WRK-LIMITE-TROCA = WRK-QTD-CHV - 1
               PERFORM VARYING WRK-IND-CHV FROM 1 BY 1
                       UNTIL WRK-IND-CHV > WRK-LIMITE-TROCA
                   PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                           UNTIL WRK-IND-TROCA > WRK-LIMITE-TROCA
                       IF WRK-CHV(WRK-IND-TROCA) >
                           WRK-CHV(WRK-IND-TROCA + 1)
                           MOVE WRK-CHV(WRK-IND-TROCA) TO WRK-CHV-TROCA
                           MOVE WRK-CHV(WRK-IND-TROCA + 1)
                               TO WRK-CHV(WRK-IND-TROCA)
                           MOVE WRK-CHV-TROCA
                               TO WRK-CHV(WRK-IND-TROCA + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
           PERFORM 0540-GERAR-CABECALHO-PADRAO.
           PERFORM VARYING WRK-POS-CHV FROM 1 BY 1
                   UNTIL WRK-POS-CHV > WRK-QTD-CHV
               PERFORM 0550-IMPRIMIR-GRADE
           END-PERFORM.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0540-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==HRL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='HORARIO SEMANAL DE AULAS'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0550-IMPRIMIR-GRADE.
           MOVE SPACES TO WRK-GRADE.
           MOVE ZEROS TO WRK-AULAS-GRADE.
           PERFORM VARYING WRK-IND-HOR FROM 1 BY 1
                   UNTIL WRK-IND-HOR > WRK-QTD-HOR
               PERFORM 0520-MONTAR-CHAVE
               IF WRK-CHAVE = WRK-CHV(WRK-POS-CHV)
                   PERFORM 0560-PREENCHER-CELULA
               END-IF
           END-PERFORM.
           MOVE SPACES TO HRL-LINHA.
           WRITE HRL-LINHA.
           MOVE SPACES TO HRL-LINHA.
           EVALUATE WRK-TIPO-GRADE
               WHEN 'T'
                   STRING 'TURMA ' WRK-CHV(WRK-POS-CHV)
                          '   (CELULA = PROFESSOR/SALA)'
                          '   AULAS NA SEMANA: ' WRK-AULAS-GRADE
                       DELIMITED BY SIZE INTO HRL-LINHA
               WHEN 'P'
                   MOVE WRK-CHV(WRK-POS-CHV) TO WRK-COD-PROF-X
                   MOVE 'PROFESSOR NAO CADASTRADO' TO WRK-NOME-PROF
                   MOVE ZEROS TO WRK-PROF-LIMITE
                   PERFORM VARYING WRK-IND-PF FROM 1 BY 1
                           UNTIL WRK-IND-PF > WRK-QTD-PF
                       IF WRK-PF-CODIGO(WRK-IND-PF) = WRK-COD-PROF-N
                           MOVE WRK-PF-NOME(WRK-IND-PF)
                               TO WRK-NOME-PROF
                           MOVE WRK-PF-AULAS(WRK-IND-PF)
                               TO WRK-PROF-LIMITE
                       END-IF
                   END-PERFORM
                   STRING 'PROFESSOR ' WRK-COD-PROF-X ' - '
                          WRK-NOME-PROF '  AULAS: ' WRK-AULAS-GRADE
                          ' DE ' WRK-PROF-LIMITE ' CONTRATADAS'
                       DELIMITED BY SIZE INTO HRL-LINHA
               WHEN OTHER
                   STRING 'SALA ' WRK-CHV(WRK-POS-CHV)
                          '   (CELULA = TURMA/PROFESSOR)'
                          '   AULAS NA SEMANA: ' WRK-AULAS-GRADE
                       DELIMITED BY SIZE INTO HRL-LINHA
           END-EVALUATE.
           WRITE HRL-LINHA.
           MOVE SPACES TO HRL-LINHA.
           STRING '       SEGUNDA    TERCA      QUARTA     QUINTA'
                  '     SEXTA      SABADO'
               DELIMITED BY SIZE INTO HRL-LINHA.
           WRITE HRL-LINHA.
           PERFORM VARYING WRK-IND-AULA FROM 1 BY 1
                   UNTIL WRK-IND-AULA > 9
               IF WRK-GR-AULA(WRK-IND-AULA) NOT = SPACES
                   MOVE WRK-IND-AULA TO WRK-LG-AULA
                   PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                           UNTIL WRK-IND-DIA > 6
                       MOVE WRK-GR-CELULA(WRK-IND-AULA, WRK-IND-DIA)
                           TO WRK-LG-TEXTO(WRK-IND-DIA)
                   END-PERFORM
                   WRITE HRL-LINHA FROM WRK-LINHA-GRADE
               END-IF
           END-PERFORM.
       0560-PREENCHER-CELULA.
           ADD 1 TO WRK-AULAS-GRADE.
           MOVE WRK-HR-AULA(WRK-IND-HOR) TO WRK-IND-AULA.
           MOVE WRK-HR-DIA(WRK-IND-HOR) TO WRK-IND-DIA.
           IF WRK-IND-AULA > 0 AND WRK-IND-DIA > 0
               AND WRK-IND-DIA < 7
               MOVE WRK-HR-PROF(WRK-IND-HOR) TO WRK-COD-PROF-N
               EVALUATE WRK-TIPO-GRADE
                   WHEN 'T'
                       STRING WRK-COD-PROF-X '/'
                              WRK-HR-SALA(WRK-IND-HOR)
                           DELIMITED BY SIZE
                           INTO WRK-GR-CELULA(WRK-IND-AULA, WRK-IND-DIA)
                   WHEN 'P'
                       STRING WRK-HR-TURMA(WRK-IND-HOR) '/'
                              WRK-HR-SALA(WRK-IND-HOR)
                           DELIMITED BY SIZE
                           INTO WRK-GR-CELULA(WRK-IND-AULA, WRK-IND-DIA)
                   WHEN OTHER
                       STRING WRK-HR-TURMA(WRK-IND-HOR) '/'
                              WRK-COD-PROF-X
                           DELIMITED BY SIZE
                           INTO WRK-GR-CELULA(WRK-IND-AULA, WRK-IND-DIA)
               END-EVALUATE
           END-IF.
