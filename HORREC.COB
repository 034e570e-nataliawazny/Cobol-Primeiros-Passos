      *> COPY DENTRO DE FILE SECTION, APOS O FD DO TIMETABLE-FILE -
      *> LAYOUT COMUM DO HOR-REC (HORARIO): GRADE SEMANAL DE AULAS,
      *> UM REGISTRO POR TURMA, DIA E AULA, MANTIDO PELO PROGCOB138 SEM
      *> CHOQUE DE PROFESSOR OU SALA NO MESMO DIA E AULA
      *> HOR-DIA = 1 SEGUNDA / 2 TERCA / 3 QUARTA / 4 QUINTA / 5 SEXTA
      *> / 6 SABADO
      *> HOR-AULA = NUMERO DA AULA NO DIA (1 A 9), NO TURNO DA TURMA
      *> (TUR-PERIODO)
      *> O PROGCOB93 SO ACEITA FREQUENCIA EM DIA COM AULA DA TURMA
       01  HOR-REC.
           02 HOR-TURMA     PIC X(06).
           02 HOR-DIA       PIC 9(01).
           02 HOR-AULA      PIC 9(01).
           02 HOR-PROF      PIC 9(04).
           02 HOR-SALA      PIC X(04).
