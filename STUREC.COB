      *> MANTIDO PELO PROGCOB49 E CONSULTADO PELO LOTE DE NOTAS DO
      *> PROGCOB12, QUE DESVIA IDS DESCONHECIDOS OU INATIVOS PARA O
      *> RELATORIO DE EXCECAO EM VEZ DE CRIAR ALUNO FANTASMA
      *> STU-TURMA TAMBEM E TROCADO EM LOTE NA CONFIRMACAO DA
      *> REMATRICULA DO FIM DE PERIODO (PROGCOB139)
       01  STU-REC.
           02 STU-ID      PIC 9(06).
           02 STU-NOME    PIC X(20).
