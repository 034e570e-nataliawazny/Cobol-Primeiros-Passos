      *> COPY DENTRO DE FILE SECTION, APOS O FD DO PROGRESSION-TABLE -
      *> LAYOUT COMUM DO PTU-REC (PROGTURM): TABELA DE PROGRESSAO DE
      *> TURMAS USADA NA REMATRICULA EM LOTE DO PROGCOB139 - O ALUNO
      *> APROVADO NA TURMA DE ORIGEM SOBE PARA A TURMA DESTINO NO
      *> PERIODO SEGUINTE; UMA LINHA POR TURMA DE ORIGEM
      *> PTU-DESTINO = SPACES NA ULTIMA TURMA DO CURSO (O APROVADO
      *> CONCLUI E FICA ONDE ESTA, PARA O CERTIFICADO DO PROGCOB137)
       01  PTU-REC.
           02 PTU-ORIGEM   PIC X(06).
           02 PTU-DESTINO  PIC X(06).
