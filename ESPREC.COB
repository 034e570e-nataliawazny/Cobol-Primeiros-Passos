      *> COPY DENTRO DE FILE SECTION, APOS O FD DO WAITING-LIST -
      *> LAYOUT COMUM DO ESP-REC (LISTESP): LISTA DE ESPERA DA
      *> REMATRICULA EM LOTE (PROGCOB139) - ALUNO APROVADO QUE NAO
      *> COUBE NA TURMA DESTINO (TUR-CAPACIDADE) CONTINUA NA TURMA
      *> ATUAL NO STUDMAST E ENTRA AQUI, NA ORDEM DA MEDIA DO PERIODO
      *> ESP-POSICAO = ORDEM NA FILA DA TURMA DESTINO NAQUELE PERIODO
      *> ESP-STATUS = 'E' ESPERANDO VAGA (A SECRETARIA FAZ A TROCA DE
      *> TURMA PELO PROGCOB49 QUANDO ABRE A VAGA)
       01  ESP-REC.
           02 ESP-PERIODO     PIC 9(06).
           02 ESP-TURMA       PIC X(06).
           02 ESP-POSICAO     PIC 9(03).
           02 ESP-ALUNO       PIC 9(06).
           02 ESP-NOME        PIC X(20).
           02 ESP-TURMA-ATUAL PIC X(06).
           02 ESP-MEDIA       PIC 9(02)V9.
           02 ESP-DATA        PIC 9(08).
           02 ESP-STATUS      PIC X(01).
