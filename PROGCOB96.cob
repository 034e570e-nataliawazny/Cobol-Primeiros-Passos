      * EXISTENTE) E RECUSADO
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = ALUNO COM CERTIFICADO DE CONCLUSAO ATIVO NO
      * CERTREG (PROGCOB137) TEM A CORRECAO SINALIZADA NO CONSOLE E
      * NO ALERTFILE (PRGALERT) PARA A SECRETARIA AVALIAR A REVOGACAO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CORRECTION-LOG ASSIGN TO 'CORRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT CERTIFICATE-FILE ASSIGN TO 'CERTREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRT.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       01  ARQ-REC        PIC X(30).
       FD  CORRECTION-LOG.
       01  LOG-LINHA      PIC X(120).
       FD  CERTIFICATE-FILE.
       COPY 'CRTREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOG      PIC X(02) VALUE SPACES.
       77 WRK-FS-CRT      PIC X(02) VALUE SPACES.
       77 WRK-NOME-ARQ    PIC X(12) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ID          PIC 9(06) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-CERT-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB96'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
       01 WRK-ANTES.
           02 WRK-ANT-NOTA1  PIC 9(02).
           02 WRK-ANT-NOTA2  PIC 9(02).
               IF WRK-ACHOU = 'S'
                   DISPLAY 'CORRECAO APLICADA - NOVO STATUS: '
                       WRK-STATUS
                   PERFORM 0600-VERIFICAR-CERTIFICADO
               ELSE
                   DISPLAY 'ALUNO/PERIODO NAO ENCONTRADO NO'
                       ' TRANSCPT'
               END-READ
           END-PERFORM.
           CLOSE TRANSCRIPT-FILE TRANSCRIPT-TEMP.
      * A REVOGACAO E DECISAO DA SECRETARIA NO PROGCOB137 - AQUI SO
      * SE AVISA QUE O ALUNO CORRIGIDO JA TEM CERTIFICADO EMITIDO
       0600-VERIFICAR-CERTIFICADO.
           MOVE ZEROS TO WRK-CERT-NUMERO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CERTIFICATE-FILE.
           IF WRK-FS-CRT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CERTIFICATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CRT-ALUNO = WRK-ID
                               AND CRT-STATUS = 'A'
                               MOVE CRT-NUMERO TO WRK-CERT-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATE-FILE
           END-IF.
           IF WRK-CERT-NUMERO > ZEROS
               DISPLAY 'ATENCAO: ALUNO COM CERTIFICADO DE CONCLUSAO N. '
                   WRK-CERT-NUMERO ' ATIVO'
               DISPLAY 'AVALIAR A REVOGACAO NO PROGCOB137'
               MOVE SPACES TO WRK-ALT-MENSAGEM
               STRING 'NOTA CORRIGIDA ALUNO ' WRK-ID ' CERT '
                      WRK-CERT-NUMERO
                   DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
               CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                   WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
           END-IF.
