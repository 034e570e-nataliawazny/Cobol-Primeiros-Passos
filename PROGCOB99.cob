      * O RELATORIO APROVREL LISTA PENDENTES E DECIDIDAS
      * EXECUTAR PELO PRGMENU (OPERADOR E NIVEL VIA LINKAGE)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = SOLICITACAO 'PERDA' DO PROGCOB125 (PEDIDO +
      * PARCELA EM APR-CHAVE): NA APROVACAO A PARCELA AINDA EM ABERTO
      * DO CONTAREC PASSA A 'X' (PERDIDO), COM A DATA DA BAIXA EM
      * RCV-DATA-PGTO, E SAEM O EVENTO 'BAIXAPDD' NO EVTCTB E O
      * REGISTRO 'B' NO PDDCTL (PDDREC.COB) CONTRA A PROVISAO
      * MANUTENCAO = SOLICITACAO 'ACESSO' DA RECERTIFICACAO DO
      * PROGCOB144 (USUARIO EM APR-CHAVE): NA APROVACAO O USUARIO
      * PASSA A USM-ATIVO 'I' NO USERMAST, COM USM-STAMP REGRAVADO
      * E IMAGEM ANTES/DEPOIS NO JORNFILE, COMO NO PROGCOB46
      * MANUTENCAO = BAIXA POR PERDA GRAVA O OPERADOR APROVADOR EM
      * RCV-OPERADOR
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEC.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT RECEIVABLE-TEMP ASSIGN TO 'CONTATMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RTM.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
           SELECT PROVISION-FILE ASSIGN TO 'PDDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PDC.
           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USM-USUARIO
               FILE STATUS IS WRK-FS-USM.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       01  PTM-REC         PIC X(68).
       FD  SECURITY-LOG.
       01  SEC-LINHA       PIC X(80).
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  RECEIVABLE-TEMP.
       01  RTM-REC         PIC X(77).
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       FD  PROVISION-FILE.
       COPY 'PDDREC.COB'.
       FD  USER-MASTER.
       COPY 'USMREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-PRM      PIC X(02) VALUE SPACES.
       77 WRK-FS-PTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-SEC      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-RTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FS-PDC      PIC X(02) VALUE SPACES.
       77 WRK-FS-USM      PIC X(02) VALUE SPACES.
       77 WRK-FIM-RCV     PIC X(01) VALUE 'N'.
       77 WRK-PEDIDO      PIC 9(08) VALUE ZEROS.
       77 WRK-PARCELA     PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-PRM     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
                   PERFORM 0420-APLICAR-LIMITE
               WHEN 'PARAMETRO'
                   PERFORM 0430-APLICAR-PARAMETRO
               WHEN 'PERDA'
                   PERFORM 0440-APLICAR-PERDA
               WHEN 'ACESSO'
                   PERFORM 0450-APLICAR-ACESSO
               WHEN OTHER
                   DISPLAY 'TIPO DE SOLICITACAO DESCONHECIDO: '
                       APR-TIPO
           WRITE PRM-REC.
           CLOSE PARAMETER-FILE.
           MOVE 'S' TO WRK-APLICOU.
      * A PARCELA PODE TER SIDO PAGA ENTRE A SOLICITACAO E A
      * APROVACAO - SO PARCELA AINDA 'A' E BAIXADA; SENAO A
      * SOLICITACAO SEGUE PENDENTE PARA SER REJEITADA
       0440-APLICAR-PERDA.
           MOVE APR-CHAVE(1:8) TO WRK-PEDIDO.
           MOVE APR-CHAVE(9:2) TO WRK-PARCELA.
           MOVE 'N' TO WRK-FIM-RCV.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV NOT = '00'
               DISPLAY 'CONTAREC INDISPONIVEL - STATUS ' WRK-FS-RCV
           ELSE
               OPEN OUTPUT RECEIVABLE-TEMP
               PERFORM UNTIL WRK-FIM-RCV = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-RCV
                       NOT AT END
                           IF RCV-PEDIDO = WRK-PEDIDO
                               AND RCV-PARCELA = WRK-PARCELA
                               AND RCV-STATUS = 'A'
                               MOVE 'X' TO RCV-STATUS
                               MOVE WRK-DATA-HOJE TO RCV-DATA-PGTO
                               MOVE ZEROS TO RCV-VALOR-PAGO
                               MOVE LNK-OPERADOR TO RCV-OPERADOR
                               PERFORM 0445-REGISTRAR-PERDA
                               MOVE 'S' TO WRK-APLICOU
                           END-IF
                           WRITE RTM-REC FROM RCV-REC
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE RECEIVABLE-TEMP
               IF WRK-APLICOU = 'S'
                   PERFORM 0448-DEVOLVER-CONTAREC
               ELSE
                   DISPLAY 'PARCELA NAO ESTA MAIS EM ABERTO: '
                       WRK-PEDIDO '/' WRK-PARCELA
               END-IF
           END-IF.
       0445-REGISTRAR-PERDA.
           OPEN EXTEND EVENT-FILE.
           IF WRK-FS-EVT NOT = '00'
               OPEN OUTPUT EVENT-FILE
           END-IF.
           MOVE 'BAIXAPDD' TO EVT-TIPO.
           MOVE WRK-DATA-HOJE TO EVT-DATA.
           MOVE SPACES TO EVT-DOCUMENTO.
           STRING 'PD' RCV-PEDIDO RCV-PARCELA
               DELIMITED BY SIZE INTO EVT-DOCUMENTO.
           MOVE RCV-VALOR TO EVT-VALOR.
           MOVE 'PROGCOB99' TO EVT-PROGRAMA.
           WRITE EVT-REC.
           CLOSE EVENT-FILE.
           OPEN EXTEND PROVISION-FILE.
           IF WRK-FS-PDC NOT = '00'
               OPEN OUTPUT PROVISION-FILE
           END-IF.
           MOVE 'B' TO PDC-TIPO.
           MOVE WRK-DATA-HOJE(1:6) TO PDC-ANOMES.
           MOVE WRK-DATA-HOJE TO PDC-DATA.
           MOVE EVT-DOCUMENTO TO PDC-DOCUMENTO.
           MOVE RCV-VALOR TO PDC-VALOR.
           MOVE LNK-OPERADOR TO PDC-OPERADOR.
           WRITE PDC-REC.
           CLOSE PROVISION-FILE.
       0448-DEVOLVER-CONTAREC.
           MOVE 'N' TO WRK-FIM-RCV.
           OPEN OUTPUT RECEIVABLE-FILE.
           OPEN INPUT RECEIVABLE-TEMP.
           PERFORM UNTIL WRK-FIM-RCV = 'Y'
               READ RECEIVABLE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-RCV
                   NOT AT END
                       WRITE RCV-REC FROM RTM-REC
               END-READ
           END-PERFORM.
           CLOSE RECEIVABLE-FILE RECEIVABLE-TEMP.
      * USUARIO JA DESATIVADO POR OUTRO CAMINHO (PROGCOB46 OU
      * PROGCOB145) CONTA COMO APLICADO - A REVOGACAO JA VALE
       0450-APLICAR-ACESSO.
           OPEN I-O USER-MASTER.
           IF WRK-FS-USM NOT = '00'
               DISPLAY 'USER-MASTER INDISPONIVEL - STATUS ' WRK-FS-USM
           ELSE
               MOVE APR-CHAVE TO USM-USUARIO
               READ USER-MASTER
                   INVALID KEY
                       DISPLAY 'USUARIO NAO ENCONTRADO: ' APR-CHAVE
                   NOT INVALID KEY
                       IF USM-ATIVO = 'I'
                           DISPLAY 'USUARIO JA ESTAVA DESATIVADO'
                       ELSE
                           MOVE SPACES TO WRK-JRN-ANTES
                           MOVE USM-REC TO WRK-JRN-ANTES(1:71)
                           MOVE 'I' TO USM-ATIVO
                           ACCEPT WRK-HORA-HOJE FROM TIME
                           COMPUTE USM-STAMP =
                               WRK-DATA-HOJE * 100000000
                               + WRK-HORA-HOJE
                           REWRITE USM-REC
                           PERFORM 0455-GRAVAR-JORNAL-USUARIO
                       END-IF
                       MOVE 'S' TO WRK-APLICOU
               END-READ
               CLOSE USER-MASTER
           END-IF.
       0455-GRAVAR-JORNAL-USUARIO.
           MOVE 'USERMAST' TO WRK-JRN-ARQUIVO.
           MOVE USM-USUARIO TO WRK-JRN-CHAVE.
           MOVE SPACES TO WRK-JRN-DEPOIS.
           MOVE USM-REC TO WRK-JRN-DEPOIS(1:71).
           CALL 'PRGJORN' USING WRK-JRN-PROGRAMA WRK-JRN-ARQUIVO
               WRK-JRN-OPERACAO WRK-JRN-CHAVE WRK-JRN-ANTES
               WRK-JRN-DEPOIS LNK-OPERADOR.
           MOVE 'CUSTMAST' TO WRK-JRN-ARQUIVO.
       0600-RELATORIO.
           MOVE ZEROS TO WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-ARQ.
