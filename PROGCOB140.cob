       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB140.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = RECUPERACAO DE MASTER INDEXADO ATE UM PONTO NO
      * TEMPO: O OPERADOR ESCOLHE O MASTER (C-CUSTMAST / U-USERMAST /
      * P-PRODMAST), O BACKUP DO PROGCOB47 E A DATA/HORA ALVO; O
      * BACKUP E CONFERIDO (CONTAGEM E HASH DO TRAILER, COMO NO
      * PROGCOB48) E RECARREGADO, E AS IMAGENS DEPOIS DO JORNFILE
      * (JRNREC.COB) SAO REAPLICADAS NA ORDEM DO SEQ, DO PRIMEIRO SEQ
      * POSTERIOR AO BACKUP ATE O ALVO
      * ANTES DE CADA REAPLICACAO A IMAGEM ANTES DO JORNAL E CONFERIDA
      * COM O REGISTRO ATUAL - DIVERGENCIA E CONFLITO, NAO E APLICADA
      * E SAI NO RELATORIO RECMREL;  ATUALIZACAO QUE JA ESTAVA NO
      * BACKUP (REGISTRO IGUAL A IMAGEM DEPOIS) E SO CONTADA
      * NO FINAL O MASTER RECONSTRUIDO E RELIDO INTEIRO E A CONTAGEM
      * E O HASH DOS 20 PRIMEIROS BYTES SAO CONFERIDOS CONTRA O
      * ESPERADO (BACKUP + INCLUSOES - EXCLUSOES); O RESULTADO VAI
      * PARA O SECLOG COM O OPERADOR
      * BACKUP ANTERIOR AO SEQ NO TRAILER: A REAPLICACAO COMECA NAS
      * ENTRADAS DO JORNAL COM A DATA DO NOME DO BACKUP (AAAAMMDD)
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USM-USUARIO
               FILE STATUS IS WRK-FS-USM.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WRK-NOME-BACKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BKP.
           SELECT JOURNAL-FILE ASSIGN TO 'JORNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRN.
           SELECT RECOVERY-REPORT ASSIGN TO 'RECMREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEC.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  USER-MASTER.
       COPY 'USMREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       FD  BACKUP-FILE.
       01  BKP-LINHA       PIC X(170).
       01  BKP-TRAILER.
           02 BKT-MARCA    PIC X(03).
           02 BKT-QTD      PIC 9(08).
           02 BKT-HASH     PIC 9(12).
           02 BKT-ULT-SEQ  PIC 9(06).
           02 BKT-DATA     PIC 9(08).
           02 BKT-HORA     PIC 9(08).
           02 FILLER       PIC X(35).
       FD  JOURNAL-FILE.
       COPY 'JRNREC.COB'.
       FD  RECOVERY-REPORT.
       01  RCP-LINHA       PIC X(80).
       FD  SECURITY-LOG.
       01  SEC-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FS-USM      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-BKP      PIC X(02) VALUE SPACES.
       77 WRK-FS-JRN      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-SEC      PIC X(02) VALUE SPACES.
       77 WRK-FS-MST      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-NOME-BACKUP PIC X(12) VALUE SPACES.
       77 WRK-MASTER      PIC X(01) VALUE SPACES.
       77 WRK-NOME-MASTER PIC X(10) VALUE SPACES.
       77 WRK-TAM-REG     PIC 9(03) VALUE ZEROS.
       77 WRK-PREFIXO-ESP PIC X(04) VALUE SPACES.
       77 WRK-ENTRADA-OK  PIC X(01) VALUE 'N'.
       77 WRK-BACKUP-OK   PIC X(01) VALUE 'N'.
       77 WRK-TEM-TRAILER PIC X(01) VALUE 'N'.
       77 WRK-TEM-POSICAO PIC X(01) VALUE 'N'.
       77 WRK-SEQ-BACKUP  PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-BACKUP PIC 9(08) VALUE ZEROS.
       77 WRK-CONFIRMA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-REG     PIC 9(08) VALUE ZEROS.
       77 WRK-HASH        PIC 9(12) VALUE ZEROS.
       77 WRK-TRL-QTD     PIC 9(08) VALUE ZEROS.
       77 WRK-TRL-HASH    PIC 9(12) VALUE ZEROS.
       77 WRK-QTD-CARGA   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ESPERADA PIC 9(08) VALUE ZEROS.
       77 WRK-HASH-ESPERADO PIC 9(12) VALUE ZEROS.
       77 WRK-HASH-PARCIAL PIC 9(12) VALUE ZEROS.
       77 WRK-IND-CHAVE   PIC 9(02) VALUE ZEROS.
       77 WRK-CHAVE-X     PIC X(20) VALUE SPACES.
       77 WRK-QTD-LIDAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-APLIC   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-JA-APLIC PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONFL   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-POSTER  PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-APLIC   PIC 9(06) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-IMAGEM      PIC X(170) VALUE SPACES.
       77 WRK-ATUAL       PIC X(170) VALUE SPACES.
       77 WRK-CONSISTENTE PIC X(01) VALUE 'N'.
       01 WRK-MOMENTO-ALVO.
           02 WRK-ALVO-DATA   PIC 9(08) VALUE ZEROS.
           02 WRK-ALVO-HORA   PIC 9(06) VALUE ZEROS.
       01 WRK-MOMENTO-JRN.
           02 WRK-MJ-DATA     PIC 9(08) VALUE ZEROS.
           02 WRK-MJ-HORA     PIC 9(06) VALUE ZEROS.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MASTER A RECUPERAR (C-CUSTMAST / U-USERMAST'
               ' / P-PRODMAST): '.
           ACCEPT WRK-MASTER FROM CONSOLE.
           DISPLAY 'NOME DO BACKUP (EX CUSB20260801): '.
           ACCEPT WRK-NOME-BACKUP FROM CONSOLE.
           PERFORM 0060-RECEBER-ALVO-DATA.
           PERFORM 0070-RECEBER-ALVO-HORA.
           IF WRK-ALVO-DATA = ZEROS
               MOVE 99999999 TO WRK-ALVO-DATA
               MOVE 999999 TO WRK-ALVO-HORA
           END-IF.
           IF WRK-ALVO-HORA = ZEROS
               MOVE 235959 TO WRK-ALVO-HORA
           END-IF.
           PERFORM 0050-VALIDAR-ENTRADA.
           IF WRK-ENTRADA-OK = 'N'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0100-VERIFICAR-BACKUP
               IF WRK-BACKUP-OK = 'N'
                   DISPLAY '*** BACKUP REPROVADO NA CONFERENCIA -'
                   DISPLAY 'MASTER NAO FOI TOCADO ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-CONFIRMAR-RECUPERACAO
               END-IF
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB140'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB140'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-ALVO-DATA==,
                     ==CAMPO-NOME== BY ==WRK-ALVO-DATA==,
                     ==TEXTO-PROMPT== BY
                         =='DATA ALVO AAAAMMDD (0 = TUDO): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0070-RECEBER-ALVO-HORA==,
                     ==CAMPO-NOME== BY ==WRK-ALVO-HORA==,
                     ==TEXTO-PROMPT== BY
                         =='HORA ALVO HHMMSS (0 = FIM DO DIA): '==.
       0050-VALIDAR-ENTRADA.
           MOVE 'N' TO WRK-ENTRADA-OK.
           EVALUATE WRK-MASTER
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WRK-MASTER
                   MOVE 'CUSB' TO WRK-PREFIXO-ESP
                   MOVE 'CUSTMAST' TO WRK-NOME-MASTER
                   MOVE 160 TO WRK-TAM-REG
                   MOVE 'S' TO WRK-ENTRADA-OK
               WHEN 'U'
               WHEN 'u'
                   MOVE 'U' TO WRK-MASTER
                   MOVE 'USRB' TO WRK-PREFIXO-ESP
                   MOVE 'USERMAST' TO WRK-NOME-MASTER
                   MOVE 71 TO WRK-TAM-REG
                   MOVE 'S' TO WRK-ENTRADA-OK
               WHEN 'P'
               WHEN 'p'
                   MOVE 'P' TO WRK-MASTER
                   MOVE 'PRDB' TO WRK-PREFIXO-ESP
                   MOVE 'PRODMAST' TO WRK-NOME-MASTER
                   MOVE 64 TO WRK-TAM-REG
                   MOVE 'S' TO WRK-ENTRADA-OK
               WHEN OTHER
                   DISPLAY 'MASTER INVALIDO'
           END-EVALUATE.
           IF WRK-ENTRADA-OK = 'S'
               AND WRK-NOME-BACKUP(1:4) NOT = WRK-PREFIXO-ESP
               DISPLAY '*** BACKUP ' WRK-NOME-BACKUP
                   ' NAO E DO MASTER ESCOLHIDO (ESPERADO '
                   WRK-PREFIXO-ESP ') - NADA FOI TOCADO ***'
               MOVE 'N' TO WRK-ENTRADA-OK
           END-IF.
           IF WRK-ENTRADA-OK = 'S'
               IF WRK-NOME-BACKUP(5:8) IS NUMERIC
                   MOVE WRK-NOME-BACKUP(5:8) TO WRK-DATA-BACKUP
               ELSE
                   MOVE ZEROS TO WRK-DATA-BACKUP
               END-IF
           END-IF.
      * MESMA CONFERENCIA DO PROGCOB48; O TRAILER NOVO TRAZ AINDA O
      * ULTIMO SEQ DO JORNAL NA HORA DA DESCARGA
       0100-VERIFICAR-BACKUP.
           MOVE 'N' TO WRK-BACKUP-OK WRK-TEM-TRAILER WRK-TEM-POSICAO.
           MOVE ZEROS TO WRK-QTD-REG WRK-HASH WRK-SEQ-BACKUP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT BACKUP-FILE.
           IF WRK-FS-BKP NOT = '00'
               DISPLAY 'BACKUP INDISPONIVEL - ' WRK-FS-BKP
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ BACKUP-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF BKT-MARCA = '*T*'
                               MOVE 'S' TO WRK-TEM-TRAILER
                               MOVE BKT-QTD TO WRK-TRL-QTD
                               MOVE BKT-HASH TO WRK-TRL-HASH
                               IF BKT-ULT-SEQ IS NUMERIC
                                   MOVE 'S' TO WRK-TEM-POSICAO
                                   MOVE BKT-ULT-SEQ TO WRK-SEQ-BACKUP
                               END-IF
                           ELSE
                               ADD 1 TO WRK-QTD-REG
                               MOVE BKP-LINHA(1:20) TO WRK-CHAVE-X
                               PERFORM 0700-ACUMULAR-HASH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               IF WRK-TEM-TRAILER = 'S'
                   AND WRK-QTD-REG = WRK-TRL-QTD
                   AND WRK-HASH = WRK-TRL-HASH
                   MOVE 'S' TO WRK-BACKUP-OK
               ELSE
                   DISPLAY 'CONTADO: ' WRK-QTD-REG
                       ' HASH: ' WRK-HASH
                   DISPLAY 'TRAILER: ' WRK-TRL-QTD
                       ' HASH: ' WRK-TRL-HASH
               END-IF
           END-IF.
       0150-CONFIRMAR-RECUPERACAO.
           DISPLAY 'BACKUP CONFERIDO - REGISTROS: ' WRK-TRL-QTD.
           IF WRK-TEM-POSICAO = 'S'
               DISPLAY 'REAPLICAR O JORNAL A PARTIR DO SEQ '
                   WRK-SEQ-BACKUP ' (EXCLUSIVE)'
           ELSE
               DISPLAY 'BACKUP SEM SEQ DO JORNAL - REAPLICAR A PARTIR'
                   ' DE ' WRK-DATA-BACKUP
           END-IF.
           DISPLAY 'ALVO: ' WRK-ALVO-DATA ' ' WRK-ALVO-HORA.
           DISPLAY 'O ' WRK-NOME-MASTER ' ATUAL SERA SUBSTITUIDO'
               ' - CONFIRMA (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
               DISPLAY 'RECUPERACAO NAO CONFIRMADA - MASTER NAO FOI'
                   ' TOCADO'
           ELSE
               PERFORM 0200-RESTAURAR-BACKUP
               IF WRK-QTD-CARGA NOT = WRK-TRL-QTD
                   DISPLAY '*** RECARGA COM DIVERGENCIA DE CONTAGEM: '
                       WRK-QTD-CARGA ' X ' WRK-TRL-QTD ' ***'
                   DISPLAY '*** JORNAL NAO REAPLICADO ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY 'BACKUP RECARREGADO - REGISTROS: '
                       WRK-QTD-CARGA
                   PERFORM 0300-REAPLICAR-JORNAL
                   PERFORM 0400-CONFERIR-MASTER
                   PERFORM 0450-TOTALIZAR
                   PERFORM 0800-REGISTRAR-SECLOG
               END-IF
           END-IF.
       0200-RESTAURAR-BACKUP.
           MOVE ZEROS TO WRK-QTD-CARGA.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 0600-ABRIR-OUTPUT.
           OPEN INPUT BACKUP-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ BACKUP-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF BKT-MARCA NOT = '*T*'
                           MOVE BKP-LINHA TO WRK-IMAGEM
                           PERFORM 0620-GRAVAR-IMAGEM
                           IF WRK-FS-MST = '00'
                               ADD 1 TO WRK-QTD-CARGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-FILE.
           PERFORM 0690-FECHAR-MASTER.
           MOVE WRK-QTD-CARGA TO WRK-QTD-ESPERADA.
           MOVE WRK-HASH TO WRK-HASH-ESPERADO.
      * JORNAL NA ORDEM EM QUE FOI GRAVADO (SEQ CRESCENTE); ENTRADA
      * DE OUTRO MASTER OU DE ANTES DO BACKUP E IGNORADA, E A DEPOIS
      * DO ALVO SO E CONTADA
       0300-REAPLICAR-JORNAL.
           MOVE ZEROS TO WRK-QTD-LIDAS WRK-QTD-APLIC WRK-QTD-JA-APLIC
               WRK-QTD-CONFL WRK-QTD-POSTER WRK-ULT-APLIC.
           OPEN OUTPUT RECOVERY-REPORT.
           MOVE SPACES TO RCP-LINHA.
           STRING 'RECUPERACAO DO ' WRK-NOME-MASTER
                  ' BACKUP ' WRK-NOME-BACKUP
                  ' ALVO ' WRK-ALVO-DATA ' ' WRK-ALVO-HORA
                  ' DATA ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO RCP-LINHA.
           WRITE RCP-LINHA.
           MOVE SPACES TO RCP-LINHA.
           WRITE RCP-LINHA.
           MOVE 'SEQ    OPERACAO CHAVE                CONFLITO'
               TO RCP-LINHA.
           WRITE RCP-LINHA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-FS-JRN NOT = '00'
               DISPLAY 'JORNFILE INDISPONIVEL - SO O BACKUP FOI'
                   ' RESTAURADO'
               MOVE 'Y' TO WRK-FIM-ARQ
           ELSE
               PERFORM 0610-ABRIR-I-O
           END-IF.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF JRN-ARQUIVO = WRK-NOME-MASTER
                           PERFORM 0310-AVALIAR-ENTRADA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-JRN = '00' OR WRK-FS-JRN = '10'
               CLOSE JOURNAL-FILE
               PERFORM 0690-FECHAR-MASTER
           END-IF.
       0310-AVALIAR-ENTRADA.
           IF (WRK-TEM-POSICAO = 'S' AND JRN-SEQ > WRK-SEQ-BACKUP)
               OR (WRK-TEM-POSICAO = 'N'
                   AND JRN-DATA >= WRK-DATA-BACKUP)
               MOVE JRN-DATA TO WRK-MJ-DATA
               MOVE JRN-HORA(1:6) TO WRK-MJ-HORA
               IF WRK-MOMENTO-JRN > WRK-MOMENTO-ALVO
                   ADD 1 TO WRK-QTD-POSTER
               ELSE
                   ADD 1 TO WRK-QTD-LIDAS
                   PERFORM 0320-REAPLICAR-ENTRADA
               END-IF
           END-IF.
      * A IMAGEM ANTES TEM DE SER O REGISTRO ATUAL; SE O REGISTRO JA
      * ESTA IGUAL A IMAGEM DEPOIS A ATUALIZACAO JA ESTAVA NO BACKUP
       0320-REAPLICAR-ENTRADA.
           MOVE SPACES TO WRK-MOTIVO.
           IF JRN-OPERACAO = 'DELETE'
               MOVE JRN-ANTES TO WRK-IMAGEM
           ELSE
               MOVE JRN-DEPOIS TO WRK-IMAGEM
           END-IF.
           PERFORM 0630-LER-ATUAL.
           EVALUATE JRN-OPERACAO
               WHEN 'WRITE'
                   IF WRK-ACHOU = 'S'
                       IF WRK-ATUAL(1:WRK-TAM-REG) =
                          JRN-DEPOIS(1:WRK-TAM-REG)
                           ADD 1 TO WRK-QTD-JA-APLIC
                       ELSE
                           MOVE 'INCLUSAO DE CHAVE JA EXISTENTE'
                               TO WRK-MOTIVO
                       END-IF
                   ELSE
                       MOVE JRN-DEPOIS TO WRK-IMAGEM
                       PERFORM 0620-GRAVAR-IMAGEM
                       IF WRK-FS-MST = '00'
                           ADD 1 TO WRK-QTD-ESPERADA
                           MOVE JRN-DEPOIS(1:20) TO WRK-CHAVE-X
                           PERFORM 0710-SOMAR-ESPERADO
                           PERFORM 0390-CONTAR-APLICADA
                       ELSE
                           MOVE 'ERRO NA GRAVACAO - STATUS'
                               TO WRK-MOTIVO
                           MOVE WRK-FS-MST TO WRK-MOTIVO(27:2)
                       END-IF
                   END-IF
               WHEN 'REWRITE'
                   EVALUATE TRUE
                       WHEN WRK-ACHOU = 'N'
                           MOVE 'ALTERACAO DE REGISTRO AUSENTE'
                               TO WRK-MOTIVO
                       WHEN WRK-ATUAL(1:WRK-TAM-REG) =
                            JRN-ANTES(1:WRK-TAM-REG)
                           MOVE JRN-DEPOIS TO WRK-IMAGEM
                           PERFORM 0640-REGRAVAR-IMAGEM
                           IF WRK-FS-MST = '00'
                               MOVE JRN-ANTES(1:20) TO WRK-CHAVE-X
                               PERFORM 0720-SUBTRAIR-ESPERADO
                               MOVE JRN-DEPOIS(1:20) TO WRK-CHAVE-X
                               PERFORM 0710-SOMAR-ESPERADO
                               PERFORM 0390-CONTAR-APLICADA
                           ELSE
                               MOVE 'ERRO NA REGRAVACAO - STATUS'
                                   TO WRK-MOTIVO
                               MOVE WRK-FS-MST TO WRK-MOTIVO(29:2)
                           END-IF
                       WHEN WRK-ATUAL(1:WRK-TAM-REG) =
                            JRN-DEPOIS(1:WRK-TAM-REG)
                           ADD 1 TO WRK-QTD-JA-APLIC
                       WHEN OTHER
                           MOVE 'IMAGEM ANTES DIVERGE DO ATUAL'
                               TO WRK-MOTIVO
                   END-EVALUATE
               WHEN 'DELETE'
                   EVALUATE TRUE
                       WHEN WRK-ACHOU = 'N'
                           ADD 1 TO WRK-QTD-JA-APLIC
                       WHEN WRK-ATUAL(1:WRK-TAM-REG) =
                            JRN-ANTES(1:WRK-TAM-REG)
                           PERFORM 0650-EXCLUIR-ATUAL
                           IF WRK-FS-MST = '00'
                               SUBTRACT 1 FROM WRK-QTD-ESPERADA
                               MOVE JRN-ANTES(1:20) TO WRK-CHAVE-X
                               PERFORM 0720-SUBTRAIR-ESPERADO
                               PERFORM 0390-CONTAR-APLICADA
                           ELSE
                               MOVE 'ERRO NA EXCLUSAO - STATUS'
                                   TO WRK-MOTIVO
                               MOVE WRK-FS-MST TO WRK-MOTIVO(27:2)
                           END-IF
                       WHEN OTHER
                           MOVE 'IMAGEM ANTES DIVERGE DO ATUAL'
                               TO WRK-MOTIVO
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'OPERACAO DESCONHECIDA NO JORNAL'
                       TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-CONFL
               MOVE SPACES TO RCP-LINHA
               STRING JRN-SEQ ' ' JRN-OPERACAO ' ' JRN-CHAVE ' '
                      WRK-MOTIVO
                   DELIMITED BY SIZE INTO RCP-LINHA
               WRITE RCP-LINHA
           END-IF.
       0390-CONTAR-APLICADA.
           ADD 1 TO WRK-QTD-APLIC.
           MOVE JRN-SEQ TO WRK-ULT-APLIC.
      * RELEITURA COMPLETA DO MASTER RECONSTRUIDO: CONTAGEM E HASH
      * TEM DE BATER COM O BACKUP MAIS O QUE FOI REAPLICADO
       0400-CONFERIR-MASTER.
           MOVE ZEROS TO WRK-QTD-REG WRK-HASH.
           MOVE 'N' TO WRK-FIM-ARQ.
           EVALUATE WRK-MASTER
               WHEN 'C'
                   OPEN INPUT CUSTOMER-MASTER
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ CUSTOMER-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               ADD 1 TO WRK-QTD-REG
                               MOVE CM-RECORD(1:20) TO WRK-CHAVE-X
                               PERFORM 0700-ACUMULAR-HASH
                       END-READ
                   END-PERFORM
                   CLOSE CUSTOMER-MASTER
               WHEN 'U'
                   OPEN INPUT USER-MASTER
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ USER-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               ADD 1 TO WRK-QTD-REG
                               MOVE USM-USUARIO TO WRK-CHAVE-X
                               PERFORM 0700-ACUMULAR-HASH
                       END-READ
                   END-PERFORM
                   CLOSE USER-MASTER
               WHEN 'P'
                   OPEN INPUT PRODUCT-MASTER
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ PRODUCT-MASTER NEXT RECORD
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               ADD 1 TO WRK-QTD-REG
                               MOVE PRD-RECORD(1:20) TO WRK-CHAVE-X
                               PERFORM 0700-ACUMULAR-HASH
                       END-READ
                   END-PERFORM
                   CLOSE PRODUCT-MASTER
           END-EVALUATE.
           IF WRK-QTD-REG = WRK-QTD-ESPERADA
               AND WRK-HASH = WRK-HASH-ESPERADO
               MOVE 'S' TO WRK-CONSISTENTE
           ELSE
               MOVE 'N' TO WRK-CONSISTENTE
           END-IF.
       0450-TOTALIZAR.
           MOVE SPACES TO RCP-LINHA.
           WRITE RCP-LINHA.
           MOVE SPACES TO RCP-LINHA.
           STRING 'REGISTROS DO BACKUP....: ' WRK-QTD-CARGA
               DELIMITED BY SIZE INTO RCP-LINHA.
           WRITE RCP-LINHA.
           MOVE SPACES TO RCP-LINHA.
           STRING 'ENTRADAS ATE O ALVO....: ' WRK-QTD-LIDAS
                  '   REAPLICADAS: ' WRK-QTD-APLIC
               DELIMITED BY SIZE INTO RCP-LINHA.
           WRITE RCP-LINHA.
           MOVE SPACES TO RCP-LINHA.
           STRING 'JA CONTIDAS NO BACKUP..: ' WRK-QTD-JA-APLIC
                  '   CONFLITOS..: ' WRK-QTD-CONFL
               DELIMITED BY SIZE INTO RCP-LINHA.
           WRITE RCP-LINHA.
           MOVE SPACES TO RCP-LINHA.
           STRING 'POSTERIORES AO ALVO....: ' WRK-QTD-POSTER
                  '   ULTIMO SEQ.: ' WRK-ULT-APLIC
               DELIMITED BY SIZE INTO RCP-LINHA.
           WRITE RCP-LINHA.
           MOVE SPACES TO RCP-LINHA.
           STRING 'MASTER RELIDO..........: ' WRK-QTD-REG
                  '   ESPERADO...: ' WRK-QTD-ESPERADA
               DELIMITED BY SIZE INTO RCP-LINHA.
           WRITE RCP-LINHA.
           MOVE SPACES TO RCP-LINHA.
           STRING 'HASH RELIDO............: ' WRK-HASH
                  ' ESPERADO: ' WRK-HASH-ESPERADO
               DELIMITED BY SIZE INTO RCP-LINHA.
           WRITE RCP-LINHA.
           IF WRK-CONSISTENTE = 'S'
               MOVE 'MASTER RECONSTRUIDO CONSISTENTE' TO RCP-LINHA
           ELSE
               MOVE '*** MASTER RECONSTRUIDO INCONSISTENTE ***'
                   TO RCP-LINHA
           END-IF.
           WRITE RCP-LINHA.
           CLOSE RECOVERY-REPORT.
           DISPLAY 'ENTRADAS REAPLICADAS: ' WRK-QTD-APLIC
               '  JA NO BACKUP: ' WRK-QTD-JA-APLIC
               '  CONFLITOS: ' WRK-QTD-CONFL.
           DISPLAY 'POSTERIORES AO ALVO (NAO APLICADAS): '
               WRK-QTD-POSTER.
           DISPLAY 'REGISTROS NO MASTER: ' WRK-QTD-REG
               '  ESPERADO: ' WRK-QTD-ESPERADA.
           EVALUATE TRUE
               WHEN WRK-CONSISTENTE = 'N'
                   DISPLAY '*** MASTER RECONSTRUIDO INCONSISTENTE -'
                       ' VER RECMREL ***'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-CONFL > 0
                   DISPLAY 'RECUPERACAO CONCLUIDA COM CONFLITOS -'
                       ' VER RECMREL'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'RECUPERACAO CONCLUIDA E CONFERIDA'
           END-EVALUATE.
      * ACESSO AO MASTER ESCOLHIDO PELA IMAGEM CRUA (WRK-IMAGEM /
      * WRK-ATUAL), O STATUS DE ARQUIVO VOLTA EM WRK-FS-MST
       0600-ABRIR-OUTPUT.
           EVALUATE WRK-MASTER
               WHEN 'C'
                   OPEN OUTPUT CUSTOMER-MASTER
               WHEN 'U'
                   OPEN OUTPUT USER-MASTER
               WHEN 'P'
                   OPEN OUTPUT PRODUCT-MASTER
           END-EVALUATE.
       0610-ABRIR-I-O.
           EVALUATE WRK-MASTER
               WHEN 'C'
                   OPEN I-O CUSTOMER-MASTER
               WHEN 'U'
                   OPEN I-O USER-MASTER
               WHEN 'P'
                   OPEN I-O PRODUCT-MASTER
           END-EVALUATE.
       0620-GRAVAR-IMAGEM.
           EVALUATE WRK-MASTER
               WHEN 'C'
                   MOVE WRK-IMAGEM(1:160) TO CM-RECORD
                   WRITE CM-RECORD
                   MOVE WRK-FS-CLI TO WRK-FS-MST
               WHEN 'U'
                   MOVE WRK-IMAGEM(1:71) TO USM-REC
                   WRITE USM-REC
                   MOVE WRK-FS-USM TO WRK-FS-MST
               WHEN 'P'
                   MOVE WRK-IMAGEM(1:64) TO PRD-RECORD
                   WRITE PRD-RECORD
                   MOVE WRK-FS-PRD TO WRK-FS-MST
           END-EVALUATE.
       0630-LER-ATUAL.
           MOVE 'S' TO WRK-ACHOU.
           MOVE SPACES TO WRK-ATUAL.
           EVALUATE WRK-MASTER
               WHEN 'C'
                   MOVE WRK-IMAGEM(1:160) TO CM-RECORD
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'N' TO WRK-ACHOU
                       NOT INVALID KEY
                           MOVE CM-RECORD TO WRK-ATUAL
                   END-READ
               WHEN 'U'
                   MOVE WRK-IMAGEM(1:71) TO USM-REC
                   READ USER-MASTER
                       INVALID KEY
                           MOVE 'N' TO WRK-ACHOU
                       NOT INVALID KEY
                           MOVE USM-REC TO WRK-ATUAL
                   END-READ
               WHEN 'P'
                   MOVE WRK-IMAGEM(1:64) TO PRD-RECORD
                   READ PRODUCT-MASTER
                       INVALID KEY
                           MOVE 'N' TO WRK-ACHOU
                       NOT INVALID KEY
                           MOVE PRD-RECORD TO WRK-ATUAL
                   END-READ
           END-EVALUATE.
       0640-REGRAVAR-IMAGEM.
           EVALUATE WRK-MASTER
               WHEN 'C'
                   MOVE WRK-IMAGEM(1:160) TO CM-RECORD
                   REWRITE CM-RECORD
                   MOVE WRK-FS-CLI TO WRK-FS-MST
               WHEN 'U'
                   MOVE WRK-IMAGEM(1:71) TO USM-REC
                   REWRITE USM-REC
                   MOVE WRK-FS-USM TO WRK-FS-MST
               WHEN 'P'
                   MOVE WRK-IMAGEM(1:64) TO PRD-RECORD
                   REWRITE PRD-RECORD
                   MOVE WRK-FS-PRD TO WRK-FS-MST
           END-EVALUATE.
       0650-EXCLUIR-ATUAL.
           EVALUATE WRK-MASTER
               WHEN 'C'
                   DELETE CUSTOMER-MASTER RECORD
                   MOVE WRK-FS-CLI TO WRK-FS-MST
               WHEN 'U'
                   DELETE USER-MASTER RECORD
                   MOVE WRK-FS-USM TO WRK-FS-MST
               WHEN 'P'
                   DELETE PRODUCT-MASTER RECORD
                   MOVE WRK-FS-PRD TO WRK-FS-MST
           END-EVALUATE.
       0690-FECHAR-MASTER.
           EVALUATE WRK-MASTER
               WHEN 'C'
                   CLOSE CUSTOMER-MASTER
               WHEN 'U'
                   CLOSE USER-MASTER
               WHEN 'P'
                   CLOSE PRODUCT-MASTER
           END-EVALUATE.
       0700-ACUMULAR-HASH.
           PERFORM VARYING WRK-IND-CHAVE FROM 1 BY 1
                   UNTIL WRK-IND-CHAVE > 20
               ADD FUNCTION ORD(WRK-CHAVE-X(WRK-IND-CHAVE:1))
                   TO WRK-HASH
           END-PERFORM.
       0710-SOMAR-ESPERADO.
           MOVE ZEROS TO WRK-HASH-PARCIAL.
           PERFORM VARYING WRK-IND-CHAVE FROM 1 BY 1
                   UNTIL WRK-IND-CHAVE > 20
               ADD FUNCTION ORD(WRK-CHAVE-X(WRK-IND-CHAVE:1))
                   TO WRK-HASH-PARCIAL
           END-PERFORM.
           ADD WRK-HASH-PARCIAL TO WRK-HASH-ESPERADO.
       0720-SUBTRAIR-ESPERADO.
           MOVE ZEROS TO WRK-HASH-PARCIAL.
           PERFORM VARYING WRK-IND-CHAVE FROM 1 BY 1
                   UNTIL WRK-IND-CHAVE > 20
               ADD FUNCTION ORD(WRK-CHAVE-X(WRK-IND-CHAVE:1))
                   TO WRK-HASH-PARCIAL
           END-PERFORM.
           SUBTRACT WRK-HASH-PARCIAL FROM WRK-HASH-ESPERADO.
       0800-REGISTRAR-SECLOG.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE SPACES TO SEC-LINHA.
           STRING 'PROGCOB140 RECUPERACAO ' WRK-NOME-MASTER
                  ' ALVO:' WRK-ALVO-DATA
                  ' APLIC:' WRK-QTD-APLIC
                  ' CONFL:' WRK-QTD-CONFL
                  ' OPER:' FUNCTION TRIM(LNK-OPERADOR)
               DELIMITED BY SIZE INTO SEC-LINHA.
           OPEN EXTEND SECURITY-LOG.
           IF WRK-FS-SEC NOT = '00'
               OPEN OUTPUT SECURITY-LOG
           END-IF.
           WRITE SEC-LINHA.
           CLOSE SECURITY-LOG.
