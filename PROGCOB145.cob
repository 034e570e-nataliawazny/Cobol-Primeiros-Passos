       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB145.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = INATIVACAO AUTOMATICA DE CONTAS SEM USO: TODO
      * USUARIO ATIVO DO USERMAST SEM 'LOGIN OK' NO SECLOG HA MAIS
      * DE RECERT-DIAS-INATIVO DIAS (SYSPARM, PADRAO 90) PASSA A
      * USM-ATIVO 'I' - A DATA DE REFERENCIA E O ULTIMO LOGIN, OU
      * A ULTIMA TROCA DE SENHA / ATUALIZACAO DO CADASTRO QUANDO
      * FOR MAIS RECENTE (USUARIO RECEM-INCLUIDO NAO CAI NO MESMO
      * DIA); SEM NENHUMA DATA O USUARIO SO E LISTADO
      * O ULTIMO ADM ATIVO NUNCA E INATIVADO (ALERTA 'A' NO LUGAR)
      * CADA INATIVACAO REGRAVA O USM-STAMP, E JORNALIZADA VIA
      * PRGJORN E VAI PARA O SECLOG; A LINHA PENDENTE DO USUARIO NA
      * CAMPANHA DE RECERTIFICACAO (RECERTIF - RCTREC.COB) FICA 'I'
      * PASSO DA CADEIA NOTURNA E ACAO 'I' DO PROGCOB144
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO 'USERMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USM-USUARIO
               FILE STATUS IS WRK-FS-USM.
           SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEC.
           SELECT RECERT-FILE ASSIGN TO 'RECERTIF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCT.
           SELECT RECERT-TEMP ASSIGN TO 'RECTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       COPY 'USMREC.COB'.
       FD  SECURITY-LOG.
       01  SEC-LINHA          PIC X(80).
       FD  RECERT-FILE.
       COPY 'RCTREC.COB'.
       FD  RECERT-TEMP.
       01  TMP-REC            PIC X(106).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-USM      PIC X(02) VALUE SPACES.
       77 WRK-FS-SEC      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCT      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-DIAS-LIMITE PIC 9(04) VALUE 90.
       77 WRK-DIAS-SEM-USO PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-REF    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LINHA  PIC 9(08) VALUE ZEROS.
       77 WRK-USUARIO-LIDO PIC X(20) VALUE SPACES.
       77 WRK-QTD-USU     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-USU     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-USU     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ADM     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-INATIVOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-DATA PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(20) VALUE SPACES.
       77 WRK-JRN-PROGRAMA PIC X(10) VALUE 'PROGCOB145'.
       77 WRK-JRN-ARQUIVO  PIC X(10) VALUE 'USERMAST'.
       77 WRK-JRN-OPERACAO PIC X(08) VALUE 'REWRITE'.
       77 WRK-JRN-CHAVE    PIC X(20) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(170) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(170) VALUE SPACES.
       77 WRK-JRN-OPERADOR PIC X(20) VALUE 'PROGCOB145'.
       77 WRK-ALT-PROGRAMA   PIC X(10) VALUE 'PROGCOB145'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM   PIC X(40) VALUE SPACES.
      * SO OS USUARIOS ATIVOS ENTRAM NA TABELA; WRK-USU-DATA-REF =
      * MAIOR ENTRE A TROCA DE SENHA E O CARIMBO DO CADASTRO
       01 WRK-TABELA-USUARIOS.
           02 WRK-USU OCCURS 500 TIMES.
               03 WRK-USU-NOME      PIC X(20).
               03 WRK-USU-NIVEL     PIC 9(02).
               03 WRK-USU-DATA-REF  PIC 9(08).
               03 WRK-USU-ULT-LOGIN PIC 9(08).
               03 WRK-USU-INATIVADO PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'RECERT-DIAS-INATIVO' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-DIAS-LIMITE =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           OPEN I-O USER-MASTER.
           IF WRK-FS-USM NOT = '00'
               DISPLAY 'USER-MASTER INDISPONIVEL - STATUS ' WRK-FS-USM
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-USUARIOS.
           PERFORM 0200-LER-SECLOG.
           PERFORM VARYING WRK-IND-USU FROM 1 BY 1
                   UNTIL WRK-IND-USU > WRK-QTD-USU
               PERFORM 0300-AVALIAR-USUARIO
           END-PERFORM.
           CLOSE USER-MASTER.
           IF WRK-QTD-INATIVOS > ZEROS
               PERFORM 0400-MARCAR-RECERTIFICACAO
               MOVE 'M' TO WRK-ALT-SEVERIDADE
               MOVE SPACES TO WRK-ALT-MENSAGEM
               STRING 'CONTAS INATIVADAS SEM USO: '
                      WRK-QTD-INATIVOS
                   DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
               CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                   WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
           END-IF.
           DISPLAY 'USUARIOS ATIVOS AVALIADOS: ' WRK-QTD-USU.
           DISPLAY 'INATIVADOS SEM LOGIN HA MAIS DE '
               WRK-DIAS-LIMITE ' DIAS: ' WRK-QTD-INATIVOS.
           DISPLAY 'SEM DATA DE REFERENCIA (SO LISTADOS): '
               WRK-QTD-SEM-DATA.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB145'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB145'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-CARREGAR-USUARIOS.
           MOVE ZEROS TO WRK-QTD-USU WRK-QTD-ADM.
           MOVE LOW-VALUES TO USM-USUARIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           START USER-MASTER KEY IS NOT LESS THAN USM-USUARIO
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-ARQ
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ USER-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF USM-ATIVO NOT = 'I'
                           PERFORM 0110-GUARDAR-USUARIO
                       END-IF
               END-READ
           END-PERFORM.
       0110-GUARDAR-USUARIO.
           IF WRK-QTD-USU < 500
               ADD 1 TO WRK-QTD-USU
               MOVE USM-USUARIO TO WRK-USU-NOME(WRK-QTD-USU)
               MOVE USM-NIVEL TO WRK-USU-NIVEL(WRK-QTD-USU)
               MOVE USM-DT-TROCA TO WRK-USU-DATA-REF(WRK-QTD-USU)
               IF USM-STAMP(1:8) > WRK-USU-DATA-REF(WRK-QTD-USU)
                   MOVE USM-STAMP(1:8)
                       TO WRK-USU-DATA-REF(WRK-QTD-USU)
               END-IF
               MOVE ZEROS TO WRK-USU-ULT-LOGIN(WRK-QTD-USU)
               MOVE 'N' TO WRK-USU-INATIVADO(WRK-QTD-USU)
               IF USM-NIVEL = 01
                   ADD 1 TO WRK-QTD-ADM
               END-IF
           ELSE
               IF WRK-TAB-CHEIA = 'N'
                   MOVE 'Y' TO WRK-TAB-CHEIA
                   DISPLAY 'TABELA DE USUARIOS CHEIA (500) - DEMAIS'
                       ' NAO AVALIADOS'
               END-IF
           END-IF.
      * SO AS LINHAS DO PRGLOGIN (USUARIO / NIVEL: / RESULTADO: /
      * DATA:) CONTAM - AS DOS PROGRAMAS ADMINISTRATIVOS TEM OUTRO
      * FORMATO E NAO SAO LOGIN
       0200-LER-SECLOG.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SECURITY-LOG.
           IF WRK-FS-SEC = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SECURITY-LOG
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SEC-LINHA(21:7) = ' NIVEL:'
                               AND SEC-LINHA(30:11) = ' RESULTADO:'
                               AND SEC-LINHA(41:20) = 'LOGIN OK'
                               AND SEC-LINHA(67:8) IS NUMERIC
                               PERFORM 0210-REGISTRAR-LOGIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG
           END-IF.
       0210-REGISTRAR-LOGIN.
           MOVE SEC-LINHA(1:20) TO WRK-USUARIO-LIDO.
           MOVE SEC-LINHA(67:8) TO WRK-DATA-LINHA.
           MOVE ZEROS TO WRK-POS-USU.
           PERFORM VARYING WRK-IND-USU FROM 1 BY 1
                   UNTIL WRK-IND-USU > WRK-QTD-USU
                       OR WRK-POS-USU > ZEROS
               IF WRK-USU-NOME(WRK-IND-USU) = WRK-USUARIO-LIDO
                   MOVE WRK-IND-USU TO WRK-POS-USU
               END-IF
           END-PERFORM.
           IF WRK-POS-USU > ZEROS
               AND WRK-DATA-LINHA > WRK-USU-ULT-LOGIN(WRK-POS-USU)
               MOVE WRK-DATA-LINHA TO WRK-USU-ULT-LOGIN(WRK-POS-USU)
           END-IF.
       0300-AVALIAR-USUARIO.
           MOVE WRK-USU-DATA-REF(WRK-IND-USU) TO WRK-DATA-REF.
           IF WRK-USU-ULT-LOGIN(WRK-IND-USU) > WRK-DATA-REF
               MOVE WRK-USU-ULT-LOGIN(WRK-IND-USU) TO WRK-DATA-REF
           END-IF.
           IF WRK-DATA-REF = ZEROS
               ADD 1 TO WRK-QTD-SEM-DATA
               DISPLAY 'SEM LOGIN NEM DATA DE CADASTRO: '
                   WRK-USU-NOME(WRK-IND-USU)
           ELSE
               COMPUTE WRK-DIAS-SEM-USO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
               IF WRK-DIAS-SEM-USO > WRK-DIAS-LIMITE
                   IF WRK-USU-NIVEL(WRK-IND-USU) = 01
                       AND WRK-QTD-ADM < 2
                       PERFORM 0320-ALERTAR-ULTIMO-ADM
                   ELSE
                       PERFORM 0310-INATIVAR-USUARIO
                   END-IF
               END-IF
           END-IF.
       0310-INATIVAR-USUARIO.
           MOVE WRK-USU-NOME(WRK-IND-USU) TO USM-USUARIO.
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'USUARIO NAO ENCONTRADO: ' USM-USUARIO
               NOT INVALID KEY
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE USM-REC TO WRK-JRN-ANTES(1:71)
                   MOVE 'I' TO USM-ATIVO
                   ACCEPT WRK-HORA-HOJE FROM TIME
                   COMPUTE USM-STAMP =
                       WRK-DATA-HOJE * 100000000 + WRK-HORA-HOJE
                   REWRITE USM-REC
                   PERFORM 0350-GRAVAR-JORNAL
                   MOVE 'INATIVADO SEM USO' TO WRK-ACAO
                   PERFORM 0800-REGISTRAR-SECLOG
                   MOVE 'S' TO WRK-USU-INATIVADO(WRK-IND-USU)
                   ADD 1 TO WRK-QTD-INATIVOS
                   IF WRK-USU-NIVEL(WRK-IND-USU) = 01
                       SUBTRACT 1 FROM WRK-QTD-ADM
                   END-IF
                   DISPLAY 'INATIVADO: ' USM-USUARIO ' SEM USO HA '
                       WRK-DIAS-SEM-USO ' DIAS'
           END-READ.
       0320-ALERTAR-ULTIMO-ADM.
           DISPLAY 'ULTIMO ADM ATIVO MANTIDO: '
               WRK-USU-NOME(WRK-IND-USU).
           MOVE 'A' TO WRK-ALT-SEVERIDADE.
           MOVE SPACES TO WRK-ALT-MENSAGEM.
           STRING 'ULTIMO ADM SEM USO MANTIDO: '
                  WRK-USU-NOME(WRK-IND-USU)
               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM.
           CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
               WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM.
       0350-GRAVAR-JORNAL.
           MOVE USM-USUARIO TO WRK-JRN-CHAVE.
           MOVE SPACES TO WRK-JRN-DEPOIS.
           MOVE USM-REC TO WRK-JRN-DEPOIS(1:71).
           CALL 'PRGJORN' USING WRK-JRN-PROGRAMA WRK-JRN-ARQUIVO
               WRK-JRN-OPERACAO WRK-JRN-CHAVE WRK-JRN-ANTES
               WRK-JRN-DEPOIS WRK-JRN-OPERADOR.
      * A LINHA PENDENTE DO USUARIO INATIVADO, EM QUALQUER CAMPANHA,
      * DEIXA DE ESPERAR O GESTOR
       0400-MARCAR-RECERTIFICACAO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECERT-FILE.
           IF WRK-FS-RCT = '00'
               ACCEPT WRK-HORA-HOJE FROM TIME
               OPEN OUTPUT RECERT-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECERT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCT-STATUS = 'P'
                               PERFORM 0410-CONFERIR-INATIVADO
                           END-IF
                           WRITE TMP-REC FROM RCT-REC
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE RECERT-TEMP
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT RECERT-TEMP
               OPEN OUTPUT RECERT-FILE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECERT-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           WRITE RCT-REC FROM TMP-REC
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE RECERT-TEMP
           END-IF.
       0410-CONFERIR-INATIVADO.
           PERFORM VARYING WRK-IND-USU FROM 1 BY 1
                   UNTIL WRK-IND-USU > WRK-QTD-USU
               IF WRK-USU-NOME(WRK-IND-USU) = RCT-USUARIO
                   AND WRK-USU-INATIVADO(WRK-IND-USU) = 'S'
                   MOVE 'I' TO RCT-STATUS
                   MOVE 'PROGCOB145' TO RCT-CERTIFICADOR
                   MOVE WRK-DATA-HOJE TO RCT-DATA-CERT
                   MOVE WRK-HORA-HOJE TO RCT-HORA-CERT
               END-IF
           END-PERFORM.
       0800-REGISTRAR-SECLOG.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE SPACES TO SEC-LINHA.
           STRING 'PROGCOB145 ACAO:' FUNCTION TRIM(WRK-ACAO)
                  ' ALVO:' FUNCTION TRIM(USM-USUARIO)
                  ' DATA:' WRK-DATA-HOJE
                  ' HORA:' WRK-HORA-HOJE
               DELIMITED BY SIZE INTO SEC-LINHA.
           OPEN EXTEND SECURITY-LOG.
           IF WRK-FS-SEC NOT = '00'
               OPEN OUTPUT SECURITY-LOG
           END-IF.
           WRITE SEC-LINHA.
           CLOSE SECURITY-LOG.
