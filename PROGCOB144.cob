       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB144.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = RECERTIFICACAO TRIMESTRAL DOS ACESSOS DO USERMAST
      * ACAO 'G' = GERA A CAMPANHA DO TRIMESTRE (AAAATN) NO RECERTIF
      * (RCTREC.COB): UMA LINHA POR USUARIO COM NIVEL, ULTIMO
      * 'LOGIN OK' DO SECLOG, IDADE DA SENHA (USM-DT-TROCA) E
      * HISTORICO DE BLOQUEIO (OCORRENCIAS 'USUARIO BLOQUEADO' NO
      * SECLOG E USM-BLOQUEADO), E EMITE A LISTA EM RECREL; CAMPANHA
      * DO TRIMESTRE JA GERADA NAO E GERADA DE NOVO (RC 4)
      * ACAO 'C' = O GESTOR (SUPERVISOR OU ADM) CONFIRMA OU REVOGA
      * CADA USUARIO PENDENTE DA CAMPANHA MAIS RECENTE - NINGUEM
      * CERTIFICA O PROPRIO ACESSO; A REVOGACAO NAO DESATIVA NADA
      * AQUI: ABRE NO APROVPEN A SOLICITACAO 'ACESSO' QUE O PROGCOB99
      * APLICA (USM-ATIVO 'I') QUANDO UM SEGUNDO ADM APROVA
      * ACAO 'I' = INATIVACAO DAS CONTAS SEM USO (PROGCOB145)
      * ACAO 'R' = RELATORIO DE AUDITORIA DA CAMPANHA EM RECREL:
      * SITUACAO DE CADA USUARIO, QUEM DECIDIU E QUANDO, E O
      * DESFECHO DA REVOGACAO NO APROVPEN
      * TODA DECISAO VAI PARA O SECLOG COM O NOME DO GESTOR
      * EXECUTAR PELO PRGMENU (OPERADOR E NIVEL VIA LINKAGE)
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
           SELECT APPROVAL-FILE ASSIGN TO 'APROVPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APR.
           SELECT RECERT-REPORT ASSIGN TO 'RECREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
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
       FD  APPROVAL-FILE.
       COPY 'APRREC.COB'.
       FD  RECERT-REPORT.
       01  REL-LINHA          PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-USM      PIC X(02) VALUE SPACES.
       77 WRK-FS-SEC      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCT      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-APR      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-APR     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-MES         PIC 9(02) VALUE ZEROS.
       77 WRK-TRIMESTRE   PIC 9(01) VALUE ZEROS.
       77 WRK-CAMPANHA-ATUAL PIC X(06) VALUE SPACES.
       77 WRK-ULT-CAMPANHA PIC X(06) VALUE SPACES.
       77 WRK-CAMPANHA-REL PIC X(06) VALUE SPACES.
       77 WRK-CAMPANHA-EXISTE PIC X(01) VALUE 'N'.
       77 WRK-USUARIO-LIDO PIC X(20) VALUE SPACES.
       77 WRK-DATA-LINHA  PIC 9(08) VALUE ZEROS.
       77 WRK-RESULTADO   PIC X(20) VALUE SPACES.
       77 WRK-QTD-USU     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-USU     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-USU     PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-DIAS-SENHA  PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-USUARIO-ALVO PIC X(20) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-STATUS-LIDO PIC X(01) VALUE SPACES.
       77 WRK-DECISAO     PIC X(01) VALUE SPACES.
       77 WRK-APR-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-APR-PENDENTE PIC 9(06) VALUE ZEROS.
       77 WRK-ACAO-SEC    PIC X(20) VALUE SPACES.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-APR-SITUACAO PIC X(09) VALUE SPACES.
       77 WRK-QTD-TOTAL   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PEND    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CONF    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REVOG   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-INAT    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DESAT   PIC 9(04) VALUE ZEROS.
      * FOTOGRAFIA DO USERMAST NA GERACAO, COMPLETADA COM O SECLOG
       01 WRK-TABELA-USUARIOS.
           02 WRK-USU OCCURS 500 TIMES.
               03 WRK-USU-NOME      PIC X(20).
               03 WRK-USU-NIVEL     PIC 9(02).
               03 WRK-USU-ATIVO     PIC X(01).
               03 WRK-USU-DT-TROCA  PIC 9(08).
               03 WRK-USU-BLOQUEADO PIC X(01).
               03 WRK-USU-ULT-LOGIN PIC 9(08).
               03 WRK-USU-QTD-BLOQ  PIC 9(04).
               03 WRK-USU-ULT-BLOQ  PIC 9(08).
       01 WRK-LINHA-DET.
           02 WRK-LD-USUARIO  PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-NIVEL    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-ATIVO    PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-LOGIN    PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-IDADE    PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-BLOQ     PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-BLOQUEADO PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-SITUACAO PIC X(32).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       01 LNK-NIVEL    PIC 9(02).
           88 LNK-ADM          VALUE 01.
           88 LNK-SUPERVISOR   VALUE 03.
       PROCEDURE DIVISION USING LNK-OPERADOR LNK-NIVEL.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-MES.
           COMPUTE WRK-TRIMESTRE = (WRK-MES - 1) / 3 + 1.
           MOVE SPACES TO WRK-CAMPANHA-ATUAL.
           STRING WRK-DATA-HOJE(1:4) 'T' WRK-TRIMESTRE
               DELIMITED BY SIZE INTO WRK-CAMPANHA-ATUAL.
           DISPLAY 'ACAO (G-GERAR CAMPANHA / C-CERTIFICAR /'
               ' I-INATIVAR SEM USO / R-RELATORIO): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           IF NOT LNK-ADM AND NOT LNK-SUPERVISOR
               DISPLAY 'RECERTIFICACAO SO PARA SUPERVISOR E ADM'
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WRK-ACAO
           END-IF.
           EVALUATE WRK-ACAO
               WHEN 'G'
               WHEN 'g'
                   PERFORM 0100-GERAR-CAMPANHA
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0200-CERTIFICAR
               WHEN 'I'
               WHEN 'i'
                   CALL 'PROGCOB145'
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0500-RELATORIO
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB144'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB144'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-GERAR-CAMPANHA.
           PERFORM 0150-PROCURAR-CAMPANHAS.
           IF WRK-CAMPANHA-EXISTE = 'S'
               DISPLAY 'CAMPANHA ' WRK-CAMPANHA-ATUAL ' JA GERADA -'
                   ' USE C PARA CERTIFICAR OU R PARA O RELATORIO'
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN INPUT USER-MASTER
               IF WRK-FS-USM NOT = '00'
                   DISPLAY 'USER-MASTER INDISPONIVEL - STATUS '
                       WRK-FS-USM
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0110-CARREGAR-USUARIOS
                   CLOSE USER-MASTER
                   PERFORM 0120-LER-SECLOG
                   PERFORM 0130-GRAVAR-CAMPANHA
                   MOVE SPACES TO WRK-USUARIO-ALVO
                   STRING 'CAMPANHA ' WRK-CAMPANHA-ATUAL
                       DELIMITED BY SIZE INTO WRK-USUARIO-ALVO
                   MOVE 'GERACAO' TO WRK-ACAO-SEC
                   PERFORM 0800-REGISTRAR-SECLOG
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA-ATUAL
                       ' GERADA COM ' WRK-QTD-USU ' USUARIOS'
                   MOVE WRK-CAMPANHA-ATUAL TO WRK-CAMPANHA-REL
                   PERFORM 0510-GERAR-RELATORIO
               END-IF
           END-IF.
       0110-CARREGAR-USUARIOS.
           MOVE ZEROS TO WRK-QTD-USU.
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
                       PERFORM 0115-GUARDAR-USUARIO
               END-READ
           END-PERFORM.
       0115-GUARDAR-USUARIO.
           IF WRK-QTD-USU < 500
               ADD 1 TO WRK-QTD-USU
               MOVE USM-USUARIO TO WRK-USU-NOME(WRK-QTD-USU)
               MOVE USM-NIVEL TO WRK-USU-NIVEL(WRK-QTD-USU)
               MOVE USM-ATIVO TO WRK-USU-ATIVO(WRK-QTD-USU)
               MOVE USM-DT-TROCA TO WRK-USU-DT-TROCA(WRK-QTD-USU)
               MOVE USM-BLOQUEADO TO WRK-USU-BLOQUEADO(WRK-QTD-USU)
               MOVE ZEROS TO WRK-USU-ULT-LOGIN(WRK-QTD-USU)
                             WRK-USU-QTD-BLOQ(WRK-QTD-USU)
                             WRK-USU-ULT-BLOQ(WRK-QTD-USU)
           ELSE
               IF WRK-TAB-CHEIA = 'N'
                   MOVE 'Y' TO WRK-TAB-CHEIA
                   DISPLAY 'TABELA DE USUARIOS CHEIA (500) - DEMAIS'
                       ' FORA DA CAMPANHA'
               END-IF
           END-IF.
      * SO AS LINHAS DO PRGLOGIN (USUARIO / NIVEL: / RESULTADO: /
      * DATA:) CONTAM - AS DOS PROGRAMAS ADMINISTRATIVOS TEM OUTRO
      * FORMATO
       0120-LER-SECLOG.
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
                               AND SEC-LINHA(67:8) IS NUMERIC
                               PERFORM 0125-REGISTRAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-LOG
           END-IF.
       0125-REGISTRAR-LINHA.
           MOVE SEC-LINHA(1:20) TO WRK-USUARIO-LIDO.
           MOVE SEC-LINHA(41:20) TO WRK-RESULTADO.
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
               EVALUATE WRK-RESULTADO
                   WHEN 'LOGIN OK'
                       IF WRK-DATA-LINHA >
                               WRK-USU-ULT-LOGIN(WRK-POS-USU)
                           MOVE WRK-DATA-LINHA
                               TO WRK-USU-ULT-LOGIN(WRK-POS-USU)
                       END-IF
                   WHEN 'USUARIO BLOQUEADO'
                       ADD 1 TO WRK-USU-QTD-BLOQ(WRK-POS-USU)
                       IF WRK-DATA-LINHA >
                               WRK-USU-ULT-BLOQ(WRK-POS-USU)
                           MOVE WRK-DATA-LINHA
                               TO WRK-USU-ULT-BLOQ(WRK-POS-USU)
                       END-IF
               END-EVALUATE
           END-IF.
       0130-GRAVAR-CAMPANHA.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           OPEN EXTEND RECERT-FILE.
           IF WRK-FS-RCT NOT = '00'
               OPEN OUTPUT RECERT-FILE
           END-IF.
           PERFORM VARYING WRK-IND-USU FROM 1 BY 1
                   UNTIL WRK-IND-USU > WRK-QTD-USU
               PERFORM 0135-GRAVAR-LINHA
           END-PERFORM.
           CLOSE RECERT-FILE.
       0135-GRAVAR-LINHA.
           MOVE SPACES TO RCT-REC.
           MOVE WRK-CAMPANHA-ATUAL TO RCT-CAMPANHA.
           MOVE WRK-USU-NOME(WRK-IND-USU) TO RCT-USUARIO.
           MOVE WRK-USU-NIVEL(WRK-IND-USU) TO RCT-NIVEL.
           MOVE WRK-USU-ATIVO(WRK-IND-USU) TO RCT-ATIVO.
           MOVE WRK-USU-ULT-LOGIN(WRK-IND-USU) TO RCT-ULT-LOGIN.
           IF WRK-USU-DT-TROCA(WRK-IND-USU) = ZEROS
               MOVE 99999 TO RCT-IDADE-SENHA
           ELSE
               COMPUTE WRK-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(
                       WRK-USU-DT-TROCA(WRK-IND-USU))
               IF WRK-DIAS-SENHA > 99999
                   MOVE 99999 TO RCT-IDADE-SENHA
               ELSE
                   MOVE WRK-DIAS-SENHA TO RCT-IDADE-SENHA
               END-IF
           END-IF.
           MOVE WRK-USU-QTD-BLOQ(WRK-IND-USU) TO RCT-QTD-BLOQ.
           MOVE WRK-USU-ULT-BLOQ(WRK-IND-USU) TO RCT-ULT-BLOQ.
           MOVE WRK-USU-BLOQUEADO(WRK-IND-USU) TO RCT-BLOQUEADO.
           MOVE WRK-DATA-HOJE TO RCT-DATA-GERACAO.
           IF WRK-USU-ATIVO(WRK-IND-USU) = 'I'
               MOVE 'D' TO RCT-STATUS
           ELSE
               MOVE 'P' TO RCT-STATUS
           END-IF.
           MOVE ZEROS TO RCT-DATA-CERT RCT-HORA-CERT RCT-APR-SEQ.
           WRITE RCT-REC.
      * WRK-ULT-CAMPANHA = A MAIOR DO ARQUIVO (AAAATN ORDENA COMO
      * TEXTO); WRK-CAMPANHA-EXISTE = A DO TRIMESTRE ATUAL JA EXISTE
       0150-PROCURAR-CAMPANHAS.
           MOVE SPACES TO WRK-ULT-CAMPANHA.
           MOVE 'N' TO WRK-CAMPANHA-EXISTE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECERT-FILE.
           IF WRK-FS-RCT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECERT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCT-CAMPANHA > WRK-ULT-CAMPANHA
                               MOVE RCT-CAMPANHA TO WRK-ULT-CAMPANHA
                           END-IF
                           IF RCT-CAMPANHA = WRK-CAMPANHA-ATUAL
                               MOVE 'S' TO WRK-CAMPANHA-EXISTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.
       0200-CERTIFICAR.
           PERFORM 0150-PROCURAR-CAMPANHAS.
           IF WRK-ULT-CAMPANHA = SPACES
               DISPLAY 'NENHUMA CAMPANHA GERADA - USE A ACAO G'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'CAMPANHA ' WRK-ULT-CAMPANHA
               MOVE 'N' TO WRK-FIM-SESSAO
               PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
                   DISPLAY 'USUARIO A CERTIFICAR (BRANCO = ENCERRAR): '
                   MOVE SPACES TO WRK-USUARIO-ALVO
                   ACCEPT WRK-USUARIO-ALVO FROM CONSOLE
                   IF WRK-USUARIO-ALVO = SPACES
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   ELSE
                       PERFORM 0210-DECIDIR-USUARIO
                   END-IF
               END-PERFORM
           END-IF.
       0210-DECIDIR-USUARIO.
           IF WRK-USUARIO-ALVO = LNK-OPERADOR
               DISPLAY 'GESTOR NAO CERTIFICA O PROPRIO ACESSO'
           ELSE
               PERFORM 0220-LOCALIZAR-LINHA
               EVALUATE TRUE
                   WHEN WRK-ACHOU = 'N'
                       DISPLAY 'USUARIO FORA DA CAMPANHA '
                           WRK-ULT-CAMPANHA ': ' WRK-USUARIO-ALVO
                   WHEN WRK-STATUS-LIDO NOT = 'P'
                       DISPLAY 'USUARIO JA DECIDIDO NESTA CAMPANHA'
                           ' (SITUACAO ' WRK-STATUS-LIDO ')'
                   WHEN OTHER
                       DISPLAY 'DECISAO (C-CONFIRMAR / R-REVOGAR /'
                           ' BRANCO-PULAR): '
                       MOVE SPACES TO WRK-DECISAO
                       ACCEPT WRK-DECISAO FROM CONSOLE
                       PERFORM 0215-APLICAR-DECISAO
               END-EVALUATE
           END-IF.
       0215-APLICAR-DECISAO.
           EVALUATE WRK-DECISAO
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WRK-DECISAO
                   MOVE ZEROS TO WRK-APR-SEQ
                   PERFORM 0240-GRAVAR-DECISAO
                   MOVE 'RECERT CONFIRMADA' TO WRK-ACAO-SEC
                   PERFORM 0800-REGISTRAR-SECLOG
                   DISPLAY 'ACESSO CONFIRMADO: ' WRK-USUARIO-ALVO
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WRK-DECISAO
                   PERFORM 0230-SOLICITAR-REVOGACAO
                   PERFORM 0240-GRAVAR-DECISAO
                   MOVE 'RECERT REVOGADA' TO WRK-ACAO-SEC
                   PERFORM 0800-REGISTRAR-SECLOG
                   DISPLAY 'REVOGACAO ENVIADA PARA APROVACAO'
                       ' (PROGCOB99) - SOLICITACAO ' WRK-APR-SEQ
               WHEN SPACES
                   DISPLAY 'USUARIO SEGUE PENDENTE'
               WHEN OTHER
                   DISPLAY 'DECISAO INVALIDA - USUARIO SEGUE PENDENTE'
           END-EVALUATE.
       0220-LOCALIZAR-LINHA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE SPACES TO WRK-STATUS-LIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECERT-FILE.
           IF WRK-FS-RCT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECERT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCT-CAMPANHA = WRK-ULT-CAMPANHA
                               AND RCT-USUARIO = WRK-USUARIO-ALVO
                               MOVE 'S' TO WRK-ACHOU
                               MOVE RCT-STATUS TO WRK-STATUS-LIDO
                               PERFORM 0225-MOSTRAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.
       0225-MOSTRAR-LINHA.
           DISPLAY 'USUARIO: ' RCT-USUARIO ' NIVEL: ' RCT-NIVEL
               ' ATIVO: ' RCT-ATIVO.
           DISPLAY 'ULTIMO LOGIN: ' RCT-ULT-LOGIN
               '  IDADE DA SENHA: ' RCT-IDADE-SENHA ' DIAS'.
           DISPLAY 'BLOQUEIOS: ' RCT-QTD-BLOQ ' (ULTIMO EM '
               RCT-ULT-BLOQ ')  BLOQUEADO AGORA: ' RCT-BLOQUEADO.
      * MESMA GRAVACAO DO 0680 DO PROGCOB23: PROXIMO APR-SEQ NO
      * FINAL; REVOGACAO JA PENDENTE PARA O USUARIO NAO E DUPLICADA
       0230-SOLICITAR-REVOGACAO.
           MOVE ZEROS TO WRK-APR-SEQ WRK-APR-PENDENTE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT APPROVAL-FILE.
           IF WRK-FS-APR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ APPROVAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF APR-SEQ > WRK-APR-SEQ
                               MOVE APR-SEQ TO WRK-APR-SEQ
                           END-IF
                           IF APR-TIPO = 'ACESSO'
                               AND APR-CHAVE = WRK-USUARIO-ALVO
                               AND APR-STATUS = 'P'
                               MOVE APR-SEQ TO WRK-APR-PENDENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.
           IF WRK-APR-PENDENTE > ZEROS
               MOVE WRK-APR-PENDENTE TO WRK-APR-SEQ
               DISPLAY 'REVOGACAO JA PENDENTE NO APROVPEN'
           ELSE
               OPEN EXTEND APPROVAL-FILE
               IF WRK-FS-APR NOT = '00'
                   OPEN OUTPUT APPROVAL-FILE
               END-IF
               ADD 1 TO WRK-APR-SEQ
               MOVE WRK-APR-SEQ TO APR-SEQ
               MOVE 'ACESSO' TO APR-TIPO
               MOVE WRK-USUARIO-ALVO TO APR-CHAVE
               MOVE SPACES TO APR-VALOR
               STRING 'REVOGAR ' WRK-ULT-CAMPANHA
                   DELIMITED BY SIZE INTO APR-VALOR
               MOVE LNK-OPERADOR TO APR-SOLICITANTE
               MOVE WRK-DATA-HOJE TO APR-DATA
               MOVE 'P' TO APR-STATUS
               MOVE SPACES TO APR-APROVADOR
               MOVE ZEROS TO APR-DATA-DECISAO
               WRITE APR-REC
               CLOSE APPROVAL-FILE
           END-IF.
       0240-GRAVAR-DECISAO.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECERT-FILE.
           OPEN OUTPUT RECERT-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ RECERT-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF RCT-CAMPANHA = WRK-ULT-CAMPANHA
                           AND RCT-USUARIO = WRK-USUARIO-ALVO
                           AND RCT-STATUS = 'P'
                           MOVE WRK-DECISAO TO RCT-STATUS
                           MOVE LNK-OPERADOR TO RCT-CERTIFICADOR
                           MOVE WRK-DATA-HOJE TO RCT-DATA-CERT
                           MOVE WRK-HORA-HOJE TO RCT-HORA-CERT
                           MOVE WRK-APR-SEQ TO RCT-APR-SEQ
                       END-IF
                       WRITE TMP-REC FROM RCT-REC
               END-READ
           END-PERFORM.
           CLOSE RECERT-FILE RECERT-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECERT-TEMP.
           OPEN OUTPUT RECERT-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ RECERT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE RCT-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE RECERT-FILE RECERT-TEMP.
       0500-RELATORIO.
           DISPLAY 'CAMPANHA AAAATN (BRANCO = A MAIS RECENTE): '.
           MOVE SPACES TO WRK-CAMPANHA-REL.
           ACCEPT WRK-CAMPANHA-REL FROM CONSOLE.
           IF WRK-CAMPANHA-REL = SPACES
               PERFORM 0150-PROCURAR-CAMPANHAS
               MOVE WRK-ULT-CAMPANHA TO WRK-CAMPANHA-REL
           END-IF.
           IF WRK-CAMPANHA-REL = SPACES
               DISPLAY 'NENHUMA CAMPANHA GERADA - USE A ACAO G'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0510-GERAR-RELATORIO
           END-IF.
       0510-GERAR-RELATORIO.
           MOVE ZEROS TO WRK-PAGINA WRK-QTD-TOTAL WRK-QTD-PEND
               WRK-QTD-CONF WRK-QTD-REVOG WRK-QTD-INAT WRK-QTD-DESAT.
           OPEN OUTPUT RECERT-REPORT.
           PERFORM 0590-GERAR-CABECALHO-PADRAO.
           MOVE 'USUARIO' TO REL-LINHA.
           MOVE 'NV A ULTLOGIN IDADE BLOQ B SITUACAO'
               TO REL-LINHA(22:35).
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECERT-FILE.
           IF WRK-FS-RCT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECERT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCT-CAMPANHA = WRK-CAMPANHA-REL
                               PERFORM 0520-IMPRIMIR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'USUARIOS: ' WRK-QTD-TOTAL
                  '  PENDENTES: ' WRK-QTD-PEND
                  '  CONFIRMADOS: ' WRK-QTD-CONF
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'REVOGADOS: ' WRK-QTD-REVOG
                  '  INATIVADOS SEM USO: ' WRK-QTD-INAT
                  '  JA DESATIVADOS: ' WRK-QTD-DESAT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RECERT-REPORT.
           DISPLAY 'RECERTIFICACAO ' WRK-CAMPANHA-REL
               ' GRAVADA EM RECREL'.
       0520-IMPRIMIR-LINHA.
           ADD 1 TO WRK-QTD-TOTAL.
           MOVE RCT-USUARIO TO WRK-LD-USUARIO.
           MOVE RCT-NIVEL TO WRK-LD-NIVEL.
           MOVE RCT-ATIVO TO WRK-LD-ATIVO.
           MOVE RCT-ULT-LOGIN TO WRK-LD-LOGIN.
           MOVE RCT-IDADE-SENHA TO WRK-LD-IDADE.
           MOVE RCT-QTD-BLOQ TO WRK-LD-BLOQ.
           MOVE RCT-BLOQUEADO TO WRK-LD-BLOQUEADO.
           MOVE SPACES TO WRK-LD-SITUACAO.
           EVALUATE RCT-STATUS
               WHEN 'P'
                   ADD 1 TO WRK-QTD-PEND
                   MOVE 'PENDENTE' TO WRK-LD-SITUACAO
               WHEN 'C'
                   ADD 1 TO WRK-QTD-CONF
                   MOVE 'CONFIRMADO' TO WRK-LD-SITUACAO
               WHEN 'R'
                   ADD 1 TO WRK-QTD-REVOG
                   PERFORM 0530-SITUACAO-APROVACAO
                   STRING 'REVOGACAO APR ' RCT-APR-SEQ ' '
                          WRK-APR-SITUACAO
                       DELIMITED BY SIZE INTO WRK-LD-SITUACAO
               WHEN 'I'
                   ADD 1 TO WRK-QTD-INAT
                   MOVE 'INATIVADO SEM USO' TO WRK-LD-SITUACAO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-DESAT
                   MOVE 'JA DESATIVADO' TO WRK-LD-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-DET TO REL-LINHA.
           WRITE REL-LINHA.
           IF RCT-QTD-BLOQ > ZEROS
               OR RCT-CERTIFICADOR NOT = SPACES
               MOVE SPACES TO REL-LINHA
               IF RCT-QTD-BLOQ > ZEROS
                   STRING '    ULT.BLOQUEIO: ' RCT-ULT-BLOQ
                       DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               IF RCT-CERTIFICADOR NOT = SPACES
                   STRING 'DECIDIDO POR: '
                          FUNCTION TRIM(RCT-CERTIFICADOR)
                          ' EM ' RCT-DATA-CERT ' '
                          RCT-HORA-CERT(1:4)
                       DELIMITED BY SIZE INTO REL-LINHA(29:52)
               END-IF
               WRITE REL-LINHA
           END-IF.
      * DESFECHO DA REVOGACAO: SO A APROVACAO NO PROGCOB99 DESATIVA
       0530-SITUACAO-APROVACAO.
           MOVE 'PENDENTE' TO WRK-APR-SITUACAO.
           MOVE 'N' TO WRK-FIM-APR.
           OPEN INPUT APPROVAL-FILE.
           IF WRK-FS-APR = '00'
               PERFORM UNTIL WRK-FIM-APR = 'Y'
                   READ APPROVAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-APR
                       NOT AT END
                           IF APR-SEQ = RCT-APR-SEQ
                               EVALUATE APR-STATUS
                                   WHEN 'A'
                                       MOVE 'APLICADA'
                                           TO WRK-APR-SITUACAO
                                   WHEN 'R'
                                       MOVE 'REJEITADA'
                                           TO WRK-APR-SITUACAO
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0590-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='RECERTIFICACAO DE ACESSO '
                          WRK-CAMPANHA-REL==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0800-REGISTRAR-SECLOG.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE SPACES TO SEC-LINHA.
           STRING 'PROGCOB144 GESTOR:' FUNCTION TRIM(LNK-OPERADOR)
                  ' ACAO:' FUNCTION TRIM(WRK-ACAO-SEC)
                  ' ALVO:' FUNCTION TRIM(WRK-USUARIO-ALVO)
                  ' DATA:' WRK-DATA-HOJE
                  ' HORA:' WRK-HORA-HOJE
               DELIMITED BY SIZE INTO SEC-LINHA.
           OPEN EXTEND SECURITY-LOG.
           IF WRK-FS-SEC NOT = '00'
               OPEN OUTPUT SECURITY-LOG
           END-IF.
           WRITE SEC-LINHA.
           CLOSE SECURITY-LOG.
