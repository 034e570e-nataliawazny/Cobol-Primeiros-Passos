       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB137.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CERTIFICADOS DE CONCLUSAO DE CURSO COM NUMERACAO
      * CONTROLADA
      * ACAO 'E' = VARRE O HISTORICO COMPLETO DE CADA ALUNO, COMO O
      * PROGCOB51 MOSTRA (TRANSCPT VIVO MAIS OS PERIODOS SELADOS EM
      * TRANAAAAPP PELO PROGCOB50, VALENDO O ULTIMO LANCAMENTO DE
      * CADA PERIODO) E EMITE O CERTIFICADO PARA QUEM TEM
      * CONCL-PERIODOS (SYSPARM, DEFAULT 6) PERIODOS APROVADOS E O
      * ULTIMO PERIODO CURSADO APROVADO - UMA PAGINA POR CERTIFICADO
      * NO CERTREL, NUMERO SEQUENCIAL NO CERTCTL (SEM SALTO E SEM
      * REUSO, COMO A SERIE DO NFCTL) E REGISTRO NO CERTREG
      * (CRTREC.COB); ALUNO COM CERTIFICADO ATIVO NAO RECEBE OUTRO
      * ACAO 'R' = REIMPRESSAO (SEGUNDA VIA) COM O NUMERO ORIGINAL
      * ACAO 'C' = REVOGACAO COM MOTIVO, QUANDO UMA NOTA CORRIGIDA
      * PELO PROGCOB96 DESFAZ A CONCLUSAO; O CERTIFICADO REVOGADO NAO
      * E REIMPRESSO E O ALUNO VOLTA A SER AVALIADO NA ACAO 'E'
      * ACAO 'L' = LISTA DO CERTREG NO CONSOLE
      * EMISSAO, REIMPRESSAO E REVOGACAO FICAM NO CERTLOG COM
      * OPERADOR, DATA E HORA
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-FILE ASSIGN TO DYNAMIC WRK-NOME-TRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRN.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STU.
           SELECT CERTIFICATE-FILE ASSIGN TO 'CERTREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRT.
           SELECT CERTIFICATE-TEMP ASSIGN TO 'CERTTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT CERTIFICATE-CONTROL-FILE ASSIGN TO 'CERTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT CERTIFICATE-REPORT ASSIGN TO 'CERTREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT CERTIFICATE-LOG ASSIGN TO 'CERTLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-FILE.
       COPY 'TRNREC.COB'.
       FD  STUDENT-MASTER.
       COPY 'STUREC.COB'.
       FD  CERTIFICATE-FILE.
       COPY 'CRTREC.COB'.
       FD  CERTIFICATE-TEMP.
       01  TMP-REC         PIC X(115).
       FD  CERTIFICATE-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-NUMERO PIC 9(06).
       FD  CERTIFICATE-REPORT.
       01  CRL-LINHA       PIC X(80).
       FD  CERTIFICATE-LOG.
       01  LOG-LINHA       PIC X(120).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-NOME-TRAN   PIC X(12) VALUE 'TRANSCPT'.
       77 WRK-FS-TRN      PIC X(02) VALUE SPACES.
       77 WRK-FS-STU      PIC X(02) VALUE SPACES.
       77 WRK-FS-CRT      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOG      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-ALTEROU     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-CONCL-PERIODOS PIC 9(02) VALUE 6.
      * QUANTOS ANOS PARA TRAS PROCURAR PERIODOS SELADOS TRANAAAAPP
       77 WRK-ANOS-HIST   PIC 9(02) VALUE 15.
       77 WRK-ANO-HOJE    PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-HIST    PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-INICIAL PIC 9(04) VALUE ZEROS.
       77 WRK-PER-HIST    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ARQS    PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-ALUNOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ALU     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-ALU     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PER     PIC 9(02) VALUE ZEROS.
       77 WRK-POS-PER     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ATIVOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ATV     PIC 9(04) VALUE ZEROS.
       77 WRK-TEM-ATIVO   PIC X(01) VALUE 'N'.
       77 WRK-QTD-APROV   PIC 9(02) VALUE ZEROS.
       77 WRK-PER-INICIAL PIC 9(06) VALUE ZEROS.
       77 WRK-PER-FINAL   PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-APROV   PIC X(01) VALUE 'N'.
       77 WRK-ULT-NUMERO  PIC 9(06) VALUE ZEROS.
       77 WRK-NUMERO      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EMITIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-JA-CERT PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NAO-CONCL PIC 9(04) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-LOG-ACAO    PIC X(11) VALUE SPACES.
       77 WRK-VIA         PIC X(40) VALUE SPACES.
       77 WRK-DATA-ED     PIC X(10) VALUE SPACES.
       77 WRK-DATA-CONV   PIC 9(08) VALUE ZEROS.
      * HISTORICO POR ALUNO: ULTIMA SITUACAO DE CADA PERIODO CURSADO
       01 WRK-TABELA-HISTORICO.
           02 WRK-AL OCCURS 1000 TIMES.
               03 WRK-AL-ID       PIC 9(06).
               03 WRK-AL-QTD-PER  PIC 9(02).
               03 WRK-AL-PER OCCURS 30 TIMES.
                   04 WRK-AL-PERIODO PIC 9(06).
                   04 WRK-AL-APROV   PIC X(01).
      * ALUNOS QUE JA TEM CERTIFICADO ATIVO NO CERTREG
       01 WRK-TABELA-ATIVOS.
           02 WRK-AT OCCURS 2000 TIMES.
               03 WRK-AT-ALUNO    PIC 9(06).
       01 WRK-LINHA-LISTA.
           02 WRK-LL-NUMERO   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-ALUNO    PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-EMISSAO  PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-STATUS   PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-VIAS     PIC Z9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-MOTIVO   PIC X(30).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           DISPLAY 'ACAO (E-EMITIR CERTIFICADOS / R-REIMPRIMIR /'
               ' C-REVOGAR / L-LISTAR): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0100-EMITIR
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0400-REIMPRIMIR
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0500-REVOGAR
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0600-LISTAR
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB137'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB137'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-NUMERO==,
                     ==CAMPO-NOME== BY ==WRK-NUMERO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DO CERTIFICADO: '==.
       0050-LER-PARAMETROS.
           MOVE 'CONCL-PERIODOS' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-CONCL-PERIODOS =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
       0100-EMITIR.
           PERFORM 0110-CARREGAR-ATIVOS.
           PERFORM 0150-CARREGAR-HISTORICO.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB137 ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0130-LER-CONTROLE
               MOVE ZEROS TO WRK-QTD-EMITIDOS WRK-QTD-JA-CERT
                   WRK-QTD-NAO-CONCL WRK-PAGINA
               OPEN INPUT STUDENT-MASTER
               OPEN EXTEND CERTIFICATE-FILE
               IF WRK-FS-CRT NOT = '00'
                   OPEN OUTPUT CERTIFICATE-FILE
               END-IF
               OPEN OUTPUT CERTIFICATE-REPORT
               PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                       UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS
                   PERFORM 0200-AVALIAR-ALUNO
               END-PERFORM
               CLOSE CERTIFICATE-FILE CERTIFICATE-REPORT
               IF WRK-FS-STU = '00'
                   CLOSE STUDENT-MASTER
               END-IF
               IF WRK-QTD-EMITIDOS > 0
                   PERFORM 0140-GRAVAR-CONTROLE
               END-IF
               DISPLAY 'PERIODOS LIDOS DE ' WRK-QTD-ARQS
                   ' ARQUIVO(S) DE HISTORICO'
               DISPLAY 'ALUNOS NO HISTORICO: ' WRK-QTD-ALUNOS
               DISPLAY 'CERTIFICADOS EMITIDOS: ' WRK-QTD-EMITIDOS
                   ' - VER CERTREL'
               DISPLAY 'JA CERTIFICADOS: ' WRK-QTD-JA-CERT
                   '  SEM CONCLUSAO: ' WRK-QTD-NAO-CONCL
           END-IF.
       0110-CARREGAR-ATIVOS.
           MOVE ZEROS TO WRK-QTD-ATIVOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CERTIFICATE-FILE.
           IF WRK-FS-CRT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CERTIFICATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CRT-STATUS = 'A'
                               IF WRK-QTD-ATIVOS < 2000
                                   ADD 1 TO WRK-QTD-ATIVOS
                                   MOVE CRT-ALUNO
                                       TO WRK-AT-ALUNO(WRK-QTD-ATIVOS)
                               ELSE
                                   MOVE 'S' TO WRK-TAB-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATE-FILE
           END-IF.
      * SEM CERTCTL (PRIMEIRA EMISSAO) A SERIE COMECA EM 000001
       0130-LER-CONTROLE.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           OPEN INPUT CERTIFICATE-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ CERTIFICATE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-ULT-NUMERO TO WRK-ULT-NUMERO
               END-READ
               CLOSE CERTIFICATE-CONTROL-FILE
           END-IF.
       0140-GRAVAR-CONTROLE.
           OPEN OUTPUT CERTIFICATE-CONTROL-FILE.
           MOVE WRK-ULT-NUMERO TO CTL-ULT-NUMERO.
           WRITE CTL-REC.
           CLOSE CERTIFICATE-CONTROL-FILE.
      * OS PERIODOS SELADOS PELO PROGCOB50 SAEM DO TRANSCPT - O
      * HISTORICO COMPLETO E A SOMA DOS TRANAAAAPP COM O TRANSCPT
       0150-CARREGAR-HISTORICO.
           MOVE ZEROS TO WRK-QTD-ALUNOS WRK-QTD-ARQS.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-HOJE.
           COMPUTE WRK-ANO-INICIAL = WRK-ANO-HOJE - WRK-ANOS-HIST.
           PERFORM VARYING WRK-ANO-HIST FROM WRK-ANO-INICIAL BY 1
                   UNTIL WRK-ANO-HIST > WRK-ANO-HOJE
               PERFORM VARYING WRK-PER-HIST FROM 1 BY 1
                       UNTIL WRK-PER-HIST > 4
                   MOVE SPACES TO WRK-NOME-TRAN
                   STRING 'TRAN' WRK-ANO-HIST WRK-PER-HIST
                       DELIMITED BY SIZE INTO WRK-NOME-TRAN
                   PERFORM 0160-LER-ARQUIVO-HIST
               END-PERFORM
           END-PERFORM.
           MOVE 'TRANSCPT' TO WRK-NOME-TRAN.
           PERFORM 0160-LER-ARQUIVO-HIST.
       0160-LER-ARQUIVO-HIST.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TRANSCRIPT-FILE.
           IF WRK-FS-TRN = '00'
               ADD 1 TO WRK-QTD-ARQS
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TRANSCRIPT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0170-GUARDAR-PERIODO
                   END-READ
               END-PERFORM
               CLOSE TRANSCRIPT-FILE
           END-IF.
      * O ULTIMO LANCAMENTO DO PERIODO PREVALECE (RECUPERACAO DO
      * PROGCOB95, CORRECAO DO PROGCOB96)
       0170-GUARDAR-PERIODO.
           MOVE ZEROS TO WRK-POS-ALU.
           PERFORM VARYING WRK-IND-ALU FROM 1 BY 1
                   UNTIL WRK-IND-ALU > WRK-QTD-ALUNOS
                   OR WRK-POS-ALU > 0
               IF WRK-AL-ID(WRK-IND-ALU) = TRN-ID
                   MOVE WRK-IND-ALU TO WRK-POS-ALU
               END-IF
           END-PERFORM.
           IF WRK-POS-ALU = 0
               IF WRK-QTD-ALUNOS < 1000
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE WRK-QTD-ALUNOS TO WRK-POS-ALU
                   MOVE TRN-ID TO WRK-AL-ID(WRK-POS-ALU)
                   MOVE ZEROS TO WRK-AL-QTD-PER(WRK-POS-ALU)
               ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
               END-IF
           END-IF.
           IF WRK-POS-ALU > 0
               MOVE ZEROS TO WRK-POS-PER
               PERFORM VARYING WRK-IND-PER FROM 1 BY 1
                       UNTIL WRK-IND-PER > WRK-AL-QTD-PER(WRK-POS-ALU)
                       OR WRK-POS-PER > 0
                   IF WRK-AL-PERIODO(WRK-POS-ALU, WRK-IND-PER) =
                       TRN-PERIODO
                       MOVE WRK-IND-PER TO WRK-POS-PER
                   END-IF
               END-PERFORM
               IF WRK-POS-PER = 0
                   IF WRK-AL-QTD-PER(WRK-POS-ALU) < 30
                       ADD 1 TO WRK-AL-QTD-PER(WRK-POS-ALU)
                       MOVE WRK-AL-QTD-PER(WRK-POS-ALU) TO WRK-POS-PER
                       MOVE TRN-PERIODO
                           TO WRK-AL-PERIODO(WRK-POS-ALU, WRK-POS-PER)
                   ELSE
                       MOVE 'S' TO WRK-TAB-CHEIA
                   END-IF
               END-IF
               IF WRK-POS-PER > 0
                   IF TRN-STATUS = 'APROVADO'
                       MOVE 'S'
                           TO WRK-AL-APROV(WRK-POS-ALU, WRK-POS-PER)
                   ELSE
                       MOVE 'N'
                           TO WRK-AL-APROV(WRK-POS-ALU, WRK-POS-PER)
                   END-IF
               END-IF
           END-IF.
       0200-AVALIAR-ALUNO.
           MOVE 'N' TO WRK-TEM-ATIVO.
           PERFORM VARYING WRK-IND-ATV FROM 1 BY 1
                   UNTIL WRK-IND-ATV > WRK-QTD-ATIVOS
                   OR WRK-TEM-ATIVO = 'S'
               IF WRK-AT-ALUNO(WRK-IND-ATV) = WRK-AL-ID(WRK-IND-ALU)
                   MOVE 'S' TO WRK-TEM-ATIVO
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-QTD-APROV WRK-PER-INICIAL WRK-PER-FINAL
               WRK-ULT-PERIODO.
           MOVE 'N' TO WRK-ULT-APROV.
           PERFORM VARYING WRK-IND-PER FROM 1 BY 1
                   UNTIL WRK-IND-PER > WRK-AL-QTD-PER(WRK-IND-ALU)
               IF WRK-AL-PERIODO(WRK-IND-ALU, WRK-IND-PER) >
                   WRK-ULT-PERIODO
                   MOVE WRK-AL-PERIODO(WRK-IND-ALU, WRK-IND-PER)
                       TO WRK-ULT-PERIODO
                   MOVE WRK-AL-APROV(WRK-IND-ALU, WRK-IND-PER)
                       TO WRK-ULT-APROV
               END-IF
               IF WRK-AL-APROV(WRK-IND-ALU, WRK-IND-PER) = 'S'
                   ADD 1 TO WRK-QTD-APROV
                   IF WRK-PER-INICIAL = ZEROS
                       OR WRK-AL-PERIODO(WRK-IND-ALU, WRK-IND-PER) <
                       WRK-PER-INICIAL
                       MOVE WRK-AL-PERIODO(WRK-IND-ALU, WRK-IND-PER)
                           TO WRK-PER-INICIAL
                   END-IF
                   IF WRK-AL-PERIODO(WRK-IND-ALU, WRK-IND-PER) >
                       WRK-PER-FINAL
                       MOVE WRK-AL-PERIODO(WRK-IND-ALU, WRK-IND-PER)
                           TO WRK-PER-FINAL
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-TEM-ATIVO = 'S'
                   ADD 1 TO WRK-QTD-JA-CERT
               WHEN WRK-QTD-APROV < WRK-CONCL-PERIODOS
                   OR WRK-ULT-APROV NOT = 'S'
                   ADD 1 TO WRK-QTD-NAO-CONCL
               WHEN OTHER
                   PERFORM 0210-REGISTRAR-CERTIFICADO
           END-EVALUATE.
       0210-REGISTRAR-CERTIFICADO.
           ADD 1 TO WRK-ULT-NUMERO WRK-QTD-EMITIDOS.
           MOVE WRK-ULT-NUMERO TO CRT-NUMERO.
           MOVE WRK-AL-ID(WRK-IND-ALU) TO CRT-ALUNO.
           MOVE 'NOME NAO DISPONIVEL' TO CRT-NOME.
           IF WRK-FS-STU = '00'
               MOVE WRK-AL-ID(WRK-IND-ALU) TO STU-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE STU-NOME TO CRT-NOME
               END-READ
               MOVE '00' TO WRK-FS-STU
           END-IF.
           MOVE WRK-PER-INICIAL TO CRT-PER-INICIAL.
           MOVE WRK-PER-FINAL TO CRT-PER-FINAL.
           MOVE WRK-QTD-APROV TO CRT-QTD-PERIODOS.
           MOVE WRK-DATA-HOJE TO CRT-DATA-EMISSAO.
           MOVE LNK-OPERADOR TO CRT-OPERADOR.
           MOVE 'A' TO CRT-STATUS.
           MOVE ZEROS TO CRT-QTD-VIAS CRT-DATA-REVOG.
           MOVE SPACES TO CRT-MOTIVO.
           WRITE CRT-REC.
           MOVE SPACES TO WRK-VIA.
           PERFORM 0300-IMPRIMIR-CERTIFICADO.
           MOVE 'EMISSAO' TO WRK-LOG-ACAO.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 0700-GRAVAR-CERTLOG.
      * UMA PAGINA POR CERTIFICADO, A PARTIR DO CRT-REC - A SEGUNDA
      * VIA SAI IGUAL A ORIGINAL, SO COM A LINHA DE VIA PREENCHIDA
       0300-IMPRIMIR-CERTIFICADO.
           PERFORM 0310-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO CRL-LINHA.
           STRING 'CERTIFICADO DE CONCLUSAO DE CURSO N. ' CRT-NUMERO
               DELIMITED BY SIZE INTO CRL-LINHA.
           WRITE CRL-LINHA.
           IF WRK-VIA NOT = SPACES
               MOVE WRK-VIA TO CRL-LINHA
               WRITE CRL-LINHA
           END-IF.
           MOVE SPACES TO CRL-LINHA.
           WRITE CRL-LINHA.
           MOVE SPACES TO CRL-LINHA.
           STRING 'CERTIFICAMOS QUE ' DELIMITED BY SIZE
                  CRT-NOME DELIMITED BY '  '
                  ', MATRICULA ' CRT-ALUNO ',' DELIMITED BY SIZE
               INTO CRL-LINHA.
           WRITE CRL-LINHA.
           MOVE SPACES TO CRL-LINHA.
           STRING 'CONCLUIU O CURSO COM APROVACAO EM '
                  CRT-QTD-PERIODOS ' PERIODOS LETIVOS,'
               DELIMITED BY SIZE INTO CRL-LINHA.
           WRITE CRL-LINHA.
           MOVE SPACES TO CRL-LINHA.
           STRING 'DO PERIODO ' CRT-PER-INICIAL
                  ' AO PERIODO ' CRT-PER-FINAL '.'
               DELIMITED BY SIZE INTO CRL-LINHA.
           WRITE CRL-LINHA.
           MOVE SPACES TO CRL-LINHA.
           WRITE CRL-LINHA.
           MOVE CRT-DATA-EMISSAO TO WRK-DATA-CONV.
           PERFORM 0320-EDITAR-DATA.
           MOVE SPACES TO CRL-LINHA.
           STRING 'EMITIDO EM ' WRK-DATA-ED
               DELIMITED BY SIZE INTO CRL-LINHA.
           WRITE CRL-LINHA.
           MOVE SPACES TO CRL-LINHA.
           WRITE CRL-LINHA.
           MOVE '______________________________' TO CRL-LINHA.
           WRITE CRL-LINHA.
           MOVE 'SECRETARIA ESCOLAR' TO CRL-LINHA.
           WRITE CRL-LINHA.
           MOVE SPACES TO CRL-LINHA.
           WRITE CRL-LINHA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0310-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==CRL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='CERTIFICADO DE CONCLUSAO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0320-EDITAR-DATA.
           MOVE SPACES TO WRK-DATA-ED.
           STRING WRK-DATA-CONV(7:2) '/' WRK-DATA-CONV(5:2) '/'
                  WRK-DATA-CONV(1:4)
               DELIMITED BY SIZE INTO WRK-DATA-ED.
      * SEGUNDA VIA: MESMO NUMERO, CONTADOR DE VIAS NO REGISTRO E
      * LINHA NO CERTLOG; CERTIFICADO REVOGADO NAO E REIMPRESSO
       0400-REIMPRIMIR.
           PERFORM 0060-RECEBER-NUMERO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-ALTEROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE ZEROS TO WRK-PAGINA.
           OPEN INPUT CERTIFICATE-FILE.
           IF WRK-FS-CRT NOT = '00'
               DISPLAY 'CERTREG INDISPONIVEL - STATUS ' WRK-FS-CRT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CERTIFICATE-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CERTIFICATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CRT-NUMERO = WRK-NUMERO
                               MOVE 'S' TO WRK-ACHOU
                               PERFORM 0410-REIMPRIMIR-UM
                           END-IF
                           WRITE TMP-REC FROM CRT-REC
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATE-FILE CERTIFICATE-TEMP
               IF WRK-ALTEROU = 'S'
                   PERFORM 0800-DEVOLVER-DO-TEMP
               END-IF
               IF WRK-ACHOU = 'N'
                   DISPLAY 'CERTIFICADO ' WRK-NUMERO
                       ' NAO ENCONTRADO NO CERTREG'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0410-REIMPRIMIR-UM.
           IF CRT-STATUS = 'R'
               DISPLAY 'CERTIFICADO ' CRT-NUMERO ' REVOGADO EM '
                   CRT-DATA-REVOG ' - REIMPRESSAO RECUSADA'
               DISPLAY 'MOTIVO: ' CRT-MOTIVO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WRK-ALTEROU
               IF CRT-QTD-VIAS < 99
                   ADD 1 TO CRT-QTD-VIAS
               END-IF
               MOVE WRK-DATA-HOJE TO WRK-DATA-CONV
               PERFORM 0320-EDITAR-DATA
               MOVE SPACES TO WRK-VIA
               STRING 'SEGUNDA VIA - REIMPRESSA EM ' WRK-DATA-ED
                   DELIMITED BY SIZE INTO WRK-VIA
               OPEN OUTPUT CERTIFICATE-REPORT
               PERFORM 0300-IMPRIMIR-CERTIFICADO
               CLOSE CERTIFICATE-REPORT
               MOVE 'REIMPRESSAO' TO WRK-LOG-ACAO
               MOVE SPACES TO WRK-MOTIVO
               PERFORM 0700-GRAVAR-CERTLOG
               DISPLAY 'SEGUNDA VIA DO CERTIFICADO ' CRT-NUMERO
                   ' GRAVADA EM CERTREL'
           END-IF.
       0500-REVOGAR.
           PERFORM 0060-RECEBER-NUMERO.
           DISPLAY 'MOTIVO DA REVOGACAO: '.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF WRK-MOTIVO = SPACES
               DISPLAY 'MOTIVO OBRIGATORIO - REVOGACAO RECUSADA'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 0510-APLICAR-REVOGACAO
           END-IF.
       0510-APLICAR-REVOGACAO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-ALTEROU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CERTIFICATE-FILE.
           IF WRK-FS-CRT NOT = '00'
               DISPLAY 'CERTREG INDISPONIVEL - STATUS ' WRK-FS-CRT
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CERTIFICATE-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CERTIFICATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CRT-NUMERO = WRK-NUMERO
                               MOVE 'S' TO WRK-ACHOU
                               PERFORM 0520-REVOGAR-UM
                           END-IF
                           WRITE TMP-REC FROM CRT-REC
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATE-FILE CERTIFICATE-TEMP
               IF WRK-ALTEROU = 'S'
                   PERFORM 0800-DEVOLVER-DO-TEMP
               END-IF
               IF WRK-ACHOU = 'N'
                   DISPLAY 'CERTIFICADO ' WRK-NUMERO
                       ' NAO ENCONTRADO NO CERTREG'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0520-REVOGAR-UM.
           IF CRT-STATUS = 'R'
               DISPLAY 'CERTIFICADO ' CRT-NUMERO ' JA REVOGADO EM '
                   CRT-DATA-REVOG
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'S' TO WRK-ALTEROU
               MOVE 'R' TO CRT-STATUS
               MOVE WRK-DATA-HOJE TO CRT-DATA-REVOG
               MOVE WRK-MOTIVO TO CRT-MOTIVO
               MOVE LNK-OPERADOR TO CRT-OPERADOR
               MOVE 'REVOGACAO' TO WRK-LOG-ACAO
               PERFORM 0700-GRAVAR-CERTLOG
               DISPLAY 'CERTIFICADO ' CRT-NUMERO ' DO ALUNO '
                   CRT-ALUNO ' REVOGADO'
           END-IF.
       0600-LISTAR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CERTIFICATE-FILE.
           IF WRK-FS-CRT NOT = '00'
               DISPLAY 'CERTREG VAZIO OU INDISPONIVEL'
           ELSE
               DISPLAY 'NUMERO ALUNO  NOME                 EMISSAO '
                   ' S VI MOTIVO DA REVOGACAO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CERTIFICATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE CRT-NUMERO TO WRK-LL-NUMERO
                           MOVE CRT-ALUNO TO WRK-LL-ALUNO
                           MOVE CRT-NOME TO WRK-LL-NOME
                           MOVE CRT-DATA-EMISSAO TO WRK-LL-EMISSAO
                           MOVE CRT-STATUS TO WRK-LL-STATUS
                           MOVE CRT-QTD-VIAS TO WRK-LL-VIAS
                           MOVE CRT-MOTIVO TO WRK-LL-MOTIVO
                           DISPLAY WRK-LINHA-LISTA
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATE-FILE
           END-IF.
       0700-GRAVAR-CERTLOG.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE SPACES TO LOG-LINHA.
           STRING 'PROGCOB137 ' WRK-LOG-ACAO
                  ' CERT:' CRT-NUMERO
                  ' ALUNO:' CRT-ALUNO
                  ' OPER:' FUNCTION TRIM(LNK-OPERADOR)
                  ' ' WRK-DATA-HOJE ' ' WRK-HORA-HOJE
                  ' ' WRK-MOTIVO
               DELIMITED BY SIZE INTO LOG-LINHA.
           OPEN EXTEND CERTIFICATE-LOG.
           IF WRK-FS-LOG NOT = '00'
               OPEN OUTPUT CERTIFICATE-LOG
           END-IF.
           WRITE LOG-LINHA.
           CLOSE CERTIFICATE-LOG.
       0800-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT CERTIFICATE-FILE.
           OPEN INPUT CERTIFICATE-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ CERTIFICATE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE CRT-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE CERTIFICATE-FILE CERTIFICATE-TEMP.
