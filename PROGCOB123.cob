       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB123.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = POSTAGEM CONTABIL AUTOMATICA DOS EVENTOS DOS
      * SUBSISTEMAS (EVTCTB, EVTREC.COB: NOTAS DO PROGCOB27, BAIXAS
      * DO PROGCOB55/58, RECEBIMENTOS DE ORDEM DE COMPRA DO PROGCOB64,
      * BORDEROS DO PROGCOB84 E COMISSOES DO PROGCOB39) NO LEDGER:
      * ACAO 'P' (PASSO NOTURNO) POSTA CADA EVENTO PELA REGRA DO SEU
      * TIPO NO REGRACTB (RGCREC.COB) - DEBITO POSITIVO NA CONTA
      * DEBITO E CREDITO NEGATIVO NA CONTA CREDITO, COM O CENTRO DE
      * CUSTO DA REGRA, LED-ORIGEM = TIPO DO EVENTO E A MESMA SERIE
      * LEDCTL E SALDO CORRIDO POR CONTA DO PROGCOB06; O EVENTO
      * POSTADO VAI PARA O HISTORICO CTBHIST (TIPO + DOCUMENTO) E
      * SAI DO EVTCTB, E EVENTO JA PRESENTE NO HISTORICO E PULADO -
      * CADA EVENTO POSTA UMA UNICA VEZ, MESMO QUE O PROGRAMA DE
      * ORIGEM RODE DE NOVO; EVENTO SEM REGRA, COM CONTA FORA DO
      * PLANCTAS, EM MES FECHADO (PRGFECH) OU ACIMA DA CAPACIDADE DO
      * LED-VALOR SAI NO RELATORIO CTBEXC E FICA NO EVTCTB PARA A
      * NOITE SEGUINTE (RC 4 E ALERTA VIA PRGALERT); DIARIO DOS
      * LANCAMENTOS EM CTBREL
      * ACAO 'M' = MANUTENCAO DAS REGRAS (LISTAR / INCLUIR / EXCLUIR,
      * COMO AS REGRAS DE AGENDA DO PROGCOB104)
      * O LED-VALOR E INTEIRO: O VALOR DO EVENTO E ARREDONDADO PARA
      * O LANCAMENTO, O MESMO NAS DUAS PARTIDAS
      * DATA = XX/XX/XXXX
      * MANUTENCAO = TIPOS PROVISAO (PROGCOB125), BAIXAPDD (PROGCOB99)
      * E RECUPERA (PROGCOB58) DA PROVISAO PARA DEVEDORES DUVIDOSOS
      * NA INCLUSAO DE REGRA
      * MANUTENCAO = TIPOS CREDCLI (PROGCOB58) E APLCRED (PROGCOB27/
      * PROGCOB126) DO SALDO CREDOR DE CLIENTE NA INCLUSAO DE REGRA
      * MANUTENCAO = TIPO VARCAMB (VARIACAO CAMBIAL DA BAIXA DE PARCELA
      * EM MOEDA ESTRANGEIRA, PROGCOB55/58) NA INCLUSAO DE REGRA
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
           SELECT EVENT-TEMP ASSIGN TO 'EVTCTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT RULE-FILE ASSIGN TO 'REGRACTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RGC.
           SELECT RULE-TEMP ASSIGN TO 'REGRATMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RTM.
           SELECT HISTORY-FILE ASSIGN TO 'CTBHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HST.
           SELECT LEDGER-FILE ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CHAVE
               FILE STATUS IS WRK-FS-LED.
           SELECT LEDGER-CONTROL-FILE ASSIGN TO 'LEDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LCT.
           SELECT ACCOUNT-MASTER ASSIGN TO 'PLANCTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WRK-FS-CTA.
           SELECT POSTING-REPORT ASSIGN TO 'CTBREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT EXCEPTION-REPORT ASSIGN TO 'CTBEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       FD  EVENT-TEMP.
       01  TMP-REC         PIC X(57).
       FD  RULE-FILE.
       COPY 'RGCREC.COB'.
       FD  RULE-TEMP.
       01  RTM-REC         PIC X(39).
       FD  HISTORY-FILE.
       01  HST-REC.
           02 HST-TIPO      PIC X(08).
           02 HST-DOCUMENTO PIC X(20).
           02 HST-DATA-POST PIC 9(08).
           02 HST-SEQ-DEB   PIC 9(06).
           02 HST-SEQ-CRED  PIC 9(06).
       FD  LEDGER-FILE.
       COPY 'LEDREC.COB'.
       FD  LEDGER-CONTROL-FILE.
       01  LCT-REC.
           02 LCT-ULT-SEQ  PIC 9(06).
       FD  ACCOUNT-MASTER.
       COPY 'CTAREC.COB'.
       FD  POSTING-REPORT.
       01  REL-LINHA       PIC X(80).
       FD  EXCEPTION-REPORT.
       01  EXC-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-RGC      PIC X(02) VALUE SPACES.
       77 WRK-FS-RTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-HST      PIC X(02) VALUE SPACES.
       77 WRK-FS-LED      PIC X(02) VALUE SPACES.
       77 WRK-FS-LCT      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTA      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXC      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-HST     PIC X(01) VALUE 'N'.
       77 WRK-FIM-LED     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-CTA-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-CONTA-OK    PIC X(01) VALUE 'S'.
       77 WRK-CONTA       PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-DEB   PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-CRED  PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-TROCA PIC 9(04) VALUE ZEROS.
       77 WRK-CCUSTO      PIC 9(03) VALUE ZEROS.
       77 WRK-DESCRICAO   PIC X(20) VALUE SPACES.
       77 WRK-TIPO        PIC X(08) VALUE SPACES.
       77 WRK-MOTIVO      PIC X(25) VALUE SPACES.
       77 WRK-JA-POSTADO  PIC X(01) VALUE 'N'.
       77 WRK-VLR-LANC    PIC S9(10) VALUE ZEROS.
       77 WRK-RESUL       PIC S9(06) VALUE ZEROS.
       77 WRK-SALDO       PIC S9(06) VALUE ZEROS.
       77 WRK-SEQ         PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-DEB     PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-CRED    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-CHECK   PIC 9(06) VALUE ZEROS.
       77 WRK-FECHADO     PIC X(01) VALUE 'N'.
       77 WRK-QTD-REGRAS  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-REGRA   PIC 9(03) VALUE ZEROS.
       77 WRK-POS-REGRA   PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-POSTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PULADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-POSTADO PIC S9(09) VALUE ZEROS.
       77 WRK-TOT-ED      PIC -Z(08)9 VALUE ZEROS.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB123'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
       01 WRK-TABELA-REGRAS.
           02 WRK-RG OCCURS 100 TIMES.
               03 WRK-RG-TIPO   PIC X(08).
               03 WRK-RG-DEB    PIC 9(04).
               03 WRK-RG-CRED   PIC 9(04).
               03 WRK-RG-CCUSTO PIC 9(03).
       01 WRK-LINHA-DET.
           02 WRK-LD-TIPO    PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-DOC     PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-DATA    PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-DEB     PIC 9(04).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WRK-LD-CRED    PIC 9(04).
           02 FILLER         PIC X(04) VALUE SPACES.
           02 WRK-LD-CCUSTO  PIC 9(03).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-VALOR   PIC -Z(05)9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LD-SEQ     PIC 9(06).
       01 WRK-LINHA-EXC.
           02 WRK-LE-TIPO    PIC X(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LE-DOC     PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LE-DATA    PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LE-VALOR   PIC -Z(08)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LE-MOTIVO  PIC X(25).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (P-POSTAR EVENTOS / M-MANUTENCAO DAS'
               ' REGRAS): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0100-POSTAR-EVENTOS
               WHEN 'M'
               WHEN 'm'
                   PERFORM 0500-MANUTENCAO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB123'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB123'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-POSTAR-EVENTOS.
           PERFORM 0110-CARREGAR-REGRAS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** REGRACTB COM MAIS DE 100 REGRAS - NADA'
                   ' FOI POSTADO ***'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB123 ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0120-POSTAR-ARQUIVO
           END-IF.
       0110-CARREGAR-REGRAS.
           MOVE ZEROS TO WRK-QTD-REGRAS.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RULE-FILE.
           IF WRK-FS-RGC = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RULE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-REGRAS >= 100
                               MOVE 'S' TO WRK-TAB-CHEIA
                           ELSE
                               ADD 1 TO WRK-QTD-REGRAS
                               MOVE RGC-TIPO TO
                                   WRK-RG-TIPO(WRK-QTD-REGRAS)
                               MOVE RGC-CONTA-DEB TO
                                   WRK-RG-DEB(WRK-QTD-REGRAS)
                               MOVE RGC-CONTA-CRED TO
                                   WRK-RG-CRED(WRK-QTD-REGRAS)
                               MOVE RGC-CCUSTO TO
                                   WRK-RG-CCUSTO(WRK-QTD-REGRAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           ELSE
               DISPLAY 'REGRACTB INDISPONIVEL - NENHUM EVENTO TEM'
                   ' REGRA'
           END-IF.
       0120-POSTAR-ARQUIVO.
           MOVE ZEROS TO WRK-QTD-POSTADOS WRK-QTD-PULADOS
               WRK-QTD-PENDENTES WRK-TOT-POSTADO WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT EVENT-FILE.
           IF WRK-FS-EVT NOT = '00'
               DISPLAY 'EVTCTB INDISPONIVEL - NADA A POSTAR'
           ELSE
               PERFORM 0130-ABRIR-PLANO-CONTAS
               PERFORM 0140-LER-CONTROLE-SEQ
               PERFORM 0150-ABRIR-LEDGER
               OPEN OUTPUT EVENT-TEMP POSTING-REPORT EXCEPTION-REPORT
               PERFORM 0160-GERAR-CABECALHO-PADRAO
               MOVE SPACES TO REL-LINHA
               STRING 'DIARIO DA POSTAGEM DOS EVENTOS DE '
                      WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'TIPO     DOCUMENTO            DATA      '
                      'DEBITO CREDITO CC     VALOR  SEQ DEB'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO EXC-LINHA
               STRING 'EVENTOS NAO POSTADOS EM ' WRK-DATA-HOJE
                      ' - PERMANECEM NO EVTCTB'
                   DELIMITED BY SIZE INTO EXC-LINHA
               WRITE EXC-LINHA
               MOVE SPACES TO EXC-LINHA
               STRING 'TIPO     DOCUMENTO            DATA     '
                      '        VALOR MOTIVO'
                   DELIMITED BY SIZE INTO EXC-LINHA
               WRITE EXC-LINHA
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ EVENT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0200-PROCESSAR-EVENTO
                   END-READ
               END-PERFORM
               CLOSE EVENT-FILE EVENT-TEMP LEDGER-FILE
               IF WRK-CTA-DISPON = 'S'
                   CLOSE ACCOUNT-MASTER
               END-IF
               PERFORM 0190-DEVOLVER-DO-TEMP
               PERFORM 0400-IMPRIMIR-TOTAIS
               CLOSE POSTING-REPORT EXCEPTION-REPORT
               DISPLAY 'EVENTOS POSTADOS: ' WRK-QTD-POSTADOS
                   '  JA POSTADOS: ' WRK-QTD-PULADOS
                   '  NAO POSTADOS: ' WRK-QTD-PENDENTES
               IF WRK-QTD-PENDENTES > 0
                   MOVE SPACES TO WRK-ALT-MENSAGEM
                   STRING 'EVENTOS CONTABEIS NAO POSTADOS: '
                          WRK-QTD-PENDENTES
                       DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
                   CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                       WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
                   DISPLAY '*** EVENTOS NAO POSTADOS - VER CTBEXC ***'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      * SEM O PLANCTAS A POSTAGEM SEGUE SEM VALIDAR AS CONTAS DA
      * REGRA, COMO O PROGCOB06
       0130-ABRIR-PLANO-CONTAS.
           MOVE 'N' TO WRK-CTA-DISPON.
           OPEN INPUT ACCOUNT-MASTER.
           IF WRK-FS-CTA = '00'
               MOVE 'S' TO WRK-CTA-DISPON
           ELSE
               DISPLAY 'PLANCTAS INDISPONIVEL - POSTAGEM SEM'
               DISPLAY 'VALIDACAO DE CONTA'
           END-IF.
       0140-LER-CONTROLE-SEQ.
           MOVE ZEROS TO WRK-ULT-SEQ.
           OPEN INPUT LEDGER-CONTROL-FILE.
           IF WRK-FS-LCT = '00'
               READ LEDGER-CONTROL-FILE
                   NOT AT END
                       MOVE LCT-ULT-SEQ TO WRK-ULT-SEQ
               END-READ
               CLOSE LEDGER-CONTROL-FILE
           END-IF.
       0145-GRAVAR-CONTROLE-SEQ.
           OPEN OUTPUT LEDGER-CONTROL-FILE.
           MOVE WRK-ULT-SEQ TO LCT-ULT-SEQ.
           WRITE LCT-REC.
           CLOSE LEDGER-CONTROL-FILE.
       0150-ABRIR-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF WRK-FS-LED = '35'
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0160-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='POSTAGEM CONTABIL DOS EVENTOS'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * O EVTCTB VOLTA DO TEMPORARIO SO COM OS EVENTOS NAO POSTADOS
       0190-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT EVENT-FILE.
           OPEN INPUT EVENT-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ EVENT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE EVT-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE EVENT-FILE EVENT-TEMP.
      * CADA VALIDACAO SO RODA SE A ANTERIOR NAO DEIXOU MOTIVO - O
      * PRIMEIRO MOTIVO ENCONTRADO E O QUE SAI NO CTBEXC
       0200-PROCESSAR-EVENTO.
           MOVE SPACES TO WRK-MOTIVO.
           PERFORM 0210-VERIFICAR-HISTORICO.
           IF WRK-JA-POSTADO = 'S'
               ADD 1 TO WRK-QTD-PULADOS
               MOVE SPACES TO REL-LINHA
               STRING 'JA POSTADO - RETIRADO: ' EVT-TIPO ' '
                      EVT-DOCUMENTO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 0220-BUSCAR-REGRA
               IF WRK-MOTIVO = SPACES
                   PERFORM 0230-VALIDAR-CONTAS-REGRA
               END-IF
               IF WRK-MOTIVO = SPACES
                   MOVE EVT-DATA(1:6) TO WRK-MES-CHECK
                   CALL 'PRGFECH' USING WRK-MES-CHECK WRK-FECHADO
                   IF WRK-FECHADO = 'S'
                       MOVE 'MES FECHADO' TO WRK-MOTIVO
                   END-IF
               END-IF
               IF WRK-MOTIVO = SPACES
                   COMPUTE WRK-VLR-LANC ROUNDED = EVT-VALOR
                   IF WRK-VLR-LANC > 999999 OR WRK-VLR-LANC < -999999
                       MOVE 'VALOR ACIMA DO LEDGER' TO WRK-MOTIVO
                   END-IF
               END-IF
               IF WRK-MOTIVO = SPACES
                   PERFORM 0300-POSTAR-EVENTO
               ELSE
                   PERFORM 0250-REGISTRAR-PENDENTE
               END-IF
           END-IF.
      * O HISTORICO GUARDA TODO EVENTO JA POSTADO - EVENTO REPETIDO
      * (PROGRAMA DE ORIGEM RODADO DE NOVO) NAO POSTA SEGUNDA VEZ
       0210-VERIFICAR-HISTORICO.
           MOVE 'N' TO WRK-JA-POSTADO.
           MOVE 'N' TO WRK-FIM-HST.
           OPEN INPUT HISTORY-FILE.
           IF WRK-FS-HST = '00'
               PERFORM UNTIL WRK-FIM-HST = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-HST
                       NOT AT END
                           IF HST-TIPO = EVT-TIPO
                               AND HST-DOCUMENTO = EVT-DOCUMENTO
                               MOVE 'S' TO WRK-JA-POSTADO
                               MOVE 'Y' TO WRK-FIM-HST
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
       0220-BUSCAR-REGRA.
           MOVE ZEROS TO WRK-POS-REGRA.
           PERFORM VARYING WRK-IND-REGRA FROM 1 BY 1
                   UNTIL WRK-IND-REGRA > WRK-QTD-REGRAS
               IF WRK-RG-TIPO(WRK-IND-REGRA) = EVT-TIPO
                   AND WRK-POS-REGRA = 0
                   MOVE WRK-IND-REGRA TO WRK-POS-REGRA
               END-IF
           END-PERFORM.
           IF WRK-POS-REGRA = 0
               MOVE 'SEM REGRA PARA O TIPO' TO WRK-MOTIVO
           ELSE
               MOVE WRK-RG-DEB(WRK-POS-REGRA) TO WRK-CONTA-DEB
               MOVE WRK-RG-CRED(WRK-POS-REGRA) TO WRK-CONTA-CRED
               MOVE WRK-RG-CCUSTO(WRK-POS-REGRA) TO WRK-CCUSTO
           END-IF.
      * A REGRA PODE TER SIDO GRAVADA ANTES DE UMA CONTA SER
      * INATIVADA NO PROGCOB88 - AS CONTAS SAO CONFERIDAS A CADA
      * POSTAGEM
       0230-VALIDAR-CONTAS-REGRA.
           MOVE WRK-CONTA-DEB TO WRK-CONTA.
           PERFORM 0240-VALIDAR-CONTA.
           IF WRK-CONTA-OK = 'N'
               MOVE 'CONTA DEBITO FORA PLANO' TO WRK-MOTIVO
           ELSE
               MOVE WRK-CONTA-CRED TO WRK-CONTA
               PERFORM 0240-VALIDAR-CONTA
               IF WRK-CONTA-OK = 'N'
                   MOVE 'CONTA CREDITO FORA PLANO' TO WRK-MOTIVO
               END-IF
           END-IF.
       0240-VALIDAR-CONTA.
           MOVE 'S' TO WRK-CONTA-OK.
           IF WRK-CTA-DISPON = 'S'
               MOVE 'N' TO WRK-CONTA-OK
               MOVE WRK-CONTA TO CTA-CODIGO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-ATIVO NOT = 'I'
                           MOVE 'S' TO WRK-CONTA-OK
                       END-IF
               END-READ
           END-IF.
       0250-REGISTRAR-PENDENTE.
           ADD 1 TO WRK-QTD-PENDENTES.
           WRITE TMP-REC FROM EVT-REC.
           MOVE EVT-TIPO TO WRK-LE-TIPO.
           MOVE EVT-DOCUMENTO TO WRK-LE-DOC.
           MOVE EVT-DATA TO WRK-LE-DATA.
           MOVE EVT-VALOR TO WRK-LE-VALOR.
           MOVE WRK-MOTIVO TO WRK-LE-MOTIVO.
           WRITE EXC-LINHA FROM WRK-LINHA-EXC.
      * EVENTO COM VALOR NEGATIVO (BORDERO COM LIQUIDO NEGATIVO)
      * INVERTE AS CONTAS DA REGRA - AS DUAS PARTIDAS SEMPRE SOMAM
      * ZERO NO LEDGER; VALOR QUE ARREDONDA PARA ZERO NAO GERA
      * LANCAMENTO MAS ENTRA NO HISTORICO COMO TRATADO
       0300-POSTAR-EVENTO.
           MOVE ZEROS TO WRK-SEQ-DEB WRK-SEQ-CRED.
           IF WRK-VLR-LANC < 0
               MOVE WRK-CONTA-DEB TO WRK-CONTA-TROCA
               MOVE WRK-CONTA-CRED TO WRK-CONTA-DEB
               MOVE WRK-CONTA-TROCA TO WRK-CONTA-CRED
               COMPUTE WRK-VLR-LANC = WRK-VLR-LANC * -1
           END-IF.
           IF WRK-VLR-LANC > 0
               MOVE WRK-CONTA-DEB TO WRK-CONTA
               MOVE WRK-VLR-LANC TO WRK-RESUL
               PERFORM 0310-GRAVAR-LANCAMENTO
               MOVE WRK-SEQ TO WRK-SEQ-DEB
               MOVE WRK-CONTA-CRED TO WRK-CONTA
               COMPUTE WRK-RESUL = WRK-VLR-LANC * -1
               PERFORM 0310-GRAVAR-LANCAMENTO
               MOVE WRK-SEQ TO WRK-SEQ-CRED
               PERFORM 0145-GRAVAR-CONTROLE-SEQ
               ADD WRK-VLR-LANC TO WRK-TOT-POSTADO
           END-IF.
           PERFORM 0350-GRAVAR-HISTORICO.
           ADD 1 TO WRK-QTD-POSTADOS.
           MOVE EVT-TIPO TO WRK-LD-TIPO.
           MOVE EVT-DOCUMENTO TO WRK-LD-DOC.
           MOVE EVT-DATA TO WRK-LD-DATA.
           MOVE WRK-CONTA-DEB TO WRK-LD-DEB.
           MOVE WRK-CONTA-CRED TO WRK-LD-CRED.
           MOVE WRK-CCUSTO TO WRK-LD-CCUSTO.
           MOVE WRK-VLR-LANC TO WRK-LD-VALOR.
           MOVE WRK-SEQ-DEB TO WRK-LD-SEQ.
           WRITE REL-LINHA FROM WRK-LINHA-DET.
       0310-GRAVAR-LANCAMENTO.
           PERFORM 0320-LER-SALDO-ANTERIOR.
           ADD WRK-RESUL TO WRK-SALDO.
           ADD 1 TO WRK-ULT-SEQ.
           MOVE WRK-ULT-SEQ TO WRK-SEQ.
           MOVE WRK-CONTA TO LED-CONTA.
           MOVE WRK-SEQ TO LED-SEQ.
           MOVE EVT-DATA TO LED-DATA.
           MOVE WRK-RESUL TO LED-VALOR.
           MOVE WRK-SALDO TO LED-SALDO.
           MOVE 'N' TO LED-ALERTA.
           MOVE 'N' TO LED-TIPO.
           MOVE ZEROS TO LED-REF-SEQ.
           MOVE EVT-TIPO TO LED-ORIGEM.
           MOVE 'POSTAGEM AUTOMATICA' TO LED-OPERADOR.
           MOVE WRK-CCUSTO TO LED-CCUSTO.
           WRITE LED-REC
               INVALID KEY
                   DISPLAY 'LEDGER - CHAVE JA EXISTE: ' LED-CHAVE
                       ' - VERIFICAR O LEDCTL'
           END-WRITE.
      * MESMO START NA CONTA DO 0110 DO PROGCOB06: O ULTIMO
      * REGISTRO DA CONTA TRAZ O SALDO CORRIDO
       0320-LER-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-SALDO.
           MOVE 'N' TO WRK-FIM-LED.
           MOVE WRK-CONTA TO LED-CONTA.
           MOVE ZEROS TO LED-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-LED
           END-START.
           PERFORM UNTIL WRK-FIM-LED = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WRK-FIM-LED
                   NOT AT END
                       IF LED-CONTA = WRK-CONTA
                           MOVE LED-SALDO TO WRK-SALDO
                       ELSE
                           MOVE 'Y' TO WRK-FIM-LED
                       END-IF
               END-READ
           END-PERFORM.
       0350-GRAVAR-HISTORICO.
           OPEN EXTEND HISTORY-FILE.
           IF WRK-FS-HST NOT = '00'
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE EVT-TIPO TO HST-TIPO.
           MOVE EVT-DOCUMENTO TO HST-DOCUMENTO.
           MOVE WRK-DATA-HOJE TO HST-DATA-POST.
           MOVE WRK-SEQ-DEB TO HST-SEQ-DEB.
           MOVE WRK-SEQ-CRED TO HST-SEQ-CRED.
           WRITE HST-REC.
           CLOSE HISTORY-FILE.
       0400-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-POSTADO TO WRK-TOT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'POSTADOS: ' WRK-QTD-POSTADOS
                  '  JA POSTADOS: ' WRK-QTD-PULADOS
                  '  VALOR POSTADO: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'NAO POSTADOS: ' WRK-QTD-PENDENTES
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
       0500-MANUTENCAO.
           PERFORM 0130-ABRIR-PLANO-CONTAS.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR REGRAS 2-INCLUIR REGRA'
               DISPLAY '3-EXCLUIR REGRA 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0520-LISTAR
                   WHEN 2
                       PERFORM 0540-INCLUIR
                   WHEN 3
                       PERFORM 0560-EXCLUIR
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
           IF WRK-CTA-DISPON = 'S'
               CLOSE ACCOUNT-MASTER
           END-IF.
       0520-LISTAR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RULE-FILE.
           IF WRK-FS-RGC = '00'
               DISPLAY 'TIPO     DEBITO CREDITO CC  DESCRICAO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RULE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           DISPLAY RGC-TIPO ' ' RGC-CONTA-DEB '   '
                               RGC-CONTA-CRED '    ' RGC-CCUSTO ' '
                               RGC-DESCRICAO
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
           ELSE
               DISPLAY 'REGRACTB INDISPONIVEL OU VAZIO'
           END-IF.
      * UMA REGRA POR TIPO: PARA MUDAR AS CONTAS EXCLUI-SE A REGRA
      * E INCLUI-SE DE NOVO
       0540-INCLUIR.
           DISPLAY 'TIPO DO EVENTO (FATURA/BAIXAREC/RECEBOC/'
               'DEPOSITO/COMISSAO/'.
           DISPLAY 'PROVISAO/BAIXAPDD/RECUPERA/CREDCLI/APLCRED/'
               'VARCAMB): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF WRK-TIPO = SPACES
               DISPLAY 'TIPO OBRIGATORIO'
           ELSE
               PERFORM 0110-CARREGAR-REGRAS
               PERFORM 0542-BUSCAR-REGRA-TIPO
               IF WRK-POS-REGRA > 0
                   DISPLAY 'TIPO JA TEM REGRA - EXCLUA ANTES: '
                       WRK-TIPO
               ELSE
                   PERFORM 0545-RECEBER-CONTAS-REGRA
               END-IF
           END-IF.
       0542-BUSCAR-REGRA-TIPO.
           MOVE ZEROS TO WRK-POS-REGRA.
           PERFORM VARYING WRK-IND-REGRA FROM 1 BY 1
                   UNTIL WRK-IND-REGRA > WRK-QTD-REGRAS
               IF WRK-RG-TIPO(WRK-IND-REGRA) = WRK-TIPO
                   MOVE WRK-IND-REGRA TO WRK-POS-REGRA
               END-IF
           END-PERFORM.
       0545-RECEBER-CONTAS-REGRA.
           PERFORM 0550-RECEBER-CONTA-DEB.
           MOVE WRK-CONTA-DEB TO WRK-CONTA.
           PERFORM 0240-VALIDAR-CONTA.
           IF WRK-CONTA-OK = 'N'
               DISPLAY 'CONTA FORA DO PLANO DE CONTAS: ' WRK-CONTA
           ELSE
               PERFORM 0552-RECEBER-CONTA-CRED
               MOVE WRK-CONTA-CRED TO WRK-CONTA
               PERFORM 0240-VALIDAR-CONTA
               IF WRK-CONTA-OK = 'N'
                   DISPLAY 'CONTA FORA DO PLANO DE CONTAS: '
                       WRK-CONTA
               ELSE
                   IF WRK-CONTA-CRED = WRK-CONTA-DEB
                       DISPLAY 'DEBITO E CREDITO NA MESMA CONTA'
                   ELSE
                       PERFORM 0554-RECEBER-CCUSTO
                       DISPLAY 'DESCRICAO: '
                       ACCEPT WRK-DESCRICAO FROM CONSOLE
                       PERFORM 0555-GRAVAR-REGRA
                   END-IF
               END-IF
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0550-RECEBER-CONTA-DEB==,
                     ==CAMPO-NOME== BY ==WRK-CONTA-DEB==,
                     ==TEXTO-PROMPT== BY =='CONTA A DEBITAR: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0552-RECEBER-CONTA-CRED==,
                     ==CAMPO-NOME== BY ==WRK-CONTA-CRED==,
                     ==TEXTO-PROMPT== BY =='CONTA A CREDITAR: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0554-RECEBER-CCUSTO==,
                     ==CAMPO-NOME== BY ==WRK-CCUSTO==,
                     ==TEXTO-PROMPT== BY
                         =='CENTRO DE CUSTO (000=SEM RATEIO): '==.
       0555-GRAVAR-REGRA.
           OPEN EXTEND RULE-FILE.
           IF WRK-FS-RGC NOT = '00'
               OPEN OUTPUT RULE-FILE
           END-IF.
           MOVE WRK-TIPO TO RGC-TIPO.
           MOVE WRK-CONTA-DEB TO RGC-CONTA-DEB.
           MOVE WRK-CONTA-CRED TO RGC-CONTA-CRED.
           MOVE WRK-CCUSTO TO RGC-CCUSTO.
           MOVE WRK-DESCRICAO TO RGC-DESCRICAO.
           WRITE RGC-REC.
           CLOSE RULE-FILE.
           DISPLAY 'REGRA INCLUIDA PARA ' WRK-TIPO.
       0560-EXCLUIR.
           DISPLAY 'TIPO DO EVENTO: '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           MOVE 'N' TO WRK-REMOVIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RULE-FILE.
           IF WRK-FS-RGC NOT = '00'
               DISPLAY 'REGRACTB INDISPONIVEL OU VAZIO'
           ELSE
               OPEN OUTPUT RULE-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RULE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RGC-TIPO = WRK-TIPO
                               MOVE 'S' TO WRK-REMOVIDO
                           ELSE
                               WRITE RTM-REC FROM RGC-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE RULE-TEMP
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN OUTPUT RULE-FILE
               OPEN INPUT RULE-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RULE-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           WRITE RGC-REC FROM RTM-REC
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE RULE-TEMP
               IF WRK-REMOVIDO = 'S'
                   DISPLAY 'REGRA EXCLUIDA DE ' WRK-TIPO
               ELSE
                   DISPLAY 'REGRA NAO ENCONTRADA'
               END-IF
           END-IF.
