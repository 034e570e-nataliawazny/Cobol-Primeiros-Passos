       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB128.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = LANCAMENTOS RECORRENTES E PROVISOES DO LEDGER A
      * PARTIR DOS MODELOS DO LANCREC (LRCREC.COB) - O QUE ERA
      * DIGITADO TODO MES NO PROGCOB06 (ALUGUEL, SEGURO, PROVISOES):
      * ACAO 'G' (PASSO DO PRIMEIRO DIA UTIL, MES AAAAMM OU 000000 =
      * MES CORRENTE) POSTA NO LEDGER CADA MODELO VIGENTE NA SUA
      * FREQUENCIA, NO PRIMEIRO DIA DO MES, COM A MESMA SERIE LEDCTL
      * E SALDO CORRIDO POR CONTA DO PROGCOB123 (LED-ORIGEM = 'LRC' +
      * CODIGO DO MODELO); MODELO DE PROVISAO POSTA NO ULTIMO DIA DO
      * MES E A PROVISAO DO MES ANTERIOR E ESTORNADA (LED-TIPO 'C',
      * LED-REF-SEQ = LANCAMENTO ORIGINAL) NO PRIMEIRO DIA DO MES
      * SEGUINTE A ELA; O MODELO GUARDA O ULTIMO MES GERADO - RODAR
      * DE NOVO NO MESMO MES NAO POSTA SEGUNDA VEZ
      * RELATORIO LANCRREL COM O GERADO, O PULADO (MES FECHADO VIA
      * PRGFECH, CONTA FORA DO PLANCTAS, PROVISAO SEM ESTORNO) E O
      * EXPIRADO; PULADO DA RC 4 E ALERTA VIA PRGALERT
      * ACAO 'M' = MANUTENCAO DOS MODELOS (LISTAR / INCLUIR / EXCLUIR,
      * COMO AS REGRAS DO PROGCOB123)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-FILE ASSIGN TO 'LANCREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LRC.
           SELECT TEMPLATE-TEMP ASSIGN TO 'LANCRTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
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
           SELECT RECURRING-REPORT ASSIGN TO 'LANCRREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  TEMPLATE-FILE.
       COPY 'LRCREC.COB'.
       FD  TEMPLATE-TEMP.
       01  LTM-REC         PIC X(74).
       FD  LEDGER-FILE.
       COPY 'LEDREC.COB'.
       FD  LEDGER-CONTROL-FILE.
       01  LCT-REC.
           02 LCT-ULT-SEQ  PIC 9(06).
       FD  ACCOUNT-MASTER.
       COPY 'CTAREC.COB'.
       FD  RECURRING-REPORT.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-LRC      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-LED      PIC X(02) VALUE SPACES.
       77 WRK-FS-LCT      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTA      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-LED     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 WRK-MM-REF      PIC 9(02) VALUE ZEROS.
       77 WRK-MES-SEG     PIC 9(06) VALUE ZEROS.
       77 WRK-MES-EST     PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-AUX     PIC 9(04) VALUE ZEROS.
       77 WRK-MM-AUX      PIC 9(02) VALUE ZEROS.
       77 WRK-PRIM-DIA    PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-DIA     PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-INT     PIC 9(08) VALUE ZEROS.
       77 WRK-MESES       PIC S9(05) VALUE ZEROS.
       77 WRK-PERIODO     PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE   PIC 9(05) VALUE ZEROS.
       77 WRK-RESTO       PIC 9(02) VALUE ZEROS.
       77 WRK-MES-CHECK   PIC 9(06) VALUE ZEROS.
       77 WRK-FECHADO     PIC X(01) VALUE 'N'.
       77 WRK-CTA-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-CONTA-OK    PIC X(01) VALUE 'S'.
       77 WRK-CONTA       PIC 9(04) VALUE ZEROS.
       77 WRK-ESTORNO-PEND PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO    PIC X(16) VALUE SPACES.
       77 WRK-DATA-LANC   PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-LANC   PIC X(01) VALUE 'N'.
       77 WRK-REF-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-ORIGEM      PIC X(08) VALUE SPACES.
       77 WRK-RESUL       PIC S9(06) VALUE ZEROS.
       77 WRK-SALDO       PIC S9(06) VALUE ZEROS.
       77 WRK-SEQ         PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-GERADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ESTORNOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PULADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXPIRADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-JA-GERADOS PIC 9(04) VALUE ZEROS.
       77 WRK-CODIGO      PIC 9(04) VALUE ZEROS.
       77 WRK-DESCRICAO   PIC X(20) VALUE SPACES.
       77 WRK-CONTA-LANC  PIC 9(04) VALUE ZEROS.
       77 WRK-CONTRA      PIC 9(04) VALUE ZEROS.
       77 WRK-CCUSTO      PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR       PIC 9(06) VALUE ZEROS.
       77 WRK-DEB-CRED    PIC X(01) VALUE SPACES.
       77 WRK-FREQUENCIA  PIC X(01) VALUE SPACES.
       77 WRK-MES-INI     PIC 9(06) VALUE ZEROS.
       77 WRK-MES-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-PROVISAO    PIC X(01) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-BLOQUEADO   PIC X(01) VALUE 'N'.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-VALOR-ED    PIC -Z(05)9 VALUE ZEROS.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB128'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
       01 WRK-LINHA-DET.
           02 WRK-LD-SITUACAO PIC X(16).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-CODIGO   PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-DESC     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-CONTA    PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-CONTRA   PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-CCUSTO   PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-VALOR    PIC -Z(05)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-DATA     PIC 9(08).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (G-GERAR LANCAMENTOS DO MES / M-MANUTENCAO'
               ' DOS MODELOS): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'G'
               WHEN 'g'
                   PERFORM 0100-GERAR-LANCAMENTOS
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
                     ==NOME-PROGRAMA== BY =='PROGCOB128'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB128'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-GERAR-LANCAMENTOS.
           PERFORM 0105-RECEBER-MES.
           IF WRK-MES-REF = 0
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REF
           END-IF.
           DIVIDE WRK-MES-REF BY 100 GIVING WRK-ANO-REF
               REMAINDER WRK-MM-REF.
           IF WRK-MM-REF < 1 OR WRK-MM-REF > 12
               DISPLAY 'MES DE REFERENCIA INVALIDO: ' WRK-MES-REF
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-CALCULAR-DATAS
               PERFORM 0120-GERAR-ARQUIVO
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0105-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES (AAAAMM, 000000=MES ATUAL): '==.
      * PRIMEIRO DIA DO MES PARA OS RECORRENTES, ULTIMO DIA (VESPERA
      * DO PRIMEIRO DIA DO MES SEGUINTE) PARA AS PROVISOES
       0110-CALCULAR-DATAS.
           COMPUTE WRK-PRIM-DIA = WRK-MES-REF * 100 + 1.
           MOVE WRK-MES-REF TO WRK-MES-SEG.
           PERFORM 0115-AVANCAR-MES.
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-MES-SEG * 100 + 1) - 1.
           COMPUTE WRK-ULT-DIA = FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).
      * DEZEMBRO VIRA JANEIRO DO ANO SEGUINTE SOMANDO 89
       0115-AVANCAR-MES.
           IF WRK-MES-SEG(5:2) = '12'
               ADD 89 TO WRK-MES-SEG
           ELSE
               ADD 1 TO WRK-MES-SEG
           END-IF.
       0120-GERAR-ARQUIVO.
           MOVE ZEROS TO WRK-QTD-GERADOS WRK-QTD-ESTORNOS
               WRK-QTD-PULADOS WRK-QTD-EXPIRADOS WRK-QTD-JA-GERADOS
               WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TEMPLATE-FILE.
           IF WRK-FS-LRC NOT = '00'
               DISPLAY 'LANCREC INDISPONIVEL - NADA A GERAR'
           ELSE
               PERFORM 0130-ABRIR-PLANO-CONTAS
               PERFORM 0140-LER-CONTROLE-SEQ
               PERFORM 0150-ABRIR-LEDGER
               OPEN OUTPUT TEMPLATE-TEMP RECURRING-REPORT
               PERFORM 0160-GERAR-CABECALHO-PADRAO
               MOVE SPACES TO REL-LINHA
               STRING 'LANCAMENTOS RECORRENTES DO MES ' WRK-MES-REF
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'SITUACAO         COD  DESCRICAO            '
                      'CONTA CONTR CC    VALOR DATA'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0200-PROCESSAR-MODELO
                           WRITE LTM-REC FROM LRC-REC
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE TEMPLATE-TEMP LEDGER-FILE
               IF WRK-CTA-DISPON = 'S'
                   CLOSE ACCOUNT-MASTER
               END-IF
               PERFORM 0190-DEVOLVER-DO-TEMP
               PERFORM 0400-IMPRIMIR-TOTAIS
               CLOSE RECURRING-REPORT
               DISPLAY 'GERADOS: ' WRK-QTD-GERADOS
                   '  ESTORNOS: ' WRK-QTD-ESTORNOS
                   '  PULADOS: ' WRK-QTD-PULADOS
                   '  EXPIRADOS: ' WRK-QTD-EXPIRADOS
               IF WRK-QTD-PULADOS > 0
                   MOVE SPACES TO WRK-ALT-MENSAGEM
                   STRING 'LANCAMENTOS RECORRENTES PULADOS: '
                          WRK-QTD-PULADOS
                       DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
                   CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                       WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
                   DISPLAY '*** LANCAMENTOS PULADOS - VER LANCRREL ***'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      * SEM O PLANCTAS A GERACAO SEGUE SEM VALIDAR AS CONTAS DO
      * MODELO, COMO O PROGCOB123
       0130-ABRIR-PLANO-CONTAS.
           MOVE 'N' TO WRK-CTA-DISPON.
           OPEN INPUT ACCOUNT-MASTER.
           IF WRK-FS-CTA = '00'
               MOVE 'S' TO WRK-CTA-DISPON
           ELSE
               DISPLAY 'PLANCTAS INDISPONIVEL - LANCAMENTOS SEM'
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
                         =='LANCAMENTOS RECORRENTES DO LEDGER'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * O LANCREC VOLTA DO TEMPORARIO COM O CONTROLE ATUALIZADO
       0190-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT TEMPLATE-FILE.
           OPEN INPUT TEMPLATE-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ TEMPLATE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE LRC-REC FROM LTM-REC
               END-READ
           END-PERFORM.
           CLOSE TEMPLATE-FILE TEMPLATE-TEMP.
      * O ESTORNO DA PROVISAO ANTERIOR VEM ANTES DA GERACAO DO MES -
      * PROVISAO QUE NAO PODE SER ESTORNADA (MES FECHADO) SEGURA A
      * PROVISAO NOVA DO MESMO MODELO; MES EM QUE A GERACAO NAO RODOU
      * NAO E RECUPERADO DEPOIS (O ESTORNO DA PROVISAO, SIM)
       0200-PROCESSAR-MODELO.
           MOVE 'N' TO WRK-ESTORNO-PEND.
           IF LRC-PROVISAO = 'S' AND LRC-ULT-MES > 0
               AND LRC-ULT-MES < WRK-MES-REF
               AND LRC-ESTORNADO NOT = 'S'
               PERFORM 0300-ESTORNAR-PROVISAO
           END-IF.
           EVALUATE TRUE
               WHEN LRC-MES-FIM > 0 AND LRC-MES-FIM < WRK-MES-REF
                   ADD 1 TO WRK-QTD-EXPIRADOS
                   MOVE 'EXPIRADO' TO WRK-SITUACAO
                   MOVE ZEROS TO WRK-DATA-LANC
                   PERFORM 0350-GRAVAR-LINHA
               WHEN LRC-MES-INI > WRK-MES-REF
                   CONTINUE
               WHEN LRC-ULT-MES >= WRK-MES-REF
                   ADD 1 TO WRK-QTD-JA-GERADOS
                   MOVE 'JA GERADO NO MES' TO WRK-SITUACAO
                   MOVE ZEROS TO WRK-DATA-LANC
                   PERFORM 0350-GRAVAR-LINHA
               WHEN OTHER
                   PERFORM 0210-VERIFICAR-FREQUENCIA
                   IF WRK-RESTO = 0
                       PERFORM 0220-GERAR-LANCAMENTO
                   END-IF
           END-EVALUATE.
      * MESES DESDE O INICIO DA VIGENCIA DIVIDIDOS PELO PERIODO DA
      * FREQUENCIA - RESTO ZERO E MES DE GERAR
       0210-VERIFICAR-FREQUENCIA.
           EVALUATE LRC-FREQUENCIA
               WHEN 'T'
                   MOVE 3 TO WRK-PERIODO
               WHEN 'S'
                   MOVE 6 TO WRK-PERIODO
               WHEN 'A'
                   MOVE 12 TO WRK-PERIODO
               WHEN OTHER
                   MOVE 1 TO WRK-PERIODO
           END-EVALUATE.
           DIVIDE LRC-MES-INI BY 100 GIVING WRK-ANO-AUX
               REMAINDER WRK-MM-AUX.
           COMPUTE WRK-MESES = (WRK-ANO-REF * 12 + WRK-MM-REF)
               - (WRK-ANO-AUX * 12 + WRK-MM-AUX).
           DIVIDE WRK-MESES BY WRK-PERIODO GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
       0220-GERAR-LANCAMENTO.
           IF LRC-PROVISAO = 'S'
               MOVE WRK-ULT-DIA TO WRK-DATA-LANC
           ELSE
               MOVE WRK-PRIM-DIA TO WRK-DATA-LANC
           END-IF.
           MOVE WRK-MES-REF TO WRK-MES-CHECK.
           CALL 'PRGFECH' USING WRK-MES-CHECK WRK-FECHADO.
           MOVE SPACES TO WRK-SITUACAO.
           IF WRK-ESTORNO-PEND = 'S'
               MOVE 'PULADO-PROV.PEND' TO WRK-SITUACAO
           ELSE
               IF WRK-FECHADO = 'S'
                   MOVE 'PULADO-MES FECH.' TO WRK-SITUACAO
               ELSE
                   MOVE LRC-CONTA TO WRK-CONTA
                   PERFORM 0240-VALIDAR-CONTA
                   IF WRK-CONTA-OK = 'S' AND LRC-CONTRAPARTIDA > 0
                       MOVE LRC-CONTRAPARTIDA TO WRK-CONTA
                       PERFORM 0240-VALIDAR-CONTA
                   END-IF
                   IF WRK-CONTA-OK = 'N'
                       MOVE 'PULADO-CONTA INV' TO WRK-SITUACAO
                   END-IF
               END-IF
           END-IF.
      * O MODELO COM ESTORNO PENDENTE JA FOI CONTADO NO 0300
           IF WRK-SITUACAO NOT = SPACES
               IF WRK-ESTORNO-PEND = 'N'
                   ADD 1 TO WRK-QTD-PULADOS
               END-IF
           ELSE
               MOVE 'N' TO WRK-TIPO-LANC
               MOVE ZEROS TO WRK-REF-SEQ
               MOVE LRC-CONTA TO WRK-CONTA
               MOVE LRC-VALOR TO WRK-RESUL
               PERFORM 0310-GRAVAR-LANCAMENTO
               MOVE WRK-SEQ TO LRC-SEQ-CONTA
               MOVE ZEROS TO LRC-SEQ-CONTRA
               IF LRC-CONTRAPARTIDA > 0
                   MOVE LRC-CONTRAPARTIDA TO WRK-CONTA
                   COMPUTE WRK-RESUL = LRC-VALOR * -1
                   PERFORM 0310-GRAVAR-LANCAMENTO
                   MOVE WRK-SEQ TO LRC-SEQ-CONTRA
               END-IF
               PERFORM 0145-GRAVAR-CONTROLE-SEQ
               MOVE WRK-MES-REF TO LRC-ULT-MES
               MOVE 'N' TO LRC-ESTORNADO
               ADD 1 TO WRK-QTD-GERADOS
               MOVE 'GERADO' TO WRK-SITUACAO
           END-IF.
           PERFORM 0350-GRAVAR-LINHA.
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
      * O ESTORNO SAI NO PRIMEIRO DIA DO MES SEGUINTE AO DA PROVISAO,
      * MESMO QUE A GERACAO DAQUELE MES NAO TENHA RODADO; AS CONTAS
      * NAO SAO REVALIDADAS - O ESTORNO SO DESFAZ O QUE JA FOI POSTADO
       0300-ESTORNAR-PROVISAO.
           MOVE LRC-ULT-MES TO WRK-MES-SEG.
           PERFORM 0115-AVANCAR-MES.
           MOVE WRK-MES-SEG TO WRK-MES-EST.
           COMPUTE WRK-DATA-LANC = WRK-MES-EST * 100 + 1.
           MOVE WRK-MES-EST TO WRK-MES-CHECK.
           CALL 'PRGFECH' USING WRK-MES-CHECK WRK-FECHADO.
           IF WRK-FECHADO = 'S'
               MOVE 'S' TO WRK-ESTORNO-PEND
               ADD 1 TO WRK-QTD-PULADOS
               MOVE 'ESTORNO PENDENTE' TO WRK-SITUACAO
           ELSE
               MOVE 'C' TO WRK-TIPO-LANC
               MOVE LRC-CONTA TO WRK-CONTA
               COMPUTE WRK-RESUL = LRC-VALOR * -1
               MOVE LRC-SEQ-CONTA TO WRK-REF-SEQ
               PERFORM 0310-GRAVAR-LANCAMENTO
               IF LRC-CONTRAPARTIDA > 0
                   MOVE LRC-CONTRAPARTIDA TO WRK-CONTA
                   MOVE LRC-VALOR TO WRK-RESUL
                   MOVE LRC-SEQ-CONTRA TO WRK-REF-SEQ
                   PERFORM 0310-GRAVAR-LANCAMENTO
               END-IF
               PERFORM 0145-GRAVAR-CONTROLE-SEQ
               MOVE 'S' TO LRC-ESTORNADO
               ADD 1 TO WRK-QTD-ESTORNOS
               MOVE 'ESTORNO GERADO' TO WRK-SITUACAO
           END-IF.
           PERFORM 0350-GRAVAR-LINHA.
       0310-GRAVAR-LANCAMENTO.
           PERFORM 0320-LER-SALDO-ANTERIOR.
           ADD WRK-RESUL TO WRK-SALDO.
           ADD 1 TO WRK-ULT-SEQ.
           MOVE WRK-ULT-SEQ TO WRK-SEQ.
           MOVE SPACES TO WRK-ORIGEM.
           STRING 'LRC' LRC-CODIGO
               DELIMITED BY SIZE INTO WRK-ORIGEM.
           MOVE WRK-CONTA TO LED-CONTA.
           MOVE WRK-SEQ TO LED-SEQ.
           MOVE WRK-DATA-LANC TO LED-DATA.
           MOVE WRK-RESUL TO LED-VALOR.
           MOVE WRK-SALDO TO LED-SALDO.
           MOVE 'N' TO LED-ALERTA.
           MOVE WRK-TIPO-LANC TO LED-TIPO.
           MOVE WRK-REF-SEQ TO LED-REF-SEQ.
           MOVE WRK-ORIGEM TO LED-ORIGEM.
           MOVE 'LANC RECORRENTE' TO LED-OPERADOR.
           MOVE LRC-CCUSTO TO LED-CCUSTO.
           WRITE LED-REC
               INVALID KEY
                   DISPLAY 'LEDGER - CHAVE JA EXISTE: ' LED-CHAVE
                       ' - VERIFICAR O LEDCTL'
           END-WRITE.
      * MESMO START NA CONTA DO PROGCOB123: O ULTIMO REGISTRO DA
      * CONTA TRAZ O SALDO CORRIDO
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
       0350-GRAVAR-LINHA.
           MOVE WRK-SITUACAO TO WRK-LD-SITUACAO.
           MOVE LRC-CODIGO TO WRK-LD-CODIGO.
           MOVE LRC-DESCRICAO TO WRK-LD-DESC.
           MOVE LRC-CONTA TO WRK-LD-CONTA.
           MOVE LRC-CONTRAPARTIDA TO WRK-LD-CONTRA.
           MOVE LRC-CCUSTO TO WRK-LD-CCUSTO.
           IF WRK-SITUACAO = 'ESTORNO GERADO'
               OR WRK-SITUACAO = 'ESTORNO PENDENTE'
               COMPUTE WRK-LD-VALOR = LRC-VALOR * -1
           ELSE
               MOVE LRC-VALOR TO WRK-LD-VALOR
           END-IF.
           MOVE WRK-DATA-LANC TO WRK-LD-DATA.
           WRITE REL-LINHA FROM WRK-LINHA-DET.
       0400-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'GERADOS: ' WRK-QTD-GERADOS
                  '  ESTORNOS: ' WRK-QTD-ESTORNOS
                  '  PULADOS: ' WRK-QTD-PULADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EXPIRADOS: ' WRK-QTD-EXPIRADOS
                  '  JA GERADOS NO MES: ' WRK-QTD-JA-GERADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       0500-MANUTENCAO.
           PERFORM 0130-ABRIR-PLANO-CONTAS.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR MODELOS 2-INCLUIR MODELO'
               DISPLAY '3-EXCLUIR MODELO 9-SAIR: '
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
           OPEN INPUT TEMPLATE-FILE.
           IF WRK-FS-LRC = '00'
               DISPLAY 'COD  DESCRICAO            CONTA CONTR CC '
                   '   VALOR F INICIO FIM    P ULTIMO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE LRC-VALOR TO WRK-VALOR-ED
                           DISPLAY LRC-CODIGO ' ' LRC-DESCRICAO ' '
                               LRC-CONTA '  ' LRC-CONTRAPARTIDA '  '
                               LRC-CCUSTO ' ' WRK-VALOR-ED ' '
                               LRC-FREQUENCIA ' ' LRC-MES-INI ' '
                               LRC-MES-FIM ' ' LRC-PROVISAO ' '
                               LRC-ULT-MES
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           ELSE
               DISPLAY 'LANCREC INDISPONIVEL OU VAZIO'
           END-IF.
      * PARA MUDAR UM MODELO EXCLUI-SE E INCLUI-SE DE NOVO, COMO NAS
      * REGRAS DO PROGCOB123
       0540-INCLUIR.
           PERFORM 0541-RECEBER-CODIGO.
           PERFORM 0542-BUSCAR-MODELO.
           IF WRK-ACHOU = 'S'
               DISPLAY 'CODIGO JA CADASTRADO - EXCLUA ANTES: '
                   WRK-CODIGO
           ELSE
               DISPLAY 'DESCRICAO: '
               ACCEPT WRK-DESCRICAO FROM CONSOLE
               IF WRK-DESCRICAO = SPACES
                   DISPLAY 'DESCRICAO OBRIGATORIA'
               ELSE
                   PERFORM 0545-RECEBER-CONTAS
               END-IF
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0541-RECEBER-CODIGO==,
                     ==CAMPO-NOME== BY ==WRK-CODIGO==,
                     ==TEXTO-PROMPT== BY =='CODIGO DO MODELO: '==.
       0542-BUSCAR-MODELO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-BLOQUEADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TEMPLATE-FILE.
           IF WRK-FS-LRC = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TEMPLATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF LRC-CODIGO = WRK-CODIGO
                               MOVE 'S' TO WRK-ACHOU
                               IF LRC-PROVISAO = 'S'
                                   AND LRC-ULT-MES > 0
                                   AND LRC-ESTORNADO NOT = 'S'
                                   MOVE 'S' TO WRK-BLOQUEADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
       0545-RECEBER-CONTAS.
           PERFORM 0550-RECEBER-CONTA.
           MOVE WRK-CONTA-LANC TO WRK-CONTA.
           PERFORM 0240-VALIDAR-CONTA.
           IF WRK-CONTA-OK = 'N'
               DISPLAY 'CONTA FORA DO PLANO DE CONTAS: ' WRK-CONTA
           ELSE
               PERFORM 0551-RECEBER-CONTRA
               MOVE 'S' TO WRK-CONTA-OK
               IF WRK-CONTRA > 0
                   MOVE WRK-CONTRA TO WRK-CONTA
                   PERFORM 0240-VALIDAR-CONTA
               END-IF
               IF WRK-CONTA-OK = 'N'
                   DISPLAY 'CONTA FORA DO PLANO DE CONTAS: '
                       WRK-CONTA
               ELSE
                   IF WRK-CONTRA = WRK-CONTA-LANC
                       DISPLAY 'CONTA E CONTRAPARTIDA IGUAIS'
                   ELSE
                       PERFORM 0546-RECEBER-VALORES
                   END-IF
               END-IF
           END-IF.
       0546-RECEBER-VALORES.
           PERFORM 0552-RECEBER-CCUSTO.
           PERFORM 0553-RECEBER-VALOR.
           DISPLAY 'D-DEBITO OU C-CREDITO NA CONTA: '.
           ACCEPT WRK-DEB-CRED FROM CONSOLE.
           DISPLAY 'FREQUENCIA (M-MENSAL T-TRIMESTRAL S-SEMESTRAL'
               ' A-ANUAL): '.
           ACCEPT WRK-FREQUENCIA FROM CONSOLE.
           PERFORM 0554-RECEBER-MES-INI.
           PERFORM 0555-RECEBER-MES-FIM.
           DISPLAY 'PROVISAO COM ESTORNO NO MES SEGUINTE (S/N): '.
           ACCEPT WRK-PROVISAO FROM CONSOLE.
           EVALUATE TRUE
               WHEN WRK-VALOR = 0
                   DISPLAY 'VALOR OBRIGATORIO'
               WHEN WRK-DEB-CRED NOT = 'D' AND WRK-DEB-CRED NOT = 'C'
                   DISPLAY 'INFORME D OU C: ' WRK-DEB-CRED
               WHEN WRK-FREQUENCIA NOT = 'M'
                   AND WRK-FREQUENCIA NOT = 'T'
                   AND WRK-FREQUENCIA NOT = 'S'
                   AND WRK-FREQUENCIA NOT = 'A'
                   DISPLAY 'FREQUENCIA INVALIDA: ' WRK-FREQUENCIA
               WHEN WRK-MES-INI(5:2) < '01' OR WRK-MES-INI(5:2) > '12'
                   DISPLAY 'MES INICIAL INVALIDO: ' WRK-MES-INI
               WHEN WRK-MES-FIM NOT = 0
                   AND (WRK-MES-FIM(5:2) < '01'
                   OR WRK-MES-FIM(5:2) > '12'
                   OR WRK-MES-FIM < WRK-MES-INI)
                   DISPLAY 'MES FINAL INVALIDO: ' WRK-MES-FIM
               WHEN WRK-PROVISAO NOT = 'S' AND WRK-PROVISAO NOT = 'N'
                   DISPLAY 'INFORME S OU N: ' WRK-PROVISAO
               WHEN OTHER
                   PERFORM 0558-GRAVAR-MODELO
           END-EVALUATE.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0550-RECEBER-CONTA==,
                     ==CAMPO-NOME== BY ==WRK-CONTA-LANC==,
                     ==TEXTO-PROMPT== BY =='CONTA DO LANCAMENTO: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0551-RECEBER-CONTRA==,
                     ==CAMPO-NOME== BY ==WRK-CONTRA==,
                     ==TEXTO-PROMPT== BY
                         =='CONTRAPARTIDA (0000=NENHUMA): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0552-RECEBER-CCUSTO==,
                     ==CAMPO-NOME== BY ==WRK-CCUSTO==,
                     ==TEXTO-PROMPT== BY
                         =='CENTRO DE CUSTO (000=SEM RATEIO): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0553-RECEBER-VALOR==,
                     ==CAMPO-NOME== BY ==WRK-VALOR==,
                     ==TEXTO-PROMPT== BY =='VALOR (INTEIRO): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0554-RECEBER-MES-INI==,
                     ==CAMPO-NOME== BY ==WRK-MES-INI==,
                     ==TEXTO-PROMPT== BY =='MES INICIAL (AAAAMM): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0555-RECEBER-MES-FIM==,
                     ==CAMPO-NOME== BY ==WRK-MES-FIM==,
                     ==TEXTO-PROMPT== BY
                         =='MES FINAL (AAAAMM, 000000=SEM FIM): '==.
       0558-GRAVAR-MODELO.
           OPEN EXTEND TEMPLATE-FILE.
           IF WRK-FS-LRC NOT = '00'
               OPEN OUTPUT TEMPLATE-FILE
           END-IF.
           MOVE WRK-CODIGO TO LRC-CODIGO.
           MOVE WRK-DESCRICAO TO LRC-DESCRICAO.
           MOVE WRK-CONTA-LANC TO LRC-CONTA.
           MOVE WRK-CONTRA TO LRC-CONTRAPARTIDA.
           MOVE WRK-CCUSTO TO LRC-CCUSTO.
           IF WRK-DEB-CRED = 'C'
               COMPUTE LRC-VALOR = WRK-VALOR * -1
           ELSE
               MOVE WRK-VALOR TO LRC-VALOR
           END-IF.
           MOVE WRK-FREQUENCIA TO LRC-FREQUENCIA.
           MOVE WRK-MES-INI TO LRC-MES-INI.
           MOVE WRK-MES-FIM TO LRC-MES-FIM.
           MOVE WRK-PROVISAO TO LRC-PROVISAO.
           MOVE ZEROS TO LRC-ULT-MES LRC-SEQ-CONTA LRC-SEQ-CONTRA.
           MOVE 'N' TO LRC-ESTORNADO.
           WRITE LRC-REC.
           CLOSE TEMPLATE-FILE.
           DISPLAY 'MODELO INCLUIDO: ' WRK-CODIGO.
      * PROVISAO POSTADA E AINDA NAO ESTORNADA NAO SAI DO LANCREC -
      * SEM O MODELO O ESTORNO DO MES SEGUINTE NAO ACONTECERIA
       0560-EXCLUIR.
           PERFORM 0541-RECEBER-CODIGO.
           PERFORM 0542-BUSCAR-MODELO.
           IF WRK-ACHOU = 'N'
               DISPLAY 'MODELO NAO ENCONTRADO'
           ELSE
               IF WRK-BLOQUEADO = 'S'
                   DISPLAY 'PROVISAO AINDA NAO ESTORNADA - EXCLUA'
                       ' DEPOIS DO ESTORNO'
               ELSE
                   PERFORM 0565-REMOVER-MODELO
               END-IF
           END-IF.
       0565-REMOVER-MODELO.
           MOVE 'N' TO WRK-REMOVIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TEMPLATE-FILE.
           OPEN OUTPUT TEMPLATE-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ TEMPLATE-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF LRC-CODIGO = WRK-CODIGO
                           MOVE 'S' TO WRK-REMOVIDO
                       ELSE
                           WRITE LTM-REC FROM LRC-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEMPLATE-FILE TEMPLATE-TEMP.
           PERFORM 0190-DEVOLVER-DO-TEMP.
           IF WRK-REMOVIDO = 'S'
               DISPLAY 'MODELO EXCLUIDO: ' WRK-CODIGO
           END-IF.
