       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB125.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = PROVISAO PARA DEVEDORES DUVIDOSOS E BAIXA COMO
      * PERDA DOS TITULOS INCOBRAVEIS DO CONTAREC:
      * OPCAO 1 (UMA VEZ POR MES) = CLASSIFICA O SALDO VENCIDO DAS
      * PARCELAS EM ABERTO NAS FAIXAS DO PROGCOB56 (1-30 / 31-60 /
      * 61-90 / ACIMA DE 90 DIAS), APLICA O PERCENTUAL DE CADA FAIXA
      * (CHAVES PDD-PERC-30, PDD-PERC-60, PDD-PERC-90 E
      * PDD-PERC-MAIS90 DO SYSPARM, DEFAULT 1, 10, 30 E 50 POR
      * CENTO) E GRAVA O AJUSTE (PROVISAO EXIGIDA - SALDO DA
      * PROVISAO NO PDDCTL) COMO EVENTO 'PROVISAO' NO EVTCTB PARA A
      * POSTAGEM CONTABIL DO PROGCOB123 - AJUSTE NEGATIVO REVERTE
      * PROVISAO; MEMORIA DE CALCULO EM PDDREL
      * OPCAO 2 = SOLICITA A BAIXA COMO PERDA DE UMA PARCELA VENCIDA:
      * A SOLICITACAO 'PERDA' VAI PARA O APROVPEN E SO O PROGCOB99,
      * NA APROVACAO POR UM SEGUNDO OPERADOR ADM, MUDA A PARCELA PARA
      * 'X' (PERDIDO) E GRAVA O EVENTO 'BAIXAPDD' CONTRA A PROVISAO
      * OPCAO 3 = LISTA AS PARCELAS VENCIDAS HA MAIS DE 90 DIAS,
      * CANDIDATAS A BAIXA
      * EXECUTAR PELO PRGMENU (OPERADOR VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT PROVISION-FILE ASSIGN TO 'PDDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PDC.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
           SELECT APPROVAL-FILE ASSIGN TO 'APROVPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APR.
           SELECT PROVISION-REPORT ASSIGN TO 'PDDREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  PROVISION-FILE.
       COPY 'PDDREC.COB'.
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       FD  APPROVAL-FILE.
       COPY 'APRREC.COB'.
       FD  PROVISION-REPORT.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-PDC      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FS-APR      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-MES-CHECK   PIC 9(06) VALUE ZEROS.
       77 WRK-FECHADO     PIC X(01) VALUE 'N'.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-PERC-30     PIC 9(03)V99 VALUE 1.
       77 WRK-PERC-60     PIC 9(03)V99 VALUE 10.
       77 WRK-PERC-90     PIC 9(03)V99 VALUE 30.
       77 WRK-PERC-MAIS90 PIC 9(03)V99 VALUE 50.
       77 WRK-DIAS-ATRASO PIC S9(07) VALUE ZEROS.
       77 WRK-VENC-30     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENC-60     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENC-90     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VENC-MAIS90 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROV-30     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROV-60     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROV-90     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROV-MAIS90 PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PROV-EXIGIDA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-PROV  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-AJUSTE      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-JA-PROVISIONADO PIC X(01) VALUE 'N'.
       77 WRK-VALOR-ED    PIC -Z(08)9.99 VALUE ZEROS.
       77 WRK-PERC-ED     PIC ZZ9.99 VALUE ZEROS.
       77 WRK-PEDIDO      PIC 9(08) VALUE ZEROS.
       77 WRK-PARCELA     PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-JA-SOLICITADO PIC X(01) VALUE 'N'.
       77 WRK-VALOR-TITULO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-TXT   PIC 9(06).99 VALUE ZEROS.
       77 WRK-APR-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CANDIDATAS PIC 9(06) VALUE ZEROS.
       01 WRK-CHAVE-TITULO.
           02 WRK-CT-PEDIDO  PIC 9(08).
           02 WRK-CT-PARCELA PIC 9(02).
           02 FILLER         PIC X(10) VALUE SPACES.
       01 WRK-LINHA-FAIXA.
           02 WRK-LF-FAIXA   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LF-VENCIDO PIC -Z(08)9.99.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WRK-LF-PERC    PIC ZZ9.99.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WRK-LF-PROVISAO PIC -Z(08)9.99.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       01 LNK-NIVEL    PIC 9(02).
       PROCEDURE DIVISION USING LNK-OPERADOR LNK-NIVEL.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-PROVISAO DO MES 2-SOLICITAR BAIXA COMO PERDA'
               DISPLAY '3-LISTAR VENCIDAS HA MAIS DE 90 DIAS 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-PROVISIONAR
                   WHEN 2
                       PERFORM 0500-SOLICITAR-BAIXA
                   WHEN 3
                       PERFORM 0600-LISTAR-CANDIDATAS
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB125'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB125'==,
                     ==STATUS-EXEC== BY =='FIM'==.
      * UM AJUSTE POR MES: O MES JA PROVISIONADO NO PDDCTL OU FECHADO
      * NO FECHCTL NAO RECEBE OUTRO
       0100-PROVISIONAR.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REF.
           PERFORM 0110-LER-SALDO-PROVISAO.
           MOVE WRK-MES-REF TO WRK-MES-CHECK.
           CALL 'PRGFECH' USING WRK-MES-CHECK WRK-FECHADO.
           IF WRK-JA-PROVISIONADO = 'S'
               DISPLAY 'PROVISAO DE ' WRK-MES-REF ' JA CALCULADA'
           ELSE
               IF WRK-FECHADO = 'S'
                   DISPLAY 'MES ' WRK-MES-REF ' FECHADO - PROVISAO'
                       ' NAO CALCULADA'
               ELSE
                   PERFORM 0120-LER-PERCENTUAIS
                   PERFORM 0200-ACUMULAR-VENCIDOS
                   PERFORM 0300-CALCULAR-AJUSTE
                   PERFORM 0350-GRAVAR-AJUSTE
                   PERFORM 0400-GRAVAR-RELATORIO
                   MOVE WRK-AJUSTE TO WRK-VALOR-ED
                   DISPLAY 'AJUSTE DA PROVISAO DE ' WRK-MES-REF ': '
                       WRK-VALOR-ED ' - MEMORIA EM PDDREL'
               END-IF
           END-IF.
       0110-LER-SALDO-PROVISAO.
           MOVE ZEROS TO WRK-SALDO-PROV.
           MOVE 'N' TO WRK-JA-PROVISIONADO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PROVISION-FILE.
           IF WRK-FS-PDC = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PROVISION-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PDC-TIPO = 'P'
                               ADD PDC-VALOR TO WRK-SALDO-PROV
                               IF PDC-ANOMES = WRK-MES-REF
                                   MOVE 'S' TO WRK-JA-PROVISIONADO
                               END-IF
                           ELSE
                               SUBTRACT PDC-VALOR FROM WRK-SALDO-PROV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISION-FILE
           END-IF.
       0120-LER-PERCENTUAIS.
           MOVE 'PDD-PERC-30' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               COMPUTE WRK-PERC-30 = FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'PDD-PERC-60' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               COMPUTE WRK-PERC-60 = FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'PDD-PERC-90' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               COMPUTE WRK-PERC-90 = FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'PDD-PERC-MAIS90' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               COMPUTE WRK-PERC-MAIS90 =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
      * MESMAS FAIXAS DE ATRASO DO 0150 DO PROGCOB56; PARCELA A
      * VENCER NAO ENTRA NA PROVISAO
       0200-ACUMULAR-VENCIDOS.
           MOVE ZEROS TO WRK-VENC-30 WRK-VENC-60 WRK-VENC-90
               WRK-VENC-MAIS90.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV NOT = '00'
               DISPLAY 'CONTAREC INDISPONIVEL - CARTEIRA VAZIA'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCV-STATUS = 'A'
                               PERFORM 0250-CLASSIFICAR-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.
       0250-CLASSIFICAR-PARCELA.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(RCV-VENCTO).
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO <= 0
                   CONTINUE
               WHEN WRK-DIAS-ATRASO <= 30
                   ADD RCV-VALOR TO WRK-VENC-30
               WHEN WRK-DIAS-ATRASO <= 60
                   ADD RCV-VALOR TO WRK-VENC-60
               WHEN WRK-DIAS-ATRASO <= 90
                   ADD RCV-VALOR TO WRK-VENC-90
               WHEN OTHER
                   ADD RCV-VALOR TO WRK-VENC-MAIS90
           END-EVALUATE.
       0300-CALCULAR-AJUSTE.
           COMPUTE WRK-PROV-30 ROUNDED =
               WRK-VENC-30 * WRK-PERC-30 / 100.
           COMPUTE WRK-PROV-60 ROUNDED =
               WRK-VENC-60 * WRK-PERC-60 / 100.
           COMPUTE WRK-PROV-90 ROUNDED =
               WRK-VENC-90 * WRK-PERC-90 / 100.
           COMPUTE WRK-PROV-MAIS90 ROUNDED =
               WRK-VENC-MAIS90 * WRK-PERC-MAIS90 / 100.
           COMPUTE WRK-PROV-EXIGIDA = WRK-PROV-30 + WRK-PROV-60 +
               WRK-PROV-90 + WRK-PROV-MAIS90.
           COMPUTE WRK-AJUSTE = WRK-PROV-EXIGIDA - WRK-SALDO-PROV.
      * O REGISTRO DO PDDCTL MARCA O MES COMO PROVISIONADO MESMO COM
      * AJUSTE ZERO; SO AJUSTE DIFERENTE DE ZERO VIRA EVENTO
       0350-GRAVAR-AJUSTE.
           OPEN EXTEND PROVISION-FILE.
           IF WRK-FS-PDC NOT = '00'
               OPEN OUTPUT PROVISION-FILE
           END-IF.
           MOVE 'P' TO PDC-TIPO.
           MOVE WRK-MES-REF TO PDC-ANOMES.
           MOVE WRK-DATA-HOJE TO PDC-DATA.
           MOVE SPACES TO PDC-DOCUMENTO.
           STRING 'PV' WRK-MES-REF DELIMITED BY SIZE
               INTO PDC-DOCUMENTO.
           MOVE WRK-AJUSTE TO PDC-VALOR.
           MOVE LNK-OPERADOR TO PDC-OPERADOR.
           WRITE PDC-REC.
           CLOSE PROVISION-FILE.
           IF WRK-AJUSTE NOT = 0
               OPEN EXTEND EVENT-FILE
               IF WRK-FS-EVT NOT = '00'
                   OPEN OUTPUT EVENT-FILE
               END-IF
               MOVE 'PROVISAO' TO EVT-TIPO
               MOVE WRK-DATA-HOJE TO EVT-DATA
               MOVE PDC-DOCUMENTO TO EVT-DOCUMENTO
               MOVE WRK-AJUSTE TO EVT-VALOR
               MOVE 'PROGCOB125' TO EVT-PROGRAMA
               WRITE EVT-REC
               CLOSE EVENT-FILE
           END-IF.
       0400-GRAVAR-RELATORIO.
           MOVE ZEROS TO WRK-PAGINA.
           OPEN OUTPUT PROVISION-REPORT.
           PERFORM 0410-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROVISAO PARA DEVEDORES DUVIDOSOS DE ' WRK-MES-REF
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FAIXA DE ATRASO      SALDO VENCIDO     PERC'
                  '        PROVISAO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '1 A 30 DIAS' TO WRK-LF-FAIXA.
           MOVE WRK-VENC-30 TO WRK-LF-VENCIDO.
           MOVE WRK-PERC-30 TO WRK-LF-PERC.
           MOVE WRK-PROV-30 TO WRK-LF-PROVISAO.
           WRITE REL-LINHA FROM WRK-LINHA-FAIXA.
           MOVE '31 A 60 DIAS' TO WRK-LF-FAIXA.
           MOVE WRK-VENC-60 TO WRK-LF-VENCIDO.
           MOVE WRK-PERC-60 TO WRK-LF-PERC.
           MOVE WRK-PROV-60 TO WRK-LF-PROVISAO.
           WRITE REL-LINHA FROM WRK-LINHA-FAIXA.
           MOVE '61 A 90 DIAS' TO WRK-LF-FAIXA.
           MOVE WRK-VENC-90 TO WRK-LF-VENCIDO.
           MOVE WRK-PERC-90 TO WRK-LF-PERC.
           MOVE WRK-PROV-90 TO WRK-LF-PROVISAO.
           WRITE REL-LINHA FROM WRK-LINHA-FAIXA.
           MOVE 'ACIMA DE 90 DIAS' TO WRK-LF-FAIXA.
           MOVE WRK-VENC-MAIS90 TO WRK-LF-VENCIDO.
           MOVE WRK-PERC-MAIS90 TO WRK-LF-PERC.
           MOVE WRK-PROV-MAIS90 TO WRK-LF-PROVISAO.
           WRITE REL-LINHA FROM WRK-LINHA-FAIXA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-PROV-EXIGIDA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROVISAO EXIGIDA........: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-PROV TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO ATUAL DA PROVISAO.: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-AJUSTE TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'AJUSTE (EVENTO PROVISAO): ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE PROVISION-REPORT.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0410-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='PROVISAO DEVEDORES DUVIDOSOS'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * SO PARCELA EM ABERTO E JA VENCIDA PODE SER BAIXADA COMO
      * PERDA, E UMA SOLICITACAO PENDENTE POR PARCELA
       0500-SOLICITAR-BAIXA.
           PERFORM 0510-RECEBER-PEDIDO.
           PERFORM 0515-RECEBER-PARCELA.
           PERFORM 0520-LOCALIZAR-TITULO.
           IF WRK-ACHOU = 'N'
               DISPLAY 'PARCELA EM ABERTO E VENCIDA NAO ENCONTRADA'
           ELSE
               PERFORM 0530-VERIFICAR-SOLICITACAO
               IF WRK-JA-SOLICITADO = 'S'
                   DISPLAY 'BAIXA DESTA PARCELA JA AGUARDA APROVACAO'
               ELSE
                   PERFORM 0550-GRAVAR-SOLICITACAO
                   DISPLAY 'BAIXA COMO PERDA REGISTRADA COMO PENDENTE'
                       ' - APROVACAO NO PROGCOB99'
               END-IF
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0510-RECEBER-PEDIDO==,
                     ==CAMPO-NOME== BY ==WRK-PEDIDO==,
                     ==TEXTO-PROMPT== BY =='PEDIDO: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0515-RECEBER-PARCELA==,
                     ==CAMPO-NOME== BY ==WRK-PARCELA==,
                     ==TEXTO-PROMPT== BY =='PARCELA: '==.
       0520-LOCALIZAR-TITULO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCV-PEDIDO = WRK-PEDIDO
                               AND RCV-PARCELA = WRK-PARCELA
                               AND RCV-STATUS = 'A'
                               AND RCV-VENCTO < WRK-DATA-HOJE
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-ARQ
                               MOVE RCV-VALOR TO WRK-VALOR-TITULO
                               DISPLAY 'CLIENTE ' RCV-CLIENTE
                                   ' VENCTO ' RCV-VENCTO
                                   ' VALOR ' RCV-VALOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.
       0530-VERIFICAR-SOLICITACAO.
           MOVE WRK-PEDIDO TO WRK-CT-PEDIDO.
           MOVE WRK-PARCELA TO WRK-CT-PARCELA.
           MOVE ZEROS TO WRK-APR-SEQ.
           MOVE 'N' TO WRK-JA-SOLICITADO.
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
                           IF APR-TIPO = 'PERDA'
                               AND APR-CHAVE = WRK-CHAVE-TITULO
                               AND APR-STATUS = 'P'
                               MOVE 'S' TO WRK-JA-SOLICITADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.
      * MESMA GRAVACAO DO 0680 DO PROGCOB23: PROXIMO APR-SEQ NO FINAL
       0550-GRAVAR-SOLICITACAO.
           OPEN EXTEND APPROVAL-FILE.
           IF WRK-FS-APR NOT = '00'
               OPEN OUTPUT APPROVAL-FILE
           END-IF.
           ADD 1 TO WRK-APR-SEQ.
           MOVE WRK-APR-SEQ TO APR-SEQ.
           MOVE 'PERDA' TO APR-TIPO.
           MOVE WRK-CHAVE-TITULO TO APR-CHAVE.
           MOVE WRK-VALOR-TITULO TO WRK-VALOR-TXT.
           MOVE SPACES TO APR-VALOR.
           MOVE WRK-VALOR-TXT TO APR-VALOR(1:9).
           MOVE LNK-OPERADOR TO APR-SOLICITANTE.
           MOVE WRK-DATA-HOJE TO APR-DATA.
           MOVE 'P' TO APR-STATUS.
           MOVE SPACES TO APR-APROVADOR.
           MOVE ZEROS TO APR-DATA-DECISAO.
           WRITE APR-REC.
           CLOSE APPROVAL-FILE.
       0600-LISTAR-CANDIDATAS.
           MOVE ZEROS TO WRK-QTD-CANDIDATAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV NOT = '00'
               DISPLAY 'CONTAREC INDISPONIVEL - CARTEIRA VAZIA'
           ELSE
               DISPLAY 'PEDIDO   PC CLIENT VENCTO       VALOR  DIAS'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCV-STATUS = 'A'
                               COMPUTE WRK-DIAS-ATRASO =
                                   FUNCTION INTEGER-OF-DATE
                                       (WRK-DATA-HOJE) -
                                   FUNCTION INTEGER-OF-DATE
                                       (RCV-VENCTO)
                               IF WRK-DIAS-ATRASO > 90
                                   ADD 1 TO WRK-QTD-CANDIDATAS
                                   DISPLAY RCV-PEDIDO ' ' RCV-PARCELA
                                       ' ' RCV-CLIENTE ' ' RCV-VENCTO
                                       ' ' RCV-VALOR ' '
                                       WRK-DIAS-ATRASO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
               DISPLAY 'PARCELAS VENCIDAS HA MAIS DE 90 DIAS: '
                   WRK-QTD-CANDIDATAS
           END-IF.
