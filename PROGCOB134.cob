       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB134.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = PROGRAMA DE FIDELIDADE DOS CLIENTES ATIVOS DO
      * CUSTMAST, COM OS MOVIMENTOS EM PONTOS (PTSREC.COB)
      * ACAO 'A' (PASSO DA NOITE DEPOIS DO PROGCOB15 E DO LOTE DE
      * FRETE) = PONTOS GANHOS SOBRE AS COMPRAS DO VAREJO (SALESCLI,
      * VALOR DAS VENDAS) E DOS PEDIDOS DE FRETE (CUSTORD, FRETE SEM O
      * ICMS) NA TAXA DO SYSPARM PONTOS-POR-REAL (DEFAULT 1), COM
      * VALIDADE DE PONTOS-VALIDADE-MES MESES (DEFAULT 12); AS
      * DEVOLUCOES DO VAREJO (SALESCLI) E AS RMA RECEBIDAS (DEVOLRMA,
      * CREDITO SEM O ICMS) ESTORNAM OS PONTOS NA MESMA TAXA, PRIMEIRO
      * DO GANHO DO PROPRIO DIA E DEPOIS DOS LOTES MAIS ANTIGOS; LOTE
      * VENCIDO COM SALDO VIRA EXPIRACAO. SO ENTRA MOVIMENTO POSTERIOR
      * AO ULTIMO DIA PROCESSADO (PONTCTL), ATE HOJE
      * ACAO 'E' = EXTRATO DE PONTOS DE UM CLIENTE EM PONTEXT
      * ACAO 'P' = PASSIVO DE PONTOS EM ABERTO POR CLIENTE EM PONTPAS,
      * VALORIZADO PELO SYSPARM PONTOS-VALOR (REAIS POR PONTO, DEFAULT
      * 0,01), PARA O FECHAMENTO DO MES
      * O RESGATE DOS PONTOS EM VALE DE CREDITO E FEITO NO PROGCOB85
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINTS-FILE ASSIGN TO 'PONTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTS.
           SELECT POINTS-TEMP ASSIGN TO 'PONTTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT POINTS-CONTROL-FILE ASSIGN TO 'PONTCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT SALES-CUSTOMER-FILE ASSIGN TO 'SALESCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VCL.
           SELECT CUST-ORDER-FILE ASSIGN TO 'CUSTORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COR.
           SELECT RETURN-AUTH-FILE ASSIGN TO 'DEVOLRMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RMA.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
           SELECT POINTS-REPORT ASSIGN TO 'PONTREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT STATEMENT-REPORT ASSIGN TO 'PONTEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT LIABILITY-REPORT ASSIGN TO 'PONTPAS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  POINTS-FILE.
       COPY 'PTSREC.COB'.
       FD  POINTS-TEMP.
       01  TMP-REC         PIC X(57).
       FD  POINTS-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-DATA PIC 9(08).
       FD  SALES-CUSTOMER-FILE.
       COPY 'VCLREC.COB'.
       FD  CUST-ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  RETURN-AUTH-FILE.
       COPY 'RMAREC.COB'.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  POINTS-REPORT.
       01  REL-LINHA       PIC X(80).
       FD  STATEMENT-REPORT.
       01  EXT-LINHA       PIC X(80).
       FD  LIABILITY-REPORT.
       01  PAS-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-PTS      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FS-VCL      PIC X(02) VALUE SPACES.
       77 WRK-FS-COR      PIC X(02) VALUE SPACES.
       77 WRK-FS-RMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-INTEIRO     PIC S9(09) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-PONTOS-REAL PIC 9(03)V99 VALUE 1.
       77 WRK-VALIDADE-MES PIC 9(03) VALUE 12.
       77 WRK-VALOR-PONTO PIC 9(03)V9999 VALUE 0.01.
       77 WRK-VALIDADE    PIC 9(08) VALUE ZEROS.
       77 WRK-MESES       PIC 9(06) VALUE ZEROS.
       77 WRK-VAL-ANO     PIC 9(04) VALUE ZEROS.
       77 WRK-VAL-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-VAL-DIA     PIC 9(02) VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE-OK  PIC X(01) VALUE 'N'.
       77 WRK-ORIGEM      PIC X(01) VALUE SPACES.
       77 WRK-DATA-MOV    PIC 9(08) VALUE ZEROS.
       77 WRK-REFERENCIA  PIC X(10) VALUE SPACES.
       77 WRK-BASE-GANHO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-BASE-ESTORNO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LOJA-ED     PIC 9(02) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-MOV     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-MOV     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-MOV     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CLI     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-CLI     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-CLI     PIC 9(04) VALUE ZEROS.
       77 WRK-BAIXA       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-IGNORADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-GANHOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ESTORNOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARCIAIS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXPIRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-GANHOS  PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-ESTORNOS PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-EXPIRADOS PIC 9(09) VALUE ZEROS.
       77 WRK-SALDO-CORRENTE PIC S9(09) VALUE ZEROS.
       77 WRK-SALDO-DISP  PIC 9(09) VALUE ZEROS.
       77 WRK-PROX-VALIDADE PIC 9(08) VALUE ZEROS.
       77 WRK-PROX-PONTOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-LINHAS  PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-PONTOS  PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-CALC  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NOME-CLI    PIC X(20) VALUE SPACES.
       77 WRK-PONTOS-ED   PIC Z(08)9 VALUE ZEROS.
       77 WRK-PENDENTE-ED PIC Z(06)9 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-VALOR-PONTO-ED PIC ZZ9.9999 VALUE ZEROS.
      * MOVIMENTOS NOVOS DO PERIODO POR CLIENTE, ORIGEM, DIA E
      * REFERENCIA (LOJA NO VAREJO); GANHO E ESTORNO EM PONTOS, O
      * ESTORNO PENDENTE E O QUE AINDA FALTA BAIXAR DOS LOTES
       01 WRK-TABELA-MOVIMENTOS.
           02 WRK-MV OCCURS 1000 TIMES.
               03 WRK-MV-CLIENTE   PIC 9(06).
               03 WRK-MV-ORIGEM    PIC X(01).
               03 WRK-MV-DATA      PIC 9(08).
               03 WRK-MV-REFERENCIA PIC X(10).
               03 WRK-MV-BASE-GANHO PIC 9(09)V99.
               03 WRK-MV-BASE-ESTORNO PIC 9(09)V99.
               03 WRK-MV-GANHO     PIC 9(07).
               03 WRK-MV-ESTORNO   PIC 9(07).
               03 WRK-MV-PENDENTE  PIC 9(07).
               03 WRK-MV-BAIXADO   PIC 9(07).
      * SALDO DISPONIVEL POR CLIENTE PARA O PASSIVO
       01 WRK-TABELA-SALDOS.
           02 WRK-SD OCCURS 3000 TIMES.
               03 WRK-SD-CLIENTE   PIC 9(06).
               03 WRK-SD-PONTOS    PIC 9(09).
       01 WRK-LINHA-MOVIMENTO.
           02 WRK-LM-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LM-TIPO     PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LM-ORIGEM   PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LM-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LM-REFERENCIA PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LM-BASE     PIC Z(08)9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LM-PONTOS   PIC Z(06)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LM-OBS      PIC X(18).
       01 WRK-LINHA-EXTRATO.
           02 WRK-LE-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LE-TIPO     PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LE-ORIGEM   PIC X(07).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LE-REFERENCIA PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LE-BASE     PIC Z(06)9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LE-PONTOS   PIC -(06)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LE-SALDO    PIC -(07)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LE-VALIDADE PIC X(08).
       01 WRK-LINHA-PASSIVO.
           02 WRK-LP-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-PONTOS   PIC Z(08)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-VALOR    PIC Z(08)9.99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           DISPLAY 'ACAO (A-ACUMULAR PONTOS / E-EXTRATO DO CLIENTE /'
               ' P-PASSIVO DE PONTOS): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0100-ACUMULAR
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0600-EXTRATO
               WHEN 'P'
               WHEN 'p'
                   PERFORM 0700-PASSIVO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB134'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB134'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0920-REGISTRAR-ERRO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB134'==,
                     ==STATUS-EXEC== BY =='ERRO-ARQ'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0605-RECEBER-CLIENTE==,
                     ==CAMPO-NOME== BY ==WRK-CLIENTE==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO CLIENTE (CM-ID): '==.
       0050-LER-PARAMETROS.
           MOVE 'PONTOS-POR-REAL' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-PONTOS-REAL =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'PONTOS-VALIDADE-MES' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-VALIDADE-MES =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'PONTOS-VALOR' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-VALOR-PONTO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
      * SEM PONTCTL (PRIMEIRA EXECUCAO) SO ENTRA O MOVIMENTO DE HOJE
       0100-ACUMULAR.
           PERFORM 0110-LER-CONTROLE.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'CUSTMAST INDISPONIVEL - STATUS ' WRK-FS-CLI
               PERFORM 0920-REGISTRAR-ERRO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO WRK-QTD-MOV WRK-QTD-IGNORADOS
                   WRK-QTD-GANHOS WRK-QTD-ESTORNOS WRK-QTD-PARCIAIS
                   WRK-QTD-EXPIRADOS WRK-TOT-GANHOS WRK-TOT-ESTORNOS
                   WRK-TOT-EXPIRADOS WRK-PAGINA
               MOVE 'N' TO WRK-TAB-CHEIA
               OPEN OUTPUT POINTS-REPORT
               PERFORM 0130-GERAR-CABECALHO-PADRAO
               MOVE SPACES TO REL-LINHA
               STRING 'MOVIMENTO DE ' WRK-ULT-DATA ' (EXCLUSIVE) ATE '
                      WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'CLIENT T O DATA     REFERENCIA         BASE'
                      '  PONTOS OBSERVACAO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               PERFORM 0200-CARREGAR-VAREJO
               PERFORM 0220-CARREGAR-FRETE
               PERFORM 0240-CARREGAR-DEVOLUCOES-RMA
               CLOSE CUSTOMER-MASTER
               IF WRK-TAB-CHEIA = 'S'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB134 ***'
                   MOVE 'TABELA CHEIA - NADA GRAVADO NO PONTOS'
                       TO REL-LINHA
                   WRITE REL-LINHA
                   CLOSE POINTS-REPORT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0300-CALCULAR-PONTOS
                   PERFORM 0400-BAIXAR-LOTES
                   PERFORM 0500-GRAVAR-NOVOS
                   PERFORM 0120-GRAVAR-CONTROLE
                   PERFORM 0550-GRAVAR-TOTAIS
                   CLOSE POINTS-REPORT
                   DISPLAY 'PONTOS DE FIDELIDADE GRAVADOS - VER PONTREL'
                   DISPLAY 'GANHOS: ' WRK-TOT-GANHOS
                       '  ESTORNADOS: ' WRK-TOT-ESTORNOS
                       '  EXPIRADOS: ' WRK-TOT-EXPIRADOS
               END-IF
           END-IF.
       0110-LER-CONTROLE.
           COMPUTE WRK-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO) TO WRK-ULT-DATA.
           OPEN INPUT POINTS-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ POINTS-CONTROL-FILE
                   NOT AT END
                       IF CTL-ULT-DATA IS NUMERIC
                           MOVE CTL-ULT-DATA TO WRK-ULT-DATA
                       END-IF
               END-READ
               CLOSE POINTS-CONTROL-FILE
           END-IF.
       0120-GRAVAR-CONTROLE.
           OPEN OUTPUT POINTS-CONTROL-FILE.
           MOVE WRK-DATA-HOJE TO CTL-ULT-DATA.
           WRITE CTL-REC.
           CLOSE POINTS-CONTROL-FILE.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0130-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='PONTOS DE FIDELIDADE DO PERIODO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0200-CARREGAR-VAREJO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SALES-CUSTOMER-FILE.
           IF WRK-FS-VCL = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SALES-CUSTOMER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF VCL-DATA > WRK-ULT-DATA
                               AND VCL-DATA NOT > WRK-DATA-HOJE
                               MOVE VCL-CLIENTE TO WRK-CLIENTE
                               MOVE 'V' TO WRK-ORIGEM
                               MOVE VCL-DATA TO WRK-DATA-MOV
                               MOVE VCL-LOJA TO WRK-LOJA-ED
                               MOVE SPACES TO WRK-REFERENCIA
                               STRING 'LOJA ' WRK-LOJA-ED
                                   DELIMITED BY SIZE
                                   INTO WRK-REFERENCIA
                               MOVE VCL-VENDAS TO WRK-BASE-GANHO
                               MOVE VCL-DEVOL TO WRK-BASE-ESTORNO
                               PERFORM 0250-REGISTRAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-CUSTOMER-FILE
           END-IF.
       0220-CARREGAR-FRETE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUST-ORDER-FILE.
           IF WRK-FS-COR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUST-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CORD-DATA > WRK-ULT-DATA
                               AND CORD-DATA NOT > WRK-DATA-HOJE
                               MOVE CORD-CLIENTE TO WRK-CLIENTE
                               MOVE 'F' TO WRK-ORIGEM
                               MOVE CORD-DATA TO WRK-DATA-MOV
                               MOVE 'FRETE' TO WRK-REFERENCIA
                               MOVE CORD-FRETE TO WRK-BASE-GANHO
                               MOVE ZEROS TO WRK-BASE-ESTORNO
                               PERFORM 0250-REGISTRAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF.
      * RMA RECEBIDA ESTORNA O FRETE DEVOLVIDO (CREDITO MENOS ICMS)
       0240-CARREGAR-DEVOLUCOES-RMA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RETURN-AUTH-FILE.
           IF WRK-FS-RMA = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RETURN-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RMA-SITUACAO = 'R'
                               AND RMA-DATA-RECEB > WRK-ULT-DATA
                               AND RMA-DATA-RECEB NOT > WRK-DATA-HOJE
                               AND RMA-CREDITO > RMA-ICMS
                               MOVE RMA-CLIENTE TO WRK-CLIENTE
                               MOVE 'F' TO WRK-ORIGEM
                               MOVE RMA-DATA-RECEB TO WRK-DATA-MOV
                               MOVE 'FRETE' TO WRK-REFERENCIA
                               MOVE ZEROS TO WRK-BASE-GANHO
                               COMPUTE WRK-BASE-ESTORNO =
                                   RMA-CREDITO - RMA-ICMS
                               PERFORM 0250-REGISTRAR-MOVIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-AUTH-FILE
           END-IF.
      * SO CLIENTE ATIVO NO CUSTMAST ACUMULA; O RESTO SAI NO PONTREL
       0250-REGISTRAR-MOVIMENTO.
           MOVE 'N' TO WRK-CLIENTE-OK.
           IF WRK-CLIENTE > 0
               MOVE WRK-CLIENTE TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'N' TO WRK-CLIENTE-OK
                   NOT INVALID KEY
                       IF CM-STATUS = 'A'
                           MOVE 'S' TO WRK-CLIENTE-OK
                       END-IF
               END-READ
           END-IF.
           IF WRK-CLIENTE-OK = 'N'
               ADD 1 TO WRK-QTD-IGNORADOS
               MOVE WRK-CLIENTE TO WRK-LM-CLIENTE
               MOVE SPACES TO WRK-LM-TIPO
               MOVE WRK-ORIGEM TO WRK-LM-ORIGEM
               MOVE WRK-DATA-MOV TO WRK-LM-DATA
               MOVE WRK-REFERENCIA TO WRK-LM-REFERENCIA
               COMPUTE WRK-LM-BASE = WRK-BASE-GANHO + WRK-BASE-ESTORNO
               MOVE ZEROS TO WRK-LM-PONTOS
               MOVE 'SEM CADASTRO ATIVO' TO WRK-LM-OBS
               WRITE REL-LINHA FROM WRK-LINHA-MOVIMENTO
           ELSE
               MOVE ZEROS TO WRK-POS-MOV
               PERFORM VARYING WRK-IND-MOV FROM 1 BY 1
                       UNTIL WRK-IND-MOV > WRK-QTD-MOV
                   IF WRK-MV-CLIENTE(WRK-IND-MOV) = WRK-CLIENTE
                       AND WRK-MV-ORIGEM(WRK-IND-MOV) = WRK-ORIGEM
                       AND WRK-MV-DATA(WRK-IND-MOV) = WRK-DATA-MOV
                       AND WRK-MV-REFERENCIA(WRK-IND-MOV) =
                           WRK-REFERENCIA
                       MOVE WRK-IND-MOV TO WRK-POS-MOV
                   END-IF
               END-PERFORM
               IF WRK-POS-MOV = 0
                   IF WRK-QTD-MOV < 1000
                       ADD 1 TO WRK-QTD-MOV
                       MOVE WRK-QTD-MOV TO WRK-POS-MOV
                       INITIALIZE WRK-MV(WRK-POS-MOV)
                       MOVE WRK-CLIENTE TO WRK-MV-CLIENTE(WRK-POS-MOV)
                       MOVE WRK-ORIGEM TO WRK-MV-ORIGEM(WRK-POS-MOV)
                       MOVE WRK-DATA-MOV TO WRK-MV-DATA(WRK-POS-MOV)
                       MOVE WRK-REFERENCIA
                           TO WRK-MV-REFERENCIA(WRK-POS-MOV)
                   ELSE
                       MOVE 'S' TO WRK-TAB-CHEIA
                   END-IF
               END-IF
               IF WRK-POS-MOV > 0
                   ADD WRK-BASE-GANHO
                       TO WRK-MV-BASE-GANHO(WRK-POS-MOV)
                   ADD WRK-BASE-ESTORNO
                       TO WRK-MV-BASE-ESTORNO(WRK-POS-MOV)
               END-IF
           END-IF.
      * PONTOS INTEIROS (FRACAO DESPREZADA); O ESTORNO BAIXA PRIMEIRO
      * DO GANHO DO MESMO MOVIMENTO
       0300-CALCULAR-PONTOS.
           PERFORM VARYING WRK-IND-MOV FROM 1 BY 1
                   UNTIL WRK-IND-MOV > WRK-QTD-MOV
               COMPUTE WRK-MV-GANHO(WRK-IND-MOV) =
                   WRK-MV-BASE-GANHO(WRK-IND-MOV) * WRK-PONTOS-REAL
               COMPUTE WRK-MV-ESTORNO(WRK-IND-MOV) =
                   WRK-MV-BASE-ESTORNO(WRK-IND-MOV) * WRK-PONTOS-REAL
               IF WRK-MV-ESTORNO(WRK-IND-MOV) >
                   WRK-MV-GANHO(WRK-IND-MOV)
                   MOVE WRK-MV-GANHO(WRK-IND-MOV)
                       TO WRK-MV-BAIXADO(WRK-IND-MOV)
               ELSE
                   MOVE WRK-MV-ESTORNO(WRK-IND-MOV)
                       TO WRK-MV-BAIXADO(WRK-IND-MOV)
               END-IF
               COMPUTE WRK-MV-PENDENTE(WRK-IND-MOV) =
                   WRK-MV-ESTORNO(WRK-IND-MOV) -
                   WRK-MV-BAIXADO(WRK-IND-MOV)
           END-PERFORM.
      * O PONTOS PASSA INTEIRO PELO PONTTMP: LOTE VENCIDO COM SALDO
      * EXPIRA (O MOVIMENTO 'X' VAI LOGO DEPOIS DO LOTE); LOTE VALIDO
      * ABSORVE O ESTORNO PENDENTE DO CLIENTE, DO MAIS ANTIGO AO MAIS
      * NOVO, NA ORDEM DO ARQUIVO
       0400-BAIXAR-LOTES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT POINTS-FILE.
           IF WRK-FS-PTS = '00'
               OPEN OUTPUT POINTS-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ POINTS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PTS-TIPO = 'G' AND PTS-SALDO > 0
                               IF PTS-VALIDADE < WRK-DATA-HOJE
                                   PERFORM 0420-EXPIRAR-LOTE
                               ELSE
                                   PERFORM 0410-ABSORVER-ESTORNO
                                   WRITE TMP-REC FROM PTS-REC
                               END-IF
                           ELSE
                               WRITE TMP-REC FROM PTS-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE POINTS-TEMP
               PERFORM 0450-DEVOLVER-DO-TEMP
           END-IF.
       0410-ABSORVER-ESTORNO.
           PERFORM VARYING WRK-IND-MOV FROM 1 BY 1
                   UNTIL WRK-IND-MOV > WRK-QTD-MOV
                      OR PTS-SALDO = 0
               IF WRK-MV-CLIENTE(WRK-IND-MOV) = PTS-CLIENTE
                   AND WRK-MV-PENDENTE(WRK-IND-MOV) > 0
                   IF WRK-MV-PENDENTE(WRK-IND-MOV) > PTS-SALDO
                       MOVE PTS-SALDO TO WRK-BAIXA
                   ELSE
                       MOVE WRK-MV-PENDENTE(WRK-IND-MOV) TO WRK-BAIXA
                   END-IF
                   SUBTRACT WRK-BAIXA FROM PTS-SALDO
                   SUBTRACT WRK-BAIXA FROM WRK-MV-PENDENTE(WRK-IND-MOV)
                   ADD WRK-BAIXA TO WRK-MV-BAIXADO(WRK-IND-MOV)
               END-IF
           END-PERFORM.
       0420-EXPIRAR-LOTE.
           MOVE PTS-SALDO TO WRK-BAIXA.
           MOVE ZEROS TO PTS-SALDO.
           WRITE TMP-REC FROM PTS-REC.
           ADD 1 TO WRK-QTD-EXPIRADOS.
           ADD WRK-BAIXA TO WRK-TOT-EXPIRADOS.
           MOVE WRK-DATA-HOJE TO PTS-DATA.
           MOVE 'X' TO PTS-TIPO.
           MOVE 'P' TO PTS-ORIGEM.
           MOVE ZEROS TO PTS-BASE.
           MOVE WRK-BAIXA TO PTS-PONTOS.
           WRITE TMP-REC FROM PTS-REC.
           MOVE PTS-CLIENTE TO WRK-LM-CLIENTE.
           MOVE 'X' TO WRK-LM-TIPO.
           MOVE 'P' TO WRK-LM-ORIGEM.
           MOVE PTS-VALIDADE TO WRK-LM-DATA.
           MOVE PTS-REFERENCIA TO WRK-LM-REFERENCIA.
           MOVE ZEROS TO WRK-LM-BASE.
           MOVE WRK-BAIXA TO WRK-LM-PONTOS.
           MOVE 'EXPIRADO' TO WRK-LM-OBS.
           WRITE REL-LINHA FROM WRK-LINHA-MOVIMENTO.
       0450-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT POINTS-FILE.
           OPEN INPUT POINTS-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ POINTS-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE PTS-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE POINTS-FILE POINTS-TEMP.
      * GANHO NOVO VIRA LOTE JA SEM O QUE O ESTORNO DO PROPRIO
      * MOVIMENTO CONSUMIU; ESTORNO SEM SALDO SUFICIENTE (PONTOS JA
      * RESGATADOS OU EXPIRADOS) BAIXA O QUE HOUVER E SAI COMO PARCIAL
       0500-GRAVAR-NOVOS.
           PERFORM 0510-CALCULAR-VALIDADE.
           OPEN EXTEND POINTS-FILE.
           IF WRK-FS-PTS NOT = '00'
               OPEN OUTPUT POINTS-FILE
           END-IF.
           PERFORM VARYING WRK-IND-MOV FROM 1 BY 1
                   UNTIL WRK-IND-MOV > WRK-QTD-MOV
               MOVE WRK-MV-CLIENTE(WRK-IND-MOV) TO PTS-CLIENTE
               MOVE WRK-MV-DATA(WRK-IND-MOV) TO PTS-DATA
               MOVE WRK-MV-ORIGEM(WRK-IND-MOV) TO PTS-ORIGEM
               MOVE WRK-MV-REFERENCIA(WRK-IND-MOV) TO PTS-REFERENCIA
               IF WRK-MV-GANHO(WRK-IND-MOV) > 0
                   MOVE 'G' TO PTS-TIPO
                   MOVE WRK-MV-BASE-GANHO(WRK-IND-MOV) TO PTS-BASE
                   MOVE WRK-MV-GANHO(WRK-IND-MOV) TO PTS-PONTOS
                   IF WRK-MV-ESTORNO(WRK-IND-MOV) >
                       WRK-MV-GANHO(WRK-IND-MOV)
                       MOVE ZEROS TO PTS-SALDO
                   ELSE
                       COMPUTE PTS-SALDO = WRK-MV-GANHO(WRK-IND-MOV)
                           - WRK-MV-ESTORNO(WRK-IND-MOV)
                   END-IF
                   MOVE WRK-VALIDADE TO PTS-VALIDADE
                   WRITE PTS-REC
                   ADD 1 TO WRK-QTD-GANHOS
                   ADD PTS-PONTOS TO WRK-TOT-GANHOS
                   MOVE SPACES TO WRK-LM-OBS
                   PERFORM 0520-LISTAR-MOVIMENTO
               END-IF
               IF WRK-MV-ESTORNO(WRK-IND-MOV) > 0
                   MOVE 'E' TO PTS-TIPO
                   MOVE WRK-MV-BASE-ESTORNO(WRK-IND-MOV) TO PTS-BASE
                   MOVE WRK-MV-BAIXADO(WRK-IND-MOV) TO PTS-PONTOS
                   MOVE ZEROS TO PTS-SALDO PTS-VALIDADE
                   WRITE PTS-REC
                   ADD 1 TO WRK-QTD-ESTORNOS
                   ADD PTS-PONTOS TO WRK-TOT-ESTORNOS
                   MOVE SPACES TO WRK-LM-OBS
                   IF WRK-MV-PENDENTE(WRK-IND-MOV) > 0
                       ADD 1 TO WRK-QTD-PARCIAIS
                       MOVE WRK-MV-PENDENTE(WRK-IND-MOV)
                           TO WRK-PENDENTE-ED
                       STRING 'SEM SALDO:' WRK-PENDENTE-ED
                           DELIMITED BY SIZE INTO WRK-LM-OBS
                   END-IF
                   PERFORM 0520-LISTAR-MOVIMENTO
               END-IF
           END-PERFORM.
           CLOSE POINTS-FILE.
      * VALIDADE = HOJE MAIS N MESES, NO MESMO DIA (DIA 29 A 31 CAI
      * PARA 28 PARA NAO GERAR DATA INEXISTENTE)
       0510-CALCULAR-VALIDADE.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-VAL-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-VAL-MES.
           MOVE WRK-DATA-HOJE(7:2) TO WRK-VAL-DIA.
           COMPUTE WRK-MESES = WRK-VAL-ANO * 12 + WRK-VAL-MES - 1
               + WRK-VALIDADE-MES.
           DIVIDE WRK-MESES BY 12 GIVING WRK-VAL-ANO
               REMAINDER WRK-VAL-MES.
           ADD 1 TO WRK-VAL-MES.
           IF WRK-VAL-DIA > 28
               MOVE 28 TO WRK-VAL-DIA
           END-IF.
           MOVE WRK-VAL-ANO TO WRK-VALIDADE(1:4).
           MOVE WRK-VAL-MES TO WRK-VALIDADE(5:2).
           MOVE WRK-VAL-DIA TO WRK-VALIDADE(7:2).
       0520-LISTAR-MOVIMENTO.
           MOVE PTS-CLIENTE TO WRK-LM-CLIENTE.
           MOVE PTS-TIPO TO WRK-LM-TIPO.
           MOVE PTS-ORIGEM TO WRK-LM-ORIGEM.
           MOVE PTS-DATA TO WRK-LM-DATA.
           MOVE PTS-REFERENCIA TO WRK-LM-REFERENCIA.
           MOVE PTS-BASE TO WRK-LM-BASE.
           MOVE PTS-PONTOS TO WRK-LM-PONTOS.
           WRITE REL-LINHA FROM WRK-LINHA-MOVIMENTO.
       0550-GRAVAR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'GANHOS: ' WRK-QTD-GANHOS ' (' WRK-TOT-GANHOS
                  ' PONTOS)  ESTORNOS: ' WRK-QTD-ESTORNOS ' ('
                  WRK-TOT-ESTORNOS ' PONTOS)'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EXPIRADOS: ' WRK-QTD-EXPIRADOS ' ('
                  WRK-TOT-EXPIRADOS ' PONTOS)  ESTORNOS PARCIAIS: '
                  WRK-QTD-PARCIAIS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MOVIMENTOS SEM CLIENTE ATIVO (SEM PONTOS): '
                  WRK-QTD-IGNORADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       0600-EXTRATO.
           PERFORM 0605-RECEBER-CLIENTE.
           MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-CLI.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CLI = '00'
               MOVE WRK-CLIENTE TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-CLI
                   NOT INVALID KEY
                       MOVE CM-NOME TO WRK-NOME-CLI
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE ZEROS TO WRK-PAGINA WRK-SALDO-CORRENTE WRK-SALDO-DISP
               WRK-PROX-VALIDADE WRK-PROX-PONTOS WRK-QTD-LINHAS.
           OPEN OUTPUT STATEMENT-REPORT.
           PERFORM 0610-GERAR-CABECALHO-EXTRATO.
           MOVE SPACES TO EXT-LINHA.
           STRING 'CLIENTE: ' WRK-CLIENTE ' ' WRK-NOME-CLI
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING 'DATA     MOVIMENT ORIGEM  REFERENCIA       BASE'
                  '  PONTOS    SALDO VALIDADE'
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT POINTS-FILE.
           IF WRK-FS-PTS = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ POINTS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PTS-CLIENTE = WRK-CLIENTE
                               PERFORM 0620-LISTAR-EXTRATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF.
           COMPUTE WRK-VALOR-CALC = WRK-SALDO-DISP * WRK-VALOR-PONTO.
           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE WRK-SALDO-DISP TO WRK-PONTOS-ED.
           MOVE WRK-VALOR-CALC TO WRK-VALOR-ED.
           MOVE SPACES TO EXT-LINHA.
           STRING 'SALDO DISPONIVEL: ' WRK-PONTOS-ED
                  ' PONTOS = R$ ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           IF WRK-PROX-PONTOS > 0
               MOVE WRK-PROX-PONTOS TO WRK-PONTOS-ED
               MOVE SPACES TO EXT-LINHA
               STRING 'PROXIMA EXPIRACAO: ' WRK-PONTOS-ED
                      ' PONTOS EM ' WRK-PROX-VALIDADE
                   DELIMITED BY SIZE INTO EXT-LINHA
               WRITE EXT-LINHA
           END-IF.
           CLOSE STATEMENT-REPORT.
           DISPLAY 'EXTRATO GRAVADO EM PONTEXT - MOVIMENTOS: '
               WRK-QTD-LINHAS.
           DISPLAY 'SALDO DISPONIVEL: ' WRK-SALDO-DISP ' PONTOS'.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0610-GERAR-CABECALHO-EXTRATO==,
                     ==LINHA-NOME== BY ==EXT-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='EXTRATO DE PONTOS DE FIDELIDADE'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * SALDO DO EXTRATO = GANHOS MENOS ESTORNOS, RESGATES E
      * EXPIRACOES; O DISPONIVEL SO CONTA LOTE AINDA DENTRO DA
      * VALIDADE (O VENCIDO EXPIRA NA PROXIMA NOITE)
       0620-LISTAR-EXTRATO.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE PTS-DATA TO WRK-LE-DATA.
           MOVE PTS-REFERENCIA TO WRK-LE-REFERENCIA.
           MOVE PTS-BASE TO WRK-LE-BASE.
           MOVE SPACES TO WRK-LE-VALIDADE.
           EVALUATE PTS-ORIGEM
               WHEN 'V'
                   MOVE 'VAREJO' TO WRK-LE-ORIGEM
               WHEN 'F'
                   MOVE 'FRETE' TO WRK-LE-ORIGEM
               WHEN OTHER
                   MOVE 'PROGR.' TO WRK-LE-ORIGEM
           END-EVALUATE.
           EVALUATE PTS-TIPO
               WHEN 'G'
                   MOVE 'GANHO' TO WRK-LE-TIPO
                   ADD PTS-PONTOS TO WRK-SALDO-CORRENTE
                   MOVE PTS-PONTOS TO WRK-LE-PONTOS
                   MOVE PTS-VALIDADE TO WRK-LE-VALIDADE
                   IF PTS-SALDO > 0
                       AND PTS-VALIDADE NOT < WRK-DATA-HOJE
                       ADD PTS-SALDO TO WRK-SALDO-DISP
                       IF WRK-PROX-VALIDADE = 0
                           OR PTS-VALIDADE < WRK-PROX-VALIDADE
                           MOVE PTS-VALIDADE TO WRK-PROX-VALIDADE
                           MOVE PTS-SALDO TO WRK-PROX-PONTOS
                       ELSE
                           IF PTS-VALIDADE = WRK-PROX-VALIDADE
                               ADD PTS-SALDO TO WRK-PROX-PONTOS
                           END-IF
                       END-IF
                   END-IF
               WHEN 'E'
                   MOVE 'ESTORNO' TO WRK-LE-TIPO
                   SUBTRACT PTS-PONTOS FROM WRK-SALDO-CORRENTE
                   COMPUTE WRK-LE-PONTOS = 0 - PTS-PONTOS
               WHEN 'R'
                   MOVE 'RESGATE' TO WRK-LE-TIPO
                   SUBTRACT PTS-PONTOS FROM WRK-SALDO-CORRENTE
                   COMPUTE WRK-LE-PONTOS = 0 - PTS-PONTOS
               WHEN OTHER
                   MOVE 'EXPIRADO' TO WRK-LE-TIPO
                   SUBTRACT PTS-PONTOS FROM WRK-SALDO-CORRENTE
                   COMPUTE WRK-LE-PONTOS = 0 - PTS-PONTOS
           END-EVALUATE.
           MOVE WRK-SALDO-CORRENTE TO WRK-LE-SALDO.
           WRITE EXT-LINHA FROM WRK-LINHA-EXTRATO.
      * PASSIVO = SALDO DOS LOTES DENTRO DA VALIDADE, POR CLIENTE
       0700-PASSIVO.
           MOVE ZEROS TO WRK-QTD-CLI WRK-TOT-PONTOS WRK-TOT-VALOR
               WRK-PAGINA.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT POINTS-FILE.
           IF WRK-FS-PTS = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ POINTS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PTS-TIPO = 'G' AND PTS-SALDO > 0
                               AND PTS-VALIDADE NOT < WRK-DATA-HOJE
                               PERFORM 0710-SOMAR-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB134 ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0720-IMPRIMIR-PASSIVO
           END-IF.
       0710-SOMAR-SALDO.
           MOVE ZEROS TO WRK-POS-CLI.
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                   UNTIL WRK-IND-CLI > WRK-QTD-CLI
               IF WRK-SD-CLIENTE(WRK-IND-CLI) = PTS-CLIENTE
                   MOVE WRK-IND-CLI TO WRK-POS-CLI
               END-IF
           END-PERFORM.
           IF WRK-POS-CLI = 0
               IF WRK-QTD-CLI < 3000
                   ADD 1 TO WRK-QTD-CLI
                   MOVE WRK-QTD-CLI TO WRK-POS-CLI
                   MOVE PTS-CLIENTE TO WRK-SD-CLIENTE(WRK-POS-CLI)
                   MOVE ZEROS TO WRK-SD-PONTOS(WRK-POS-CLI)
               ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
               END-IF
           END-IF.
           IF WRK-POS-CLI > 0
               ADD PTS-SALDO TO WRK-SD-PONTOS(WRK-POS-CLI)
           END-IF.
       0720-IMPRIMIR-PASSIVO.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT LIABILITY-REPORT.
           PERFORM 0730-GERAR-CABECALHO-PASSIVO.
           MOVE WRK-VALOR-PONTO TO WRK-VALOR-PONTO-ED.
           MOVE SPACES TO PAS-LINHA.
           STRING 'SALDOS EM ' WRK-DATA-HOJE
                  '   VALOR DO PONTO (R$): ' WRK-VALOR-PONTO-ED
               DELIMITED BY SIZE INTO PAS-LINHA.
           WRITE PAS-LINHA.
           MOVE 'CLIENT NOME                    PONTOS  VALOR (R$)'
               TO PAS-LINHA.
           WRITE PAS-LINHA.
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                   UNTIL WRK-IND-CLI > WRK-QTD-CLI
               MOVE WRK-SD-CLIENTE(WRK-IND-CLI) TO WRK-LP-CLIENTE
               MOVE 'NOME NAO DISPONIVEL' TO WRK-LP-NOME
               IF WRK-FS-CLI = '00'
                   MOVE WRK-SD-CLIENTE(WRK-IND-CLI) TO CM-ID
                   READ CUSTOMER-MASTER
                       NOT INVALID KEY
                           MOVE CM-NOME TO WRK-LP-NOME
                   END-READ
               END-IF
               COMPUTE WRK-VALOR-CALC =
                   WRK-SD-PONTOS(WRK-IND-CLI) * WRK-VALOR-PONTO
               MOVE WRK-SD-PONTOS(WRK-IND-CLI) TO WRK-LP-PONTOS
               MOVE WRK-VALOR-CALC TO WRK-LP-VALOR
               ADD WRK-SD-PONTOS(WRK-IND-CLI) TO WRK-TOT-PONTOS
               ADD WRK-VALOR-CALC TO WRK-TOT-VALOR
               WRITE PAS-LINHA FROM WRK-LINHA-PASSIVO
           END-PERFORM.
           IF WRK-FS-CLI = '00'
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE SPACES TO PAS-LINHA.
           WRITE PAS-LINHA.
           MOVE WRK-TOT-PONTOS TO WRK-PONTOS-ED.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO PAS-LINHA.
           STRING 'CLIENTES: ' WRK-QTD-CLI '  PONTOS: ' WRK-PONTOS-ED
                  '  PASSIVO TOTAL (R$): ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO PAS-LINHA.
           WRITE PAS-LINHA.
           CLOSE LIABILITY-REPORT.
           DISPLAY 'PASSIVO DE PONTOS GRAVADO EM PONTPAS'.
           DISPLAY 'CLIENTES: ' WRK-QTD-CLI '  PASSIVO: ' WRK-VALOR-ED.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0730-GERAR-CABECALHO-PASSIVO==,
                     ==LINHA-NOME== BY ==PAS-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='PASSIVO DE PONTOS DE FIDELIDADE'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
