       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB153.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = RECALCULO DO PONTO DE REPOSICAO (STK-MINIMO) PELO
      * CONSUMO - O MINIMO ERA DIGITADO UMA VEZ NO ESTOQUE E NUNCA
      * REVISTO, E O RELATORIO DE REPOSICAO DO PROGCOB65 PEDIA ITEM
      * PARADO E DEIXAVA FALTAR ITEM DE GIRO
      * ACAO 'C' = CALCULO MENSAL DA CADEIA: LE AS SAIDAS ('S')
      * ACEITAS NO ESTJORN DOS ULTIMOS N MESES (SYSPARM
      * REP-MESES-CONSUMO, PADRAO 6) E APURA POR PRODUTO E LOJA A
      * SAIDA MEDIA POR DIA E A MAIOR SAIDA NUM DIA; O PRAZO DE
      * ENTREGA DO FORNECEDOR VEM DAS ORDENS RECEBIDAS DO PRODUTO NO
      * OCOMPRA (MEDIO E MAXIMO ENTRE EMISSAO E RECEBIMENTO), OU DO
      * REP-PRAZO-PADRAO (PADRAO 15 DIAS) SEM HISTORICO
      *   PONTO PROPOSTO = MEDIA X PRAZO MEDIO (CONSUMO NO PRAZO)
      *                  + PICO X PRAZO MAXIMO - MEDIA X PRAZO MEDIO
      *                    (ESTOQUE DE SEGURANCA)
      *   LOTE PROPOSTO  = MEDIA X REP-DIAS-COBERTURA (PADRAO 30)
      * PRODUTO/LOJA COM PROPOSTA DIFERENTE DO MINIMO ATUAL VAI PARA
      * O ESTPROP (RPPREC.COB) COMO PENDENTE - O CALCULO SUBSTITUI AS
      * PROPOSTAS DO MES ANTERIOR - E PARA O RELATORIO DE REVISAO
      * ESTPRREL, ATUAL X PROPOSTO
      * ACAO 'A' = APROVACAO PELO COMPRADOR: CADA PROPOSTA PENDENTE
      * E APROVADA, REJEITADA OU FICA PENDENTE; SO A APROVADA
      * ATUALIZA O STK-MINIMO NO ESTOQUE (REGRAVACAO VIA ARQUIVO
      * TEMPORARIO, COMO O PROGCOB118), COM ANTES/DEPOIS NO JORNAL
      * VIA PRGJORN - O SALDO CONTINUA SO COM O PROGCOB62
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STOCK-BALANCE-FILE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STK.
           SELECT STOCK-TEMP ASSIGN TO 'ESTTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT STOCK-JOURNAL-FILE ASSIGN TO 'ESTJORN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JOR.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'OCOMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCP.
           SELECT REORDER-PROPOSAL-FILE ASSIGN TO 'ESTPROP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RPP.
           SELECT PROPOSAL-REPORT-FILE ASSIGN TO 'ESTPRREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  STOCK-BALANCE-FILE.
       COPY 'ESTREC.COB'.
       FD  STOCK-TEMP.
       01  TMP-REC            PIC X(30).
      * LINHA DO DIARIO DE POSTAGEM DO PROGCOB62 (MONTADA POR STRING,
      * POSICOES FIXAS); SO A LINHA 'ACEITO' COM A DATA DO MOVIMENTO
      * ENTRA NO CALCULO - CABECALHO, TOTAIS, REJEITADOS E LINHAS
      * ANTIGAS SEM DATA SAO IGNORADOS
       FD  STOCK-JOURNAL-FILE.
       01  JOR-REC.
           02 JOR-SITUACAO    PIC X(08).
           02 JOR-TIPO        PIC X(01).
           02 FILLER          PIC X(09).
           02 JOR-CODIGO      PIC 9(06).
           02 FILLER          PIC X(06).
           02 JOR-LOJA        PIC 9(02).
           02 FILLER          PIC X(05).
           02 JOR-QTD         PIC 9(05).
           02 FILLER          PIC X(08).
           02 JOR-ORIGEM      PIC X(10).
           02 FILLER          PIC X(06).
           02 JOR-DATA        PIC 9(08).
           02 FILLER          PIC X(06).
       FD  PURCHASE-ORDER-FILE.
       COPY 'OCPREC.COB'.
       FD  REORDER-PROPOSAL-FILE.
       COPY 'RPPREC.COB'.
       FD  PROPOSAL-REPORT-FILE.
       01  REL-LINHA          PIC X(80).
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-STK      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-JOR      PIC X(02) VALUE SPACES.
       77 WRK-FS-OCP      PIC X(02) VALUE SPACES.
       77 WRK-FS-RPP      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-DECISAO     PIC X(01) VALUE SPACES.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-PRIM-MES    PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-MES     PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-INTEIRO     PIC S9(09) VALUE ZEROS.
       77 WRK-MESES-CALC  PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-PERIODO PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-PRAZO  PIC S9(05) VALUE ZEROS.
       77 WRK-MESES       PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-PADRAO PIC 9(02) VALUE 6.
       77 WRK-PRAZO-PADRAO PIC 9(03) VALUE 15.
       77 WRK-DIAS-COBERTURA PIC 9(03) VALUE 30.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-COMPRADOR   PIC X(20) VALUE SPACES.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-SALDOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-SALDO   PIC 9(04) VALUE ZEROS.
       77 WRK-POS-SALDO   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PRAZOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PRAZO   PIC 9(04) VALUE ZEROS.
       77 WRK-POS-PRAZO   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PROP    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PROP    PIC 9(04) VALUE ZEROS.
       77 WRK-POS-PROP    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SAIDAS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FORA    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PROPOSTAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-IGUAIS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-SAIDA PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PZ-PADRAO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PENDENTE PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-APROVADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-APLICADAS PIC 9(04) VALUE ZEROS.
       77 WRK-MEDIA-DIA   PIC 9(05)V9999 VALUE ZEROS.
       77 WRK-PRAZO-MEDIO PIC 9(03) VALUE ZEROS.
       77 WRK-PRAZO-MAXIMO PIC 9(03) VALUE ZEROS.
       77 WRK-PRAZO-ORIGEM PIC X(01) VALUE SPACES.
       77 WRK-CONSUMO-PRAZO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SEGURANCA   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PROPOSTO    PIC 9(09) VALUE ZEROS.
       77 WRK-LOTE        PIC 9(09) VALUE ZEROS.
       77 WRK-JRN-PROGRAMA PIC X(10) VALUE 'PROGCOB153'.
       77 WRK-JRN-ARQUIVO  PIC X(10) VALUE 'ESTOQUE'.
       77 WRK-JRN-OPERACAO PIC X(08) VALUE 'REWRITE'.
       77 WRK-JRN-CHAVE    PIC X(20) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(170) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(170) VALUE SPACES.
       01 WRK-DATA-CALC   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           02 WRK-DC-ANO  PIC 9(04).
           02 WRK-DC-MES  PIC 9(02).
           02 WRK-DC-DIA  PIC 9(02).
      * SAIDAS DO PERIODO POR PRODUTO E LOJA DO ESTOQUE; O PICO E
      * APURADO FECHANDO O DIA QUANDO A DATA DA SAIDA MUDA (O DIARIO
      * SEGUE A ORDEM DE POSTAGEM, QUE E A ORDEM DAS DATAS)
       01 WRK-TABELA-SALDOS.
           02 WRK-STK OCCURS 1000 TIMES.
               03 WRK-STK-CODIGO   PIC 9(06).
               03 WRK-STK-LOJA     PIC 9(02).
               03 WRK-STK-MINIMO   PIC 9(05).
               03 WRK-STK-TOTAL    PIC 9(09).
               03 WRK-STK-PICO     PIC 9(07).
               03 WRK-STK-DIA      PIC 9(08).
               03 WRK-STK-QTD-DIA  PIC 9(07).
      * PRAZO DE ENTREGA POR PRODUTO DAS ORDENS RECEBIDAS (OCOMPRA)
       01 WRK-TABELA-PRAZOS.
           02 WRK-PZ OCCURS 1000 TIMES.
               03 WRK-PZ-CODIGO    PIC 9(06).
               03 WRK-PZ-QTD       PIC 9(04).
               03 WRK-PZ-SOMA      PIC 9(07).
               03 WRK-PZ-MAXIMO    PIC 9(03).
      * ESTPROP INTEIRO EM MEMORIA NA APROVACAO; WRK-PRP-APLICAR =
      * 'S' NA PROPOSTA APROVADA NESTA SESSAO (VAI PARA O ESTOQUE)
       01 WRK-TABELA-PROPOSTAS.
           02 WRK-PRP OCCURS 1000 TIMES.
               03 WRK-PRP-REC      PIC X(81).
               03 WRK-PRP-APLICAR  PIC X(01).
       01 WRK-LINHA-DET.
           02 WRK-LD-CODIGO   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-LOJA     PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-DESCR    PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-ATUAL    PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-PROPOSTO PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-LOTE     PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-MEDIA    PIC ZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-PICO     PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-PRAZO    PIC ZZ9.
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-LD-PRAZO-MAX PIC ZZ9.
           02 WRK-LD-ORIGEM   PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (C-CALCULAR PROPOSTAS / A-APROVAR): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0200-CALCULAR-PROPOSTAS
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0500-APROVAR-PROPOSTAS
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB153'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB153'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0050-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='REVISAO DO PONTO DE REPOSICAO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-MESES==,
                     ==CAMPO-NOME== BY ==WRK-MESES==,
                     ==TEXTO-PROMPT== BY
                         =='MESES DE HISTORICO (0 = PADRAO): '==.
       0070-LER-PARAMETROS.
           MOVE 'REP-MESES-CONSUMO' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) < 25
               COMPUTE WRK-MESES-PADRAO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'REP-PRAZO-PADRAO' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) < 1000
               COMPUTE WRK-PRAZO-PADRAO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'REP-DIAS-COBERTURA' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) < 1000
               COMPUTE WRK-DIAS-COBERTURA =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
       0100-CARREGAR-SALDOS.
           MOVE ZEROS TO WRK-QTD-SALDOS.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-FS-STK = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0110-GUARDAR-SALDO
                   END-READ
               END-PERFORM
               CLOSE STOCK-BALANCE-FILE
           END-IF.
       0110-GUARDAR-SALDO.
           IF WRK-QTD-SALDOS < 1000
               ADD 1 TO WRK-QTD-SALDOS
               IF STK-LOJA NOT NUMERIC
                   MOVE 01 TO STK-LOJA
               END-IF
               MOVE STK-CODIGO TO WRK-STK-CODIGO(WRK-QTD-SALDOS)
               MOVE STK-LOJA TO WRK-STK-LOJA(WRK-QTD-SALDOS)
               MOVE STK-MINIMO TO WRK-STK-MINIMO(WRK-QTD-SALDOS)
               MOVE ZEROS TO WRK-STK-TOTAL(WRK-QTD-SALDOS)
                   WRK-STK-PICO(WRK-QTD-SALDOS)
                   WRK-STK-DIA(WRK-QTD-SALDOS)
                   WRK-STK-QTD-DIA(WRK-QTD-SALDOS)
           ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
           END-IF.
      * INICIO DA JANELA = MESMO DIA DE N MESES ATRAS (31 VIRA 30,
      * 28...); ENTRAM AS SAIDAS DEPOIS DO INICIO ATE HOJE
       0150-CALCULAR-JANELA.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALC.
           COMPUTE WRK-MESES-CALC =
               (WRK-DC-ANO * 12) + WRK-DC-MES - 1 - WRK-MESES.
           DIVIDE WRK-MESES-CALC BY 12 GIVING WRK-DC-ANO
               REMAINDER WRK-DC-MES.
           ADD 1 TO WRK-DC-MES.
           MOVE WRK-DATA-HOJE(7:2) TO WRK-DC-DIA.
           PERFORM 0165-CALCULAR-FIM-MES.
           IF WRK-DC-DIA > WRK-ULT-DIA-MES
               MOVE WRK-ULT-DIA-MES TO WRK-DC-DIA
           END-IF.
           MOVE WRK-DATA-CALC TO WRK-DATA-INICIO.
           COMPUTE WRK-DIAS-PERIODO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO).
      * ULTIMO DIA DO MES DE WRK-DATA-CALC (DIA ANTERIOR AO PRIMEIRO
      * DO MES SEGUINTE)
       0165-CALCULAR-FIM-MES.
           IF WRK-DC-MES = 12
               COMPUTE WRK-PRIM-MES = (WRK-DC-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-PRIM-MES =
                   WRK-DC-ANO * 10000 + (WRK-DC-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-PRIM-MES) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO) TO WRK-FIM-MES.
           MOVE WRK-FIM-MES(7:2) TO WRK-ULT-DIA-MES.
      * CALCULO: SEM ESTOQUE OU SEM ESTJORN NAO HA PROPOSTA (TODO
      * MINIMO IRIA A ZERO) E O ESTPROP FICA COMO ESTAVA
       0200-CALCULAR-PROPOSTAS.
           PERFORM 0070-LER-PARAMETROS.
           PERFORM 0060-RECEBER-MESES.
           IF WRK-MESES = ZEROS OR WRK-MESES > 24
               MOVE WRK-MESES-PADRAO TO WRK-MESES
           END-IF.
           PERFORM 0100-CARREGAR-SALDOS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB153 ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTD-SALDOS = ZEROS
                   DISPLAY 'ESTOQUE INDISPONIVEL OU VAZIO - NADA A'
                       ' CALCULAR'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0150-CALCULAR-JANELA
                   PERFORM 0210-LER-DIARIO
                   IF WRK-FS-JOR NOT = '00'
                       DISPLAY 'ESTJORN INDISPONIVEL - NADA A CALCULAR'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0250-LER-PRAZOS
                       PERFORM 0300-GERAR-PROPOSTAS
                   END-IF
               END-IF
           END-IF.
       0210-LER-DIARIO.
           MOVE ZEROS TO WRK-QTD-SAIDAS WRK-QTD-FORA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STOCK-JOURNAL-FILE.
           IF WRK-FS-JOR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF JOR-SITUACAO = 'ACEITO'
                               AND JOR-TIPO = 'S'
                               AND JOR-CODIGO NUMERIC
                               AND JOR-LOJA NUMERIC
                               AND JOR-QTD NUMERIC
                               AND JOR-DATA NUMERIC
                               AND JOR-DATA > WRK-DATA-INICIO
                               AND JOR-DATA NOT > WRK-DATA-HOJE
                               PERFORM 0220-ACUMULAR-SAIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-JOURNAL-FILE
               PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                       UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
                   MOVE WRK-IND-SALDO TO WRK-POS-SALDO
                   PERFORM 0225-FECHAR-DIA
               END-PERFORM
           END-IF.
      * SAIDA DE PRODUTO/LOJA QUE NAO ESTA MAIS NO ESTOQUE SO CONTA
      * NO TOTAL DE FORA DO ESTOQUE DO RELATORIO
       0220-ACUMULAR-SAIDA.
           MOVE ZEROS TO WRK-POS-SALDO.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
                       OR WRK-POS-SALDO > ZEROS
               IF WRK-STK-CODIGO(WRK-IND-SALDO) = JOR-CODIGO
                   AND WRK-STK-LOJA(WRK-IND-SALDO) = JOR-LOJA
                   MOVE WRK-IND-SALDO TO WRK-POS-SALDO
               END-IF
           END-PERFORM.
           IF WRK-POS-SALDO = ZEROS
               ADD 1 TO WRK-QTD-FORA
           ELSE
               ADD 1 TO WRK-QTD-SAIDAS
               ADD JOR-QTD TO WRK-STK-TOTAL(WRK-POS-SALDO)
               IF JOR-DATA NOT = WRK-STK-DIA(WRK-POS-SALDO)
                   PERFORM 0225-FECHAR-DIA
                   MOVE JOR-DATA TO WRK-STK-DIA(WRK-POS-SALDO)
               END-IF
               ADD JOR-QTD TO WRK-STK-QTD-DIA(WRK-POS-SALDO)
           END-IF.
       0225-FECHAR-DIA.
           IF WRK-STK-QTD-DIA(WRK-POS-SALDO) >
               WRK-STK-PICO(WRK-POS-SALDO)
               MOVE WRK-STK-QTD-DIA(WRK-POS-SALDO) TO
                   WRK-STK-PICO(WRK-POS-SALDO)
           END-IF.
           MOVE ZEROS TO WRK-STK-QTD-DIA(WRK-POS-SALDO).
      * PRAZO = DIAS ENTRE A EMISSAO (OCP-DATA) E O RECEBIMENTO
      * (OCP-DATA-STATUS) DE CADA ORDEM RECEBIDA, EM QUALQUER LOJA
       0250-LER-PRAZOS.
           MOVE ZEROS TO WRK-QTD-PRAZOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-FS-OCP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PURCHASE-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF OCP-STATUS = 'RECEBIDA'
                               AND OCP-DATA NUMERIC
                               AND OCP-DATA-STATUS NUMERIC
                               AND OCP-DATA > ZEROS
                               AND OCP-DATA-STATUS NOT < OCP-DATA
                               PERFORM 0260-ACUMULAR-PRAZO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           ELSE
               DISPLAY 'OCOMPRA INDISPONIVEL - PRAZO PADRAO PARA'
                   ' TODOS OS PRODUTOS'
           END-IF.
       0260-ACUMULAR-PRAZO.
           COMPUTE WRK-DIAS-PRAZO =
               FUNCTION INTEGER-OF-DATE(OCP-DATA-STATUS)
               - FUNCTION INTEGER-OF-DATE(OCP-DATA).
           IF WRK-DIAS-PRAZO > 999
               MOVE 999 TO WRK-DIAS-PRAZO
           END-IF.
           MOVE ZEROS TO WRK-POS-PRAZO.
           PERFORM VARYING WRK-IND-PRAZO FROM 1 BY 1
                   UNTIL WRK-IND-PRAZO > WRK-QTD-PRAZOS
                       OR WRK-POS-PRAZO > ZEROS
               IF WRK-PZ-CODIGO(WRK-IND-PRAZO) = OCP-CODIGO
                   MOVE WRK-IND-PRAZO TO WRK-POS-PRAZO
               END-IF
           END-PERFORM.
           IF WRK-POS-PRAZO = ZEROS AND WRK-QTD-PRAZOS < 1000
               ADD 1 TO WRK-QTD-PRAZOS
               MOVE WRK-QTD-PRAZOS TO WRK-POS-PRAZO
               MOVE OCP-CODIGO TO WRK-PZ-CODIGO(WRK-POS-PRAZO)
               MOVE ZEROS TO WRK-PZ-QTD(WRK-POS-PRAZO)
                   WRK-PZ-SOMA(WRK-POS-PRAZO)
                   WRK-PZ-MAXIMO(WRK-POS-PRAZO)
           END-IF.
           IF WRK-POS-PRAZO > ZEROS
               ADD 1 TO WRK-PZ-QTD(WRK-POS-PRAZO)
               ADD WRK-DIAS-PRAZO TO WRK-PZ-SOMA(WRK-POS-PRAZO)
               IF WRK-DIAS-PRAZO > WRK-PZ-MAXIMO(WRK-POS-PRAZO)
                   MOVE WRK-DIAS-PRAZO TO WRK-PZ-MAXIMO(WRK-POS-PRAZO)
               END-IF
           END-IF.
      * UM REGISTRO PENDENTE NO ESTPROP E UMA LINHA NO RELATORIO PARA
      * CADA PRODUTO/LOJA CUJO PONTO PROPOSTO DIFERE DO ATUAL
       0300-GERAR-PROPOSTAS.
           MOVE ZEROS TO WRK-QTD-PROPOSTAS WRK-QTD-IGUAIS
               WRK-QTD-SEM-SAIDA WRK-QTD-PZ-PADRAO.
           MOVE ZEROS TO WRK-PAGINA.
           MOVE 'N' TO WRK-PRD-DISPON.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE 'S' TO WRK-PRD-DISPON
           END-IF.
           OPEN OUTPUT REORDER-PROPOSAL-FILE.
           OPEN OUTPUT PROPOSAL-REPORT-FILE.
           PERFORM 0350-CABECALHO-RELATORIO.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
               PERFORM 0310-CALCULAR-PRODUTO
               IF WRK-PROPOSTO = WRK-STK-MINIMO(WRK-IND-SALDO)
                   ADD 1 TO WRK-QTD-IGUAIS
               ELSE
                   PERFORM 0320-GRAVAR-PROPOSTA
                   PERFORM 0330-IMPRIMIR-PROPOSTA
               END-IF
           END-PERFORM.
           PERFORM 0400-TOTAIS-RELATORIO.
           CLOSE REORDER-PROPOSAL-FILE.
           CLOSE PROPOSAL-REPORT-FILE.
           IF WRK-PRD-DISPON = 'S'
               CLOSE PRODUCT-MASTER
           END-IF.
           DISPLAY 'PROPOSTAS GRAVADAS NO ESTPROP: ' WRK-QTD-PROPOSTAS.
       0310-CALCULAR-PRODUTO.
           COMPUTE WRK-MEDIA-DIA ROUNDED =
               WRK-STK-TOTAL(WRK-IND-SALDO) / WRK-DIAS-PERIODO.
           MOVE ZEROS TO WRK-POS-PRAZO.
           PERFORM VARYING WRK-IND-PRAZO FROM 1 BY 1
                   UNTIL WRK-IND-PRAZO > WRK-QTD-PRAZOS
                       OR WRK-POS-PRAZO > ZEROS
               IF WRK-PZ-CODIGO(WRK-IND-PRAZO) =
                   WRK-STK-CODIGO(WRK-IND-SALDO)
                   MOVE WRK-IND-PRAZO TO WRK-POS-PRAZO
               END-IF
           END-PERFORM.
           IF WRK-POS-PRAZO > ZEROS
               COMPUTE WRK-PRAZO-MEDIO ROUNDED =
                   WRK-PZ-SOMA(WRK-POS-PRAZO)
                   / WRK-PZ-QTD(WRK-POS-PRAZO)
               MOVE WRK-PZ-MAXIMO(WRK-POS-PRAZO) TO WRK-PRAZO-MAXIMO
               MOVE 'H' TO WRK-PRAZO-ORIGEM
           ELSE
               MOVE WRK-PRAZO-PADRAO TO WRK-PRAZO-MEDIO
                   WRK-PRAZO-MAXIMO
               MOVE 'P' TO WRK-PRAZO-ORIGEM
           END-IF.
           COMPUTE WRK-CONSUMO-PRAZO =
               WRK-MEDIA-DIA * WRK-PRAZO-MEDIO.
           COMPUTE WRK-SEGURANCA =
               (WRK-STK-PICO(WRK-IND-SALDO) * WRK-PRAZO-MAXIMO)
               - WRK-CONSUMO-PRAZO.
           IF WRK-SEGURANCA < ZEROS
               MOVE ZEROS TO WRK-SEGURANCA
           END-IF.
           COMPUTE WRK-PROPOSTO ROUNDED =
               WRK-CONSUMO-PRAZO + WRK-SEGURANCA.
           IF WRK-PROPOSTO > 99999
               MOVE 99999 TO WRK-PROPOSTO
           END-IF.
           COMPUTE WRK-LOTE ROUNDED =
               WRK-MEDIA-DIA * WRK-DIAS-COBERTURA.
           IF WRK-LOTE = ZEROS AND WRK-STK-TOTAL(WRK-IND-SALDO) > 0
               MOVE 1 TO WRK-LOTE
           END-IF.
           IF WRK-LOTE > 99999
               MOVE 99999 TO WRK-LOTE
           END-IF.
       0320-GRAVAR-PROPOSTA.
           ADD 1 TO WRK-QTD-PROPOSTAS.
           IF WRK-STK-TOTAL(WRK-IND-SALDO) = ZEROS
               ADD 1 TO WRK-QTD-SEM-SAIDA
           END-IF.
           IF WRK-PRAZO-ORIGEM = 'P'
               ADD 1 TO WRK-QTD-PZ-PADRAO
           END-IF.
           MOVE SPACES TO RPP-REC.
           MOVE WRK-STK-CODIGO(WRK-IND-SALDO) TO RPP-CODIGO.
           MOVE WRK-STK-LOJA(WRK-IND-SALDO) TO RPP-LOJA.
           MOVE WRK-DATA-HOJE TO RPP-DATA-CALCULO.
           MOVE WRK-MESES TO RPP-MESES.
           MOVE WRK-STK-MINIMO(WRK-IND-SALDO) TO RPP-MINIMO-ATUAL.
           MOVE WRK-PROPOSTO TO RPP-MINIMO-PROPOSTO.
           MOVE WRK-LOTE TO RPP-LOTE-PROPOSTO.
           COMPUTE RPP-MEDIA-DIA ROUNDED = WRK-MEDIA-DIA.
           MOVE WRK-STK-PICO(WRK-IND-SALDO) TO RPP-PICO-DIA.
           MOVE WRK-PRAZO-MEDIO TO RPP-PRAZO-MEDIO.
           MOVE WRK-PRAZO-MAXIMO TO RPP-PRAZO-MAXIMO.
           MOVE WRK-PRAZO-ORIGEM TO RPP-PRAZO-ORIGEM.
           MOVE 'P' TO RPP-STATUS.
           MOVE ZEROS TO RPP-DATA-DECISAO.
           WRITE RPP-REC.
       0330-IMPRIMIR-PROPOSTA.
           IF WRK-LINHAS-PAG > 55
               PERFORM 0350-CABECALHO-RELATORIO
           END-IF.
           MOVE RPP-CODIGO TO WRK-LD-CODIGO.
           MOVE RPP-LOJA TO WRK-LD-LOJA.
           MOVE SPACES TO WRK-LD-DESCR.
           IF WRK-PRD-DISPON = 'S'
               MOVE RPP-CODIGO TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE '*** NAO CADASTRADO' TO WRK-LD-DESCR
                   NOT INVALID KEY
                       MOVE PRD-DESCRICAO TO WRK-LD-DESCR
               END-READ
           END-IF.
           MOVE RPP-MINIMO-ATUAL TO WRK-LD-ATUAL.
           MOVE RPP-MINIMO-PROPOSTO TO WRK-LD-PROPOSTO.
           MOVE RPP-LOTE-PROPOSTO TO WRK-LD-LOTE.
           MOVE RPP-MEDIA-DIA TO WRK-LD-MEDIA.
           MOVE RPP-PICO-DIA TO WRK-LD-PICO.
           MOVE RPP-PRAZO-MEDIO TO WRK-LD-PRAZO.
           MOVE RPP-PRAZO-MAXIMO TO WRK-LD-PRAZO-MAX.
           MOVE RPP-PRAZO-ORIGEM TO WRK-LD-ORIGEM.
           MOVE WRK-LINHA-DET TO REL-LINHA.
           WRITE REL-LINHA.
           ADD 1 TO WRK-LINHAS-PAG.
       0350-CABECALHO-RELATORIO.
           PERFORM 0050-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'SAIDAS DE ' WRK-DATA-INICIO ' A ' WRK-DATA-HOJE
                  ' (' WRK-MESES ' MESES, ' WRK-DIAS-PERIODO
                  ' DIAS) - COBERTURA ' WRK-DIAS-COBERTURA ' DIAS'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUT LJ DESCRICAO            ATUAL PROPO  LOTE'
                  '  MED/DIA  PICO PRZ/MAX'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 5 TO WRK-LINHAS-PAG.
       0400-TOTAIS-RELATORIO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRAZO: H = HISTORICO DO OCOMPRA / P = PADRAO DE '
                  WRK-PRAZO-PADRAO ' DIAS'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'SAIDAS LIDAS DO ESTJORN: ' WRK-QTD-SAIDAS
                  '  FORA DO ESTOQUE: ' WRK-QTD-FORA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PROPOSTAS PENDENTES: ' WRK-QTD-PROPOSTAS
                  '  SEM SAIDA NO PERIODO: ' WRK-QTD-SEM-SAIDA
                  '  PRAZO PADRAO: ' WRK-QTD-PZ-PADRAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MINIMO ATUAL MANTIDO: ' WRK-QTD-IGUAIS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
      * APROVACAO: AS DECISOES FICAM NO ESTPROP E AS APROVADAS NA
      * SESSAO ATUALIZAM O STK-MINIMO DE UMA VEZ NO FIM
       0500-APROVAR-PROPOSTAS.
           PERFORM 0510-CARREGAR-PROPOSTAS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** ESTPROP COM MAIS DE 1000 PROPOSTAS -'
                   ' AUMENTE A TABELA DO PROGCOB153 ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTD-PROP = ZEROS
                   DISPLAY 'ESTPROP INDISPONIVEL OU VAZIO - NADA A'
                       ' APROVAR'
               ELSE
                   DISPLAY 'COMPRADOR RESPONSAVEL: '
                   ACCEPT WRK-COMPRADOR FROM CONSOLE
                   MOVE ZEROS TO WRK-QTD-PENDENTE WRK-QTD-APROVADAS
                       WRK-QTD-REJEITADAS WRK-QTD-APLICADAS
                   MOVE 'N' TO WRK-PRD-DISPON
                   OPEN INPUT PRODUCT-MASTER
                   IF WRK-FS-PRD = '00'
                       MOVE 'S' TO WRK-PRD-DISPON
                   END-IF
                   PERFORM VARYING WRK-IND-PROP FROM 1 BY 1
                           UNTIL WRK-IND-PROP > WRK-QTD-PROP
                       MOVE WRK-PRP-REC(WRK-IND-PROP) TO RPP-REC
                       IF RPP-STATUS = 'P'
                           PERFORM 0520-DECIDIR-PROPOSTA
                       END-IF
                   END-PERFORM
                   IF WRK-PRD-DISPON = 'S'
                       CLOSE PRODUCT-MASTER
                   END-IF
                   IF WRK-QTD-APROVADAS > ZEROS
                       PERFORM 0550-ATUALIZAR-MINIMOS
                   END-IF
                   PERFORM 0580-REGRAVAR-PROPOSTAS
                   DISPLAY 'APROVADAS: ' WRK-QTD-APROVADAS
                       '  REJEITADAS: ' WRK-QTD-REJEITADAS
                       '  AINDA PENDENTES: ' WRK-QTD-PENDENTE
                   DISPLAY 'MINIMOS ATUALIZADOS NO ESTOQUE: '
                       WRK-QTD-APLICADAS
               END-IF
           END-IF.
       0510-CARREGAR-PROPOSTAS.
           MOVE ZEROS TO WRK-QTD-PROP.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT REORDER-PROPOSAL-FILE.
           IF WRK-FS-RPP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ REORDER-PROPOSAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-PROP < 1000
                               ADD 1 TO WRK-QTD-PROP
                               MOVE RPP-REC TO WRK-PRP-REC(WRK-QTD-PROP)
                               MOVE 'N' TO
                                   WRK-PRP-APLICAR(WRK-QTD-PROP)
                           ELSE
                               MOVE 'S' TO WRK-TAB-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REORDER-PROPOSAL-FILE
           END-IF.
      * ENTER DEIXA A DECISAO PARA DEPOIS, COMO NA APROVACAO DE
      * DIVERGENCIAS DO PROGCOB110
       0520-DECIDIR-PROPOSTA.
           MOVE SPACES TO WRK-LD-DESCR.
           IF WRK-PRD-DISPON = 'S'
               MOVE RPP-CODIGO TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE '*** NAO CADASTRADO' TO WRK-LD-DESCR
                   NOT INVALID KEY
                       MOVE PRD-DESCRICAO TO WRK-LD-DESCR
               END-READ
           END-IF.
           MOVE RPP-MINIMO-ATUAL TO WRK-LD-ATUAL.
           MOVE RPP-MINIMO-PROPOSTO TO WRK-LD-PROPOSTO.
           MOVE RPP-LOTE-PROPOSTO TO WRK-LD-LOTE.
           MOVE RPP-MEDIA-DIA TO WRK-LD-MEDIA.
           MOVE RPP-PICO-DIA TO WRK-LD-PICO.
           MOVE RPP-PRAZO-MEDIO TO WRK-LD-PRAZO.
           MOVE RPP-PRAZO-MAXIMO TO WRK-LD-PRAZO-MAX.
           DISPLAY RPP-CODIGO ' LOJA ' RPP-LOJA ' ' WRK-LD-DESCR.
           DISPLAY '  MINIMO ' WRK-LD-ATUAL ' -> ' WRK-LD-PROPOSTO
               '  LOTE ' WRK-LD-LOTE '  MEDIA/DIA ' WRK-LD-MEDIA
               '  PICO ' WRK-LD-PICO.
           DISPLAY '  PRAZO MEDIO/MAXIMO ' WRK-LD-PRAZO '/'
               WRK-LD-PRAZO-MAX ' (' RPP-PRAZO-ORIGEM ')'.
           DISPLAY 'A-APROVAR R-REJEITAR (ENTER = DEIXAR PENDENTE): '.
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO RPP-STATUS
                   MOVE 'S' TO WRK-PRP-APLICAR(WRK-IND-PROP)
                   ADD 1 TO WRK-QTD-APROVADAS
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO RPP-STATUS
                   ADD 1 TO WRK-QTD-REJEITADAS
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PENDENTE
           END-EVALUATE.
           IF RPP-STATUS NOT = 'P'
               MOVE WRK-COMPRADOR TO RPP-COMPRADOR
               MOVE WRK-DATA-HOJE TO RPP-DATA-DECISAO
               MOVE RPP-REC TO WRK-PRP-REC(WRK-IND-PROP)
           END-IF.
      * REGRAVA O ESTOQUE TROCANDO SO O STK-MINIMO DOS SALDOS COM
      * PROPOSTA APROVADA NA SESSAO; SALDO E CUSTO FICAM COMO ESTAO
       0550-ATUALIZAR-MINIMOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-FS-STK NOT = '00'
               DISPLAY 'ESTOQUE INDISPONIVEL - MINIMOS NAO ATUALIZADOS'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT STOCK-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0560-APLICAR-MINIMO
                           WRITE TMP-REC FROM STK-REC
                   END-READ
               END-PERFORM
               CLOSE STOCK-BALANCE-FILE STOCK-TEMP
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN OUTPUT STOCK-BALANCE-FILE
               OPEN INPUT STOCK-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           WRITE STK-REC FROM TMP-REC
                   END-READ
               END-PERFORM
               CLOSE STOCK-BALANCE-FILE STOCK-TEMP
           END-IF.
       0560-APLICAR-MINIMO.
           IF STK-LOJA NOT NUMERIC
               MOVE 01 TO STK-LOJA
           END-IF.
           MOVE ZEROS TO WRK-POS-PROP.
           PERFORM VARYING WRK-IND-PROP FROM 1 BY 1
                   UNTIL WRK-IND-PROP > WRK-QTD-PROP
                       OR WRK-POS-PROP > ZEROS
               IF WRK-PRP-APLICAR(WRK-IND-PROP) = 'S'
                   MOVE WRK-PRP-REC(WRK-IND-PROP) TO RPP-REC
                   IF RPP-CODIGO = STK-CODIGO
                       AND RPP-LOJA = STK-LOJA
                       MOVE WRK-IND-PROP TO WRK-POS-PROP
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-POS-PROP > ZEROS
               MOVE SPACES TO WRK-JRN-ANTES
               MOVE STK-REC TO WRK-JRN-ANTES(1:30)
               MOVE RPP-MINIMO-PROPOSTO TO STK-MINIMO
               ADD 1 TO WRK-QTD-APLICADAS
               MOVE SPACES TO WRK-JRN-CHAVE
               MOVE STK-CODIGO TO WRK-JRN-CHAVE(1:6)
               MOVE STK-LOJA TO WRK-JRN-CHAVE(7:2)
               MOVE SPACES TO WRK-JRN-DEPOIS
               MOVE STK-REC TO WRK-JRN-DEPOIS(1:30)
               CALL 'PRGJORN' USING WRK-JRN-PROGRAMA WRK-JRN-ARQUIVO
                   WRK-JRN-OPERACAO WRK-JRN-CHAVE WRK-JRN-ANTES
                   WRK-JRN-DEPOIS WRK-COMPRADOR
           END-IF.
       0580-REGRAVAR-PROPOSTAS.
           OPEN OUTPUT REORDER-PROPOSAL-FILE.
           PERFORM VARYING WRK-IND-PROP FROM 1 BY 1
                   UNTIL WRK-IND-PROP > WRK-QTD-PROP
               MOVE WRK-PRP-REC(WRK-IND-PROP) TO RPP-REC
               WRITE RPP-REC
           END-PERFORM.
           CLOSE REORDER-PROPOSAL-FILE.
