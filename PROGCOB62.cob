      * DIARIA EM ESTPOREL COM DESCRICAO DO MASTER, MARCANDO SALDO
      * NEGATIVO E ABAIXO DO MINIMO
      * DATA = XX/XX/XXXX
      * MANUTENCAO = CUSTO MEDIO PONDERADO POR PRODUTO
      * (STK-CUSTO-MEDIO), RECALCULADO NA POSTAGEM DE CADA ENTRADA COM
      * CUSTO DE COMPRA (MVE-CUSTO-UNIT DO PROGCOB64); CADA SAIDA DO
      * LOTE DE FRETE DO PROGCOB09 GRAVA O CUSTO DA VENDA PELO CUSTO
      * MEDIO EM ESTCMV (CMVREC.COB); MODO V IMPRIME EM ESTVLREL A
      * VALORIZACAO DO ESTOQUE (SALDO X CUSTO MEDIO) E O CMV DO MES
      * MANUTENCAO = CMV GRAVADO COM O PEDIDO DA SAIDA (CMV-PEDIDO)
      * MANUTENCAO = SALDO E CUSTO MEDIO POR PRODUTO E LOJA (STK-LOJA):
      * CADA MOVIMENTO POSTA NA LOJA DO MVE-LOJA (ANTIGO SEM LOJA CAI
      * NA 01); POSICAO DIARIA POR LOJA (0 = TODAS) E VALORIZACAO COM
      * A LOJA DE CADA SALDO; CMV GRAVADO COM A LOJA DA SAIDA
      * MANUTENCAO = SAIDA DE COMPONENTE DE KIT (MVE-KIT) GRAVA O CMV
      * COM O KIT VENDIDO (CMV-KIT)
      * MANUTENCAO = VENDAS E DEVOLUCOES DO VAREJO (MVE-ORIGEM
      * 'PROGCOB15', NA LOJA DO LOTE) ENTRAM NA POSTAGEM; A SAIDA DO
      * VAREJO TAMBEM GRAVA O CMV, SEM PEDIDO (CMV-PEDIDO ZERADO)
      * MANUTENCAO = ESTJORN ACUMULADO (EXTEND, NUNCA ESVAZIADO), COM A
      * DATA DA POSTAGEM NO CABECALHO E A DATA DO MOVIMENTO NA LINHA
      * DO ACEITO - HISTORICO DAS SAIDAS PARA O RECALCULO DO PONTO DE
      * REPOSICAO DO PROGCOB153
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STOCK-REPORT-FILE ASSIGN TO 'ESTPOREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT COGS-FILE ASSIGN TO 'ESTCMV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CMV.
           SELECT VALUATION-REPORT-FILE ASSIGN TO 'ESTVLREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VLR.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  JOR-LINHA       PIC X(80).
       FD  STOCK-REPORT-FILE.
       01  POS-LINHA       PIC X(80).
       FD  COGS-FILE.
       COPY 'CMVREC.COB'.
       FD  VALUATION-REPORT-FILE.
       01  VLR-LINHA       PIC X(80).
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       COPY 'RLOGFD.COB'.
       77 WRK-FS-JOR      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-CMV      PIC X(02) VALUE SPACES.
       77 WRK-FS-VLR      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-MODO        PIC X(01) VALUE 'P'.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-SALDOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-SALDO   PIC 9(04) VALUE ZEROS.
       77 WRK-POS-SALDO   PIC 9(04) VALUE ZEROS.
       77 WRK-LOJA-FILTRO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-ACEITOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEITOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-NEGATIVO PIC 9(03) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-ED    PIC -ZZZZZZ9 VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-BASE-CUSTO  PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-ITEM  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-ESTOQUE PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-CMV     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-QTD-CMV PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z(10)9.99 VALUE ZEROS.
       01 WRK-TABELA-SALDOS.
           02 WRK-STK OCCURS 1000 TIMES.
               03 WRK-STK-CODIGO PIC 9(06).
               03 WRK-STK-LOJA   PIC 9(02).
               03 WRK-STK-SALDO  PIC S9(07).
               03 WRK-STK-MINIMO PIC 9(05).
               03 WRK-STK-CUSTO  PIC 9(06)V9999.
               03 WRK-STK-CMV-QTD   PIC 9(07).
               03 WRK-STK-CMV-VALOR PIC 9(09)V99.
       01 WRK-LINHA-POS.
           02 WRK-LP-CODIGO  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LP-LOJA    PIC 9(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LP-DESCR   PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LP-SALDO   PIC -ZZZZZZ9.
           02 WRK-LP-MINIMO  PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LP-SITUACAO PIC X(16).
       01 WRK-LINHA-VAL.
           02 WRK-LV-CODIGO  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LV-LOJA    PIC 9(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LV-DESCR   PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LV-QTD     PIC -ZZZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LV-CUSTO   PIC ZZZZZ9.9999.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LV-VALOR   PIC Z(09)9.99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MODO (P-POSTAR MOVIMENTOS / R-POSICAO DIARIA /'
               ' V-VALORIZACAO E CMV): '.
           ACCEPT WRK-MODO FROM CONSOLE.
           PERFORM 0100-CARREGAR-SALDOS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB62 ***'
               MOVE 8 TO RETURN-CODE
               MOVE 'X' TO WRK-MODO
           END-IF.
           EVALUATE WRK-MODO
               WHEN 'X'
                   CONTINUE
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0500-RELATORIO-POSICAO
               WHEN 'V'
               WHEN 'v'
                   PERFORM 0700-VALORIZACAO-CMV
               WHEN OTHER
                   PERFORM 0200-POSTAR-MOVIMENTOS
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB62'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0150-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES DO CMV (AAAAMM): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-LOJA==,
                     ==CAMPO-NOME== BY ==WRK-LOJA-FILTRO==,
                     ==TEXTO-PROMPT== BY
                         =='LOJA DA POSICAO (0 = TODAS): '==.
       0100-CARREGAR-SALDOS.
           MOVE ZEROS TO WRK-QTD-SALDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-SALDOS < 1000
                               ADD 1 TO WRK-QTD-SALDOS
                               MOVE STK-CODIGO TO
                                   WRK-STK-CODIGO(WRK-QTD-SALDOS)
                               IF STK-LOJA NOT NUMERIC
                                   MOVE 01 TO STK-LOJA
                               END-IF
                               MOVE STK-LOJA TO
                                   WRK-STK-LOJA(WRK-QTD-SALDOS)
                               MOVE STK-SALDO TO
                                   WRK-STK-SALDO(WRK-QTD-SALDOS)
                               MOVE STK-MINIMO TO
                                   WRK-STK-MINIMO(WRK-QTD-SALDOS)
                               IF STK-CUSTO-MEDIO NOT NUMERIC
                                   MOVE ZEROS TO STK-CUSTO-MEDIO
                               END-IF
                               MOVE STK-CUSTO-MEDIO TO
                                   WRK-STK-CUSTO(WRK-QTD-SALDOS)
                               MOVE ZEROS TO
                                   WRK-STK-CMV-QTD(WRK-QTD-SALDOS)
                                   WRK-STK-CMV-VALOR(WRK-QTD-SALDOS)
                           ELSE
                               MOVE 'S' TO WRK-TAB-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
           IF WRK-FS-MVE NOT = '00'
               DISPLAY 'ESTMOV INDISPONIVEL - NADA A POSTAR'
           ELSE
               OPEN EXTEND STOCK-JOURNAL-FILE
               IF WRK-FS-JOR NOT = '00'
                   OPEN OUTPUT STOCK-JOURNAL-FILE
               END-IF
               OPEN EXTEND COGS-FILE
               IF WRK-FS-CMV NOT = '00'
                   OPEN OUTPUT COGS-FILE
               END-IF
               MOVE SPACES TO JOR-LINHA
               STRING 'DIARIO DE POSTAGEM DO ESTOQUE EM '
                      WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO JOR-LINHA
               WRITE JOR-LINHA
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-MOVEMENT-FILE
                      '  REJEITADOS: ' WRK-QTD-REJEITOS
                   DELIMITED BY SIZE INTO JOR-LINHA
               WRITE JOR-LINHA
               CLOSE STOCK-MOVEMENT-FILE STOCK-JOURNAL-FILE COGS-FILE
               PERFORM 0300-REGRAVAR-SALDOS
               PERFORM 0350-LIMPAR-ESTMOV
               DISPLAY 'MOVIMENTOS ACEITOS: ' WRK-QTD-ACEITOS
               CLOSE PRODUCT-MASTER
           END-IF.
       0250-POSTAR-UM-MOVIMENTO.
           IF MVE-LOJA NOT NUMERIC
               MOVE 01 TO MVE-LOJA
           END-IF.
           IF WRK-PRD-DISPON = 'S'
               MOVE MVE-CODIGO TO PRD-CODIGO
               READ PRODUCT-MASTER
           ELSE
               EVALUATE MVE-TIPO
                   WHEN 'E'
                       IF MVE-CUSTO-UNIT NOT NUMERIC
                           MOVE ZEROS TO MVE-CUSTO-UNIT
                       END-IF
                       IF MVE-CUSTO-UNIT > ZEROS
                           PERFORM 0265-RECALCULAR-CUSTO
                       END-IF
                       ADD MVE-QTD TO
                           WRK-STK-SALDO(WRK-POS-SALDO)
                   WHEN 'S'
                       IF MVE-ORIGEM = 'PROGCOB09'
                           OR MVE-ORIGEM = 'PROGCOB15'
                           PERFORM 0266-GRAVAR-CMV
                       END-IF
                       SUBTRACT MVE-QTD FROM
                           WRK-STK-SALDO(WRK-POS-SALDO)
                   WHEN 'A'
                   ADD 1 TO WRK-QTD-ACEITOS
                   MOVE SPACES TO JOR-LINHA
                   STRING 'ACEITO  ' MVE-TIPO ' PRODUTO ' MVE-CODIGO
                          ' LOJA ' MVE-LOJA
                          ' QTD ' MVE-QTD ' ORIGEM ' MVE-ORIGEM
                          ' DATA ' MVE-DATA
                       DELIMITED BY SIZE INTO JOR-LINHA
                   WRITE JOR-LINHA
               END-IF
           END-IF.
      * MEDIA PONDERADA ENTRE O SALDO EM MAOS (NEGATIVO CONTA COMO
      * ZERO) AO CUSTO MEDIO E A ENTRADA AO CUSTO DE COMPRA; PRODUTO
      * AINDA SEM CUSTO ASSUME O DA PRIMEIRA COMPRA PARA TODO O SALDO
       0265-RECALCULAR-CUSTO.
           MOVE ZEROS TO WRK-BASE-CUSTO.
           IF WRK-STK-SALDO(WRK-POS-SALDO) > 0
               AND WRK-STK-CUSTO(WRK-POS-SALDO) > ZEROS
               MOVE WRK-STK-SALDO(WRK-POS-SALDO) TO WRK-BASE-CUSTO
           END-IF.
           COMPUTE WRK-STK-CUSTO(WRK-POS-SALDO) ROUNDED =
               ((WRK-BASE-CUSTO * WRK-STK-CUSTO(WRK-POS-SALDO))
               + (MVE-QTD * MVE-CUSTO-UNIT))
               / (WRK-BASE-CUSTO + MVE-QTD).
       0266-GRAVAR-CMV.
           MOVE MVE-DATA TO CMV-DATA.
           MOVE MVE-CODIGO TO CMV-CODIGO.
           MOVE MVE-QTD TO CMV-QTD.
           MOVE WRK-STK-CUSTO(WRK-POS-SALDO) TO CMV-CUSTO-UNIT.
           IF MVE-DOCUMENTO NOT NUMERIC
               MOVE ZEROS TO MVE-DOCUMENTO
           END-IF.
           MOVE MVE-DOCUMENTO TO CMV-PEDIDO.
           MOVE MVE-LOJA TO CMV-LOJA.
           IF MVE-KIT NOT NUMERIC
               MOVE ZEROS TO MVE-KIT
           END-IF.
           MOVE MVE-KIT TO CMV-KIT.
           COMPUTE CMV-VALOR ROUNDED =
               MVE-QTD * WRK-STK-CUSTO(WRK-POS-SALDO).
           WRITE CMV-REC.
       0270-REJEITAR-MOVIMENTO.
           ADD 1 TO WRK-QTD-REJEITOS.
           MOVE SPACES TO JOR-LINHA.
           STRING 'REJEITADO ' MVE-TIPO ' PRODUTO ' MVE-CODIGO
                  ' LOJA ' MVE-LOJA
                  ' QTD ' MVE-QTD ' - DESCONHECIDO OU TIPO INVALIDO'
               DELIMITED BY SIZE INTO JOR-LINHA.
           WRITE JOR-LINHA.
      * SALDO E POR PRODUTO E LOJA - A PRIMEIRA ENTRADA DO PRODUTO
      * NUMA LOJA ABRE O SALDO DELA
       0280-LOCALIZAR-SALDO.
           MOVE ZEROS TO WRK-POS-SALDO.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
               IF WRK-STK-CODIGO(WRK-IND-SALDO) = MVE-CODIGO
                   AND WRK-STK-LOJA(WRK-IND-SALDO) = MVE-LOJA
                   MOVE WRK-IND-SALDO TO WRK-POS-SALDO
               END-IF
           END-PERFORM.
           IF WRK-POS-SALDO = 0 AND WRK-QTD-SALDOS < 1000
               ADD 1 TO WRK-QTD-SALDOS
               MOVE WRK-QTD-SALDOS TO WRK-POS-SALDO
               MOVE MVE-CODIGO TO WRK-STK-CODIGO(WRK-POS-SALDO)
               MOVE MVE-LOJA TO WRK-STK-LOJA(WRK-POS-SALDO)
               MOVE ZEROS TO WRK-STK-SALDO(WRK-POS-SALDO)
               MOVE ZEROS TO WRK-STK-MINIMO(WRK-POS-SALDO)
               MOVE ZEROS TO WRK-STK-CUSTO(WRK-POS-SALDO)
               MOVE ZEROS TO WRK-STK-CMV-QTD(WRK-POS-SALDO)
               MOVE ZEROS TO WRK-STK-CMV-VALOR(WRK-POS-SALDO)
           END-IF.
       0300-REGRAVAR-SALDOS.
           OPEN OUTPUT STOCK-BALANCE-FILE.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
               MOVE WRK-STK-CODIGO(WRK-IND-SALDO) TO STK-CODIGO
               MOVE WRK-STK-LOJA(WRK-IND-SALDO) TO STK-LOJA
               MOVE WRK-STK-SALDO(WRK-IND-SALDO) TO STK-SALDO
               MOVE WRK-STK-MINIMO(WRK-IND-SALDO) TO STK-MINIMO
               MOVE WRK-STK-CUSTO(WRK-IND-SALDO) TO STK-CUSTO-MEDIO
               WRITE STK-REC
           END-PERFORM.
           CLOSE STOCK-BALANCE-FILE.
           OPEN OUTPUT STOCK-MOVEMENT-FILE.
           CLOSE STOCK-MOVEMENT-FILE.
       0500-RELATORIO-POSICAO.
           PERFORM 0160-RECEBER-LOJA.
           MOVE ZEROS TO WRK-PAGINA WRK-QTD-NEGATIVO WRK-QTD-ABAIXO
               WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-PRD-DISPON.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
           PERFORM 0550-IMPRIMIR-CABECALHO.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
               IF WRK-LOJA-FILTRO = ZEROS
                   OR WRK-STK-LOJA(WRK-IND-SALDO) = WRK-LOJA-FILTRO
                   PERFORM 0600-IMPRIMIR-PRODUTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO POS-LINHA.
           WRITE POS-LINHA.
           MOVE SPACES TO POS-LINHA.
           STRING 'SALDOS: ' WRK-QTD-LISTADOS
                  '  NEGATIVOS: ' WRK-QTD-NEGATIVO
                  '  ABAIXO DO MINIMO: ' WRK-QTD-ABAIXO
               DELIMITED BY SIZE INTO POS-LINHA.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0560-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO POS-LINHA.
           STRING 'CODIGO  LJ  DESCRICAO             SALDO'
                  '     MINIMO SITUACAO'
               DELIMITED BY SIZE INTO POS-LINHA.
           WRITE POS-LINHA.
               END-READ
           END-IF.
           MOVE WRK-STK-CODIGO(WRK-IND-SALDO) TO WRK-LP-CODIGO.
           MOVE WRK-STK-LOJA(WRK-IND-SALDO) TO WRK-LP-LOJA.
           ADD 1 TO WRK-QTD-LISTADOS.
           MOVE WRK-STK-SALDO(WRK-IND-SALDO) TO WRK-LP-SALDO.
           MOVE WRK-STK-MINIMO(WRK-IND-SALDO) TO WRK-LP-MINIMO.
           EVALUATE TRUE
           IF WRK-LINHAS-PAG >= 15
               PERFORM 0550-IMPRIMIR-CABECALHO
           END-IF.
      * VALORIZACAO DO ESTOQUE NA DATA (SALDO POSITIVO X CUSTO
      * MEDIO) E CMV DO MES PELAS SAIDAS DO LOTE DE FRETE NO ESTCMV
       0700-VALORIZACAO-CMV.
           PERFORM 0150-RECEBER-MES.
           MOVE ZEROS TO WRK-PAGINA WRK-TOT-ESTOQUE WRK-TOT-CMV
               WRK-TOT-QTD-CMV.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT COGS-FILE.
           IF WRK-FS-CMV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ COGS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE CMV-DATA(1:6) TO WRK-ANOMES-REG
                           IF WRK-ANOMES-REG = WRK-MES-REF
                               PERFORM 0710-ACUMULAR-CMV
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COGS-FILE
           END-IF.
           MOVE 'N' TO WRK-PRD-DISPON.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE 'S' TO WRK-PRD-DISPON
           END-IF.
           OPEN OUTPUT VALUATION-REPORT-FILE.
           PERFORM 0760-GERAR-CABECALHO-PADRAO.
           MOVE 'VALORIZACAO DO ESTOQUE PELO CUSTO MEDIO' TO VLR-LINHA.
           WRITE VLR-LINHA.
           MOVE SPACES TO VLR-LINHA.
           STRING 'CODIGO  LJ  DESCRICAO                 SALDO'
                  '  CUSTO MEDIO          VALOR'
               DELIMITED BY SIZE INTO VLR-LINHA.
           WRITE VLR-LINHA.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
               PERFORM 0720-IMPRIMIR-VALOR
           END-PERFORM.
           MOVE WRK-TOT-ESTOQUE TO WRK-VALOR-ED.
           MOVE SPACES TO VLR-LINHA.
           STRING 'VALOR TOTAL DO ESTOQUE' '                       '
                  '           ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO VLR-LINHA.
           WRITE VLR-LINHA.
           MOVE SPACES TO VLR-LINHA.
           WRITE VLR-LINHA.
           MOVE SPACES TO VLR-LINHA.
           STRING 'CUSTO DAS MERCADORIAS VENDIDAS NO MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO VLR-LINHA.
           WRITE VLR-LINHA.
           MOVE SPACES TO VLR-LINHA.
           STRING 'CODIGO  LJ  DESCRICAO              QTD SAIDA'
                  '  CUSTO MEDIO          VALOR'
               DELIMITED BY SIZE INTO VLR-LINHA.
           WRITE VLR-LINHA.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
               IF WRK-STK-CMV-QTD(WRK-IND-SALDO) > ZEROS
                   PERFORM 0730-IMPRIMIR-CMV
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-CMV TO WRK-VALOR-ED.
           MOVE SPACES TO VLR-LINHA.
           STRING 'CMV TOTAL DO MES   ' '                          '
                  '           ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO VLR-LINHA.
           WRITE VLR-LINHA.
           CLOSE VALUATION-REPORT-FILE.
           IF WRK-PRD-DISPON = 'S'
               CLOSE PRODUCT-MASTER
           END-IF.
           DISPLAY 'VALORIZACAO E CMV GRAVADOS EM ESTVLREL'.
       0710-ACUMULAR-CMV.
           MOVE CMV-CODIGO TO MVE-CODIGO.
           IF CMV-LOJA NOT NUMERIC
               MOVE 01 TO CMV-LOJA
           END-IF.
           MOVE CMV-LOJA TO MVE-LOJA.
           PERFORM 0280-LOCALIZAR-SALDO.
           IF WRK-POS-SALDO > 0
               ADD CMV-QTD TO WRK-STK-CMV-QTD(WRK-POS-SALDO)
               ADD CMV-VALOR TO WRK-STK-CMV-VALOR(WRK-POS-SALDO)
           END-IF.
           ADD CMV-QTD TO WRK-TOT-QTD-CMV.
           ADD CMV-VALOR TO WRK-TOT-CMV.
       0720-IMPRIMIR-VALOR.
           PERFORM 0740-BUSCAR-DESCRICAO.
           MOVE ZEROS TO WRK-VALOR-ITEM.
           IF WRK-STK-SALDO(WRK-IND-SALDO) > 0
               COMPUTE WRK-VALOR-ITEM ROUNDED =
                   WRK-STK-SALDO(WRK-IND-SALDO)
                   * WRK-STK-CUSTO(WRK-IND-SALDO)
           END-IF.
           ADD WRK-VALOR-ITEM TO WRK-TOT-ESTOQUE.
           MOVE WRK-STK-SALDO(WRK-IND-SALDO) TO WRK-LV-QTD.
           MOVE WRK-STK-CUSTO(WRK-IND-SALDO) TO WRK-LV-CUSTO.
           MOVE WRK-VALOR-ITEM TO WRK-LV-VALOR.
           WRITE VLR-LINHA FROM WRK-LINHA-VAL.
       0730-IMPRIMIR-CMV.
           PERFORM 0740-BUSCAR-DESCRICAO.
           MOVE WRK-STK-CMV-QTD(WRK-IND-SALDO) TO WRK-LV-QTD.
           COMPUTE WRK-LV-CUSTO ROUNDED =
               WRK-STK-CMV-VALOR(WRK-IND-SALDO)
               / WRK-STK-CMV-QTD(WRK-IND-SALDO).
           MOVE WRK-STK-CMV-VALOR(WRK-IND-SALDO) TO WRK-LV-VALOR.
           WRITE VLR-LINHA FROM WRK-LINHA-VAL.
       0740-BUSCAR-DESCRICAO.
           MOVE 'DESCRICAO NAO DISP.' TO WRK-LV-DESCR.
           IF WRK-PRD-DISPON = 'S'
               MOVE WRK-STK-CODIGO(WRK-IND-SALDO) TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRD-DESCRICAO TO WRK-LV-DESCR
               END-READ
           END-IF.
           MOVE WRK-STK-CODIGO(WRK-IND-SALDO) TO WRK-LV-CODIGO.
           MOVE WRK-STK-LOJA(WRK-IND-SALDO) TO WRK-LV-LOJA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0760-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==VLR-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='VALORIZACAO DO ESTOQUE E CMV'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
