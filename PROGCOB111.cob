       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB111.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = RENTABILIDADE DOS PEDIDOS DO MES (RENTREL): PARA
      * CADA PEDIDO DO CUSTORD A RECEITA (CORD-VALOR + CORD-FRETE,
      * SEM O ICMS, QUE E IMPOSTO REPASSADO) MENOS O CUSTO DOS
      * PRODUTOS (CMV REAL DO ESTCMV PELO CMV-PEDIDO; SEM ELE, QTD X
      * CUSTO MEDIO DO ESTOQUE) E MENOS O FRETE PAGO A TRANSPORTADORA
      * (FRETEHIS ACEITO NA AUDITORIA DO PROGCOB107, RATEADO PELO
      * SST-FRETE DOS PEDIDOS DO EMBARQUE; SEM COBRANCA AINDA,
      * SST-FRETE X TRP-FATOR) DA A MARGEM BRUTA; VALOR ESTIMADO SAI
      * MARCADO COM 'E'. DEPOIS O RESUMO DO MES POR CLIENTE, POR UF,
      * POR PRODUTO (FRETE RATEADO PELO CORD-FRETE DO ITEM) E POR
      * TRANSPORTADORA, COM AS UFS QUE DAO PREJUIZO APOS O FRETE
      * MARCADAS COM '*'
      * DATA = XX/XX/XXXX
      * MANUTENCAO = TABELA DE CUSTO MEDIO AMPLIADA PARA OS SALDOS
      * POR LOJA DO ESTOQUE
      * MANUTENCAO = CMV DOS COMPONENTES DE KIT (CMV-KIT) SOMADO NO
      * ITEM DO KIT VENDIDO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-ORDER-FILE ASSIGN TO 'CUSTORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORD.
           SELECT COGS-FILE ASSIGN TO 'ESTCMV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CMV.
           SELECT STOCK-BALANCE-FILE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STK.
           SELECT SHIPMENT-STATUS-FILE ASSIGN TO 'SHIPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SST.
           SELECT FREIGHT-HISTORY-FILE ASSIGN TO 'FRETEHIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIS.
           SELECT CARRIER-MASTER ASSIGN TO 'TRANSMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRP.
           SELECT PROFIT-REPORT-FILE ASSIGN TO 'RENTREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  CUST-ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  COGS-FILE.
       COPY 'CMVREC.COB'.
       FD  STOCK-BALANCE-FILE.
       COPY 'ESTREC.COB'.
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  FREIGHT-HISTORY-FILE.
       COPY 'FHISREC.COB'.
       FD  CARRIER-MASTER.
       COPY 'TRPREC.COB'.
       FD  PROFIT-REPORT-FILE.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-ORD      PIC X(02) VALUE SPACES.
       77 WRK-FS-CMV      PIC X(02) VALUE SPACES.
       77 WRK-FS-STK      PIC X(02) VALUE SPACES.
       77 WRK-FS-SST      PIC X(02) VALUE SPACES.
       77 WRK-FS-HIS      PIC X(02) VALUE SPACES.
       77 WRK-FS-TRP      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-COD-CMV     PIC 9(06) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-REL    PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-PEDIDO      PIC 9(08) VALUE ZEROS.
       77 WRK-EMBARQUE    PIC 9(08) VALUE ZEROS.
       77 WRK-IND-TRP     PIC 9(03) VALUE ZEROS.
       77 WRK-COD-TRP     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-PED     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PED     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ITEM    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ITEM    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EMB     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-EMB     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CUSTO   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-CUSTO   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CLI     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-CLI     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-UF      PIC 9(04) VALUE ZEROS.
       77 WRK-IND-UF      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PRD     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PRD     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-AUX     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-UF-NEG  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ESTIM   PIC 9(04) VALUE ZEROS.
       77 WRK-RECEITA     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MARGEM      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL  PIC S9(03)V9 VALUE ZEROS.
       77 WRK-FRETE-ITEM  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-RECEITA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ICMS    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CUSTO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-FRETE   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC ZZZZZZZZ9.99 VALUE ZEROS.
       77 WRK-TITULO      PIC X(50) VALUE SPACES.
      * PEDIDOS DO MES (UM POR CORD-PEDIDO; REGISTRO ANTIGO SEM O
      * NUMERO VIRA UM PEDIDO POR LINHA)
       01 WRK-TABELA-PED.
           02 WRK-PED OCCURS 2000 TIMES.
               03 WRK-PED-PEDIDO    PIC 9(08).
               03 WRK-PED-CLIENTE   PIC 9(06).
               03 WRK-PED-UF        PIC X(02).
               03 WRK-PED-VALOR     PIC 9(08)V99.
               03 WRK-PED-FRETE     PIC 9(08)V99.
               03 WRK-PED-ICMS      PIC 9(08)V99.
               03 WRK-PED-CUSTO     PIC 9(08)V99.
               03 WRK-PED-SST       PIC X(01).
               03 WRK-PED-SST-FRETE PIC 9(06)V99.
               03 WRK-PED-EMBARQUE  PIC 9(08).
               03 WRK-PED-TRANSP    PIC 9(02).
               03 WRK-PED-FRETE-PG  PIC 9(08)V99.
               03 WRK-PED-ESTIMADO  PIC X(01).
      * ITENS DO MES (UM POR CORD-REC), LIGADOS AO PEDIDO
       01 WRK-TABELA-ITEM.
           02 WRK-ITEM OCCURS 3000 TIMES.
               03 WRK-ITEM-IND-PED  PIC 9(04).
               03 WRK-ITEM-PEDIDO   PIC 9(08).
               03 WRK-ITEM-CODPROD  PIC 9(06).
               03 WRK-ITEM-DESCR    PIC X(20).
               03 WRK-ITEM-QTD      PIC 9(05).
               03 WRK-ITEM-VALOR    PIC 9(08)V99.
               03 WRK-ITEM-FRETE    PIC 9(08)V99.
               03 WRK-ITEM-CUSTO    PIC 9(08)V99.
               03 WRK-ITEM-CMV      PIC X(01).
      * EMBARQUES DOS PEDIDOS DO MES, COM O SST-FRETE DE TODOS OS
      * PEDIDOS DELES E O FRETE ACEITO NO FRETEHIS
       01 WRK-TABELA-EMB.
           02 WRK-EMB OCCURS 2000 TIMES.
               03 WRK-EMB-EMBARQUE  PIC 9(08).
               03 WRK-EMB-TRANSP    PIC 9(02).
               03 WRK-EMB-SOMA      PIC 9(08)V99.
               03 WRK-EMB-PAGO      PIC 9(08)V99.
               03 WRK-EMB-COBRADO   PIC X(01).
       01 WRK-TABELA-CUSTO.
           02 WRK-CUSTO OCCURS 1000 TIMES.
               03 WRK-CUSTO-CODIGO  PIC 9(06).
               03 WRK-CUSTO-MEDIO   PIC 9(06)V9999.
      * TRANSPORTADORAS INDEXADAS PELO PROPRIO CODIGO + 1 (A POSICAO
      * 1 JUNTA OS PEDIDOS SEM TRANSPORTADORA)
       01 WRK-TABELA-TRP.
           02 WRK-TRP OCCURS 100 TIMES.
               03 WRK-TRP-NOME      PIC X(20).
               03 WRK-TRP-FATOR     PIC 9(01)V99.
               03 WRK-TRP-RECEITA   PIC 9(09)V99.
               03 WRK-TRP-CUSTO     PIC 9(09)V99.
               03 WRK-TRP-FRETE     PIC 9(09)V99.
       01 WRK-TABELA-CLI.
           02 WRK-CLI OCCURS 1000 TIMES.
               03 WRK-CLI-CODIGO    PIC 9(06).
               03 WRK-CLI-RECEITA   PIC 9(09)V99.
               03 WRK-CLI-CUSTO     PIC 9(09)V99.
               03 WRK-CLI-FRETE     PIC 9(09)V99.
       01 WRK-TABELA-UF.
           02 WRK-UF OCCURS 30 TIMES.
               03 WRK-UF-SIGLA      PIC X(02).
               03 WRK-UF-RECEITA    PIC 9(09)V99.
               03 WRK-UF-CUSTO      PIC 9(09)V99.
               03 WRK-UF-FRETE      PIC 9(09)V99.
       01 WRK-TABELA-PRD.
           02 WRK-PRD OCCURS 500 TIMES.
               03 WRK-PRD-CODIGO    PIC 9(06).
               03 WRK-PRD-DESCR     PIC X(20).
               03 WRK-PRD-RECEITA   PIC 9(09)V99.
               03 WRK-PRD-CUSTO     PIC 9(09)V99.
               03 WRK-PRD-FRETE     PIC 9(09)V99.
      * AREA COMUM DA LINHA DE RESUMO (CLIENTE, UF, PRODUTO, TRANSP)
       01 WRK-RESUMO.
           02 WRK-RES-CHAVE       PIC X(06).
           02 WRK-RES-NOME        PIC X(14).
           02 WRK-RES-RECEITA     PIC 9(09)V99.
           02 WRK-RES-CUSTO       PIC 9(09)V99.
           02 WRK-RES-FRETE       PIC 9(09)V99.
       01 WRK-LINHA-PED.
           02 WRK-LP-PEDIDO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-UF       PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-RECEITA  PIC ZZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-ICMS     PIC ZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-CUSTO    PIC ZZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-FRETE    PIC ZZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-MARGEM   PIC ------9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-PERC     PIC ---9.9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-ESTIM    PIC X(01).
       01 WRK-LINHA-RES.
           02 WRK-LR-CHAVE    PIC X(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-NOME     PIC X(14).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-RECEITA  PIC ZZZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-CUSTO    PIC ZZZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-FRETE    PIC ZZZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-MARGEM   PIC -------9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-PERC     PIC ---9.9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-MARCA    PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM 0050-RECEBER-MES.
           PERFORM 0100-CARREGAR-TRANSPORTADORAS.
           PERFORM 0150-CARREGAR-CUSTOS.
           PERFORM 0200-CARREGAR-PEDIDOS.
           IF WRK-FS-ORD NOT = '00'
               DISPLAY 'CUSTORD INDISPONIVEL - STATUS ' WRK-FS-ORD
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB111 ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           IF WRK-QTD-PED = 0
               DISPLAY 'NENHUM PEDIDO NO CUSTORD PARA O MES '
                   WRK-MES-REF
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0300-APLICAR-CMV.
           PERFORM 0400-LOCALIZAR-EMBARQUES.
           PERFORM 0450-SOMAR-FRETE-EMBARQUE.
           PERFORM 0480-APLICAR-FRETE-PAGO.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB111 ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0500-RATEAR-FRETE.
           OPEN OUTPUT PROFIT-REPORT-FILE.
           PERFORM 0550-GERAR-CABECALHO-PADRAO.
           PERFORM 0600-IMPRIMIR-PEDIDOS.
           IF WRK-TAB-CHEIA = 'S'
               CLOSE PROFIT-REPORT-FILE
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB111 ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0700-IMPRIMIR-RESUMOS.
           CLOSE PROFIT-REPORT-FILE.
           DISPLAY 'PEDIDOS ANALISADOS: ' WRK-QTD-PED
               '  COM VALOR ESTIMADO: ' WRK-QTD-ESTIM.
           DISPLAY 'UFS COM MARGEM NEGATIVA APOS O FRETE: '
               WRK-QTD-UF-NEG.
           DISPLAY 'RELATORIO GRAVADO EM RENTREL'.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB111'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB111'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0050-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES DA RENTABILIDADE (AAAAMM): '==.
      * SEM TRANSMAST O FATOR FICA 1.00 PARA TODAS
       0100-CARREGAR-TRANSPORTADORAS.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > 100
               MOVE 'NAO CADASTRADA' TO WRK-TRP-NOME(WRK-IND-TRP)
               MOVE 1.00 TO WRK-TRP-FATOR(WRK-IND-TRP)
               MOVE ZEROS TO WRK-TRP-RECEITA(WRK-IND-TRP)
                   WRK-TRP-CUSTO(WRK-IND-TRP)
                   WRK-TRP-FRETE(WRK-IND-TRP)
           END-PERFORM.
           MOVE 'SEM TRANSPORTADORA' TO WRK-TRP-NOME(1).
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CARRIER-MASTER.
           IF WRK-FS-TRP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CARRIER-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TRP-CODIGO > 0
                               COMPUTE WRK-IND-TRP = TRP-CODIGO + 1
                               MOVE TRP-NOME TO
                                   WRK-TRP-NOME(WRK-IND-TRP)
                               IF TRP-FATOR > 0
                                   MOVE TRP-FATOR TO
                                       WRK-TRP-FATOR(WRK-IND-TRP)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-MASTER
           ELSE
               DISPLAY 'TRANSMAST INDISPONIVEL - FATOR 1.00 PARA'
                   ' TODAS AS TRANSPORTADORAS'
           END-IF.
      * CUSTO MEDIO ATUAL, SO PARA O ITEM AINDA SEM CMV NO ESTCMV
       0150-CARREGAR-CUSTOS.
           MOVE ZEROS TO WRK-QTD-CUSTO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-FS-STK = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-CUSTO >= 1000
                               MOVE 'S' TO WRK-TAB-CHEIA
                               MOVE 'Y' TO WRK-FIM-ARQ
                           ELSE
                               ADD 1 TO WRK-QTD-CUSTO
                               MOVE STK-CODIGO TO
                                   WRK-CUSTO-CODIGO(WRK-QTD-CUSTO)
                               IF STK-CUSTO-MEDIO NOT NUMERIC
                                   MOVE ZEROS TO STK-CUSTO-MEDIO
                               END-IF
                               MOVE STK-CUSTO-MEDIO TO
                                   WRK-CUSTO-MEDIO(WRK-QTD-CUSTO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-BALANCE-FILE
           ELSE
               DISPLAY 'ESTOQUE INDISPONIVEL - ITEM SEM CMV FICA COM'
                   ' CUSTO ZERO'
           END-IF.
       0200-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-PED WRK-QTD-ITEM.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUST-ORDER-FILE.
           IF WRK-FS-ORD = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUST-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CORD-DATA IS NUMERIC
                               MOVE CORD-DATA(1:6) TO WRK-ANOMES-REG
                               IF WRK-ANOMES-REG = WRK-MES-REF
                                   PERFORM 0210-INCLUIR-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
               MOVE '00' TO WRK-FS-ORD
           END-IF.
       0210-INCLUIR-ITEM.
           IF CORD-PEDIDO IS NUMERIC
               MOVE CORD-PEDIDO TO WRK-PEDIDO
           ELSE
               MOVE ZEROS TO WRK-PEDIDO
           END-IF.
           MOVE ZEROS TO WRK-IND-PED.
           IF WRK-PEDIDO NOT = ZEROS
               PERFORM VARYING WRK-IND-AUX FROM 1 BY 1
                       UNTIL WRK-IND-AUX > WRK-QTD-PED
                          OR WRK-IND-PED > 0
                   IF WRK-PED-PEDIDO(WRK-IND-AUX) = WRK-PEDIDO
                       MOVE WRK-IND-AUX TO WRK-IND-PED
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-QTD-ITEM >= 3000
              OR (WRK-IND-PED = 0 AND WRK-QTD-PED >= 2000)
               MOVE 'S' TO WRK-TAB-CHEIA
               MOVE 'Y' TO WRK-FIM-ARQ
           ELSE
               IF WRK-IND-PED = 0
                   ADD 1 TO WRK-QTD-PED
                   MOVE WRK-QTD-PED TO WRK-IND-PED
                   MOVE WRK-PEDIDO TO WRK-PED-PEDIDO(WRK-IND-PED)
                   MOVE CORD-CLIENTE TO WRK-PED-CLIENTE(WRK-IND-PED)
                   MOVE CORD-UF TO WRK-PED-UF(WRK-IND-PED)
                   MOVE ZEROS TO WRK-PED-VALOR(WRK-IND-PED)
                       WRK-PED-FRETE(WRK-IND-PED)
                       WRK-PED-ICMS(WRK-IND-PED)
                       WRK-PED-CUSTO(WRK-IND-PED)
                       WRK-PED-SST-FRETE(WRK-IND-PED)
                       WRK-PED-EMBARQUE(WRK-IND-PED)
                       WRK-PED-TRANSP(WRK-IND-PED)
                       WRK-PED-FRETE-PG(WRK-IND-PED)
                   MOVE 'N' TO WRK-PED-SST(WRK-IND-PED)
                       WRK-PED-ESTIMADO(WRK-IND-PED)
               END-IF
               ADD CORD-VALOR TO WRK-PED-VALOR(WRK-IND-PED)
               ADD CORD-FRETE TO WRK-PED-FRETE(WRK-IND-PED)
               ADD CORD-ICMS TO WRK-PED-ICMS(WRK-IND-PED)
               ADD 1 TO WRK-QTD-ITEM
               MOVE WRK-IND-PED TO WRK-ITEM-IND-PED(WRK-QTD-ITEM)
               MOVE WRK-PEDIDO TO WRK-ITEM-PEDIDO(WRK-QTD-ITEM)
               IF CORD-CODPROD IS NUMERIC
                   MOVE CORD-CODPROD TO WRK-ITEM-CODPROD(WRK-QTD-ITEM)
               ELSE
                   MOVE ZEROS TO WRK-ITEM-CODPROD(WRK-QTD-ITEM)
               END-IF
               IF CORD-QTD IS NUMERIC AND CORD-QTD > 0
                   MOVE CORD-QTD TO WRK-ITEM-QTD(WRK-QTD-ITEM)
               ELSE
                   MOVE 1 TO WRK-ITEM-QTD(WRK-QTD-ITEM)
               END-IF
               MOVE CORD-PRODUTO TO WRK-ITEM-DESCR(WRK-QTD-ITEM)
               MOVE CORD-VALOR TO WRK-ITEM-VALOR(WRK-QTD-ITEM)
               MOVE CORD-FRETE TO WRK-ITEM-FRETE(WRK-QTD-ITEM)
               MOVE ZEROS TO WRK-ITEM-CUSTO(WRK-QTD-ITEM)
               MOVE 'N' TO WRK-ITEM-CMV(WRK-QTD-ITEM)
           END-IF.
      * CMV REAL GRAVADO PELA POSTAGEM DO PROGCOB62 (TODOS OS MESES:
      * A SAIDA PODE SER POSTADA DEPOIS DO MES DO PEDIDO); ITEM SEM
      * CMV FICA COM QTD X CUSTO MEDIO E O PEDIDO SAI ESTIMADO
       0300-APLICAR-CMV.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT COGS-FILE.
           IF WRK-FS-CMV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ COGS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0310-CASAR-CMV
                   END-READ
               END-PERFORM
               CLOSE COGS-FILE
           END-IF.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITEM
               IF WRK-ITEM-CMV(WRK-IND-ITEM) = 'N'
                   PERFORM 0320-ESTIMAR-CUSTO
               END-IF
               MOVE WRK-ITEM-IND-PED(WRK-IND-ITEM) TO WRK-IND-PED
               ADD WRK-ITEM-CUSTO(WRK-IND-ITEM) TO
                   WRK-PED-CUSTO(WRK-IND-PED)
           END-PERFORM.
       0310-CASAR-CMV.
      * SAIDA DE COMPONENTE CASA COM O ITEM DO KIT, NAO COM UMA VENDA
      * AVULSA DO MESMO COMPONENTE NO PEDIDO
           MOVE CMV-CODIGO TO WRK-COD-CMV.
           IF CMV-KIT NUMERIC AND CMV-KIT NOT = ZEROS
               MOVE CMV-KIT TO WRK-COD-CMV
           END-IF.
           IF CMV-PEDIDO IS NUMERIC AND CMV-PEDIDO NOT = ZEROS
               MOVE 'N' TO WRK-ACHOU
               PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                       UNTIL WRK-IND-ITEM > WRK-QTD-ITEM
                          OR WRK-ACHOU = 'S'
                   IF WRK-ITEM-PEDIDO(WRK-IND-ITEM) = CMV-PEDIDO
                      AND WRK-ITEM-CODPROD(WRK-IND-ITEM) = WRK-COD-CMV
                       ADD CMV-VALOR TO WRK-ITEM-CUSTO(WRK-IND-ITEM)
                       MOVE 'S' TO WRK-ITEM-CMV(WRK-IND-ITEM)
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-PERFORM
           END-IF.
       0320-ESTIMAR-CUSTO.
           MOVE WRK-ITEM-IND-PED(WRK-IND-ITEM) TO WRK-IND-PED.
           MOVE 'S' TO WRK-PED-ESTIMADO(WRK-IND-PED).
           PERFORM VARYING WRK-IND-CUSTO FROM 1 BY 1
                   UNTIL WRK-IND-CUSTO > WRK-QTD-CUSTO
               IF WRK-CUSTO-CODIGO(WRK-IND-CUSTO) =
                  WRK-ITEM-CODPROD(WRK-IND-ITEM)
                   COMPUTE WRK-ITEM-CUSTO(WRK-IND-ITEM) ROUNDED =
                       WRK-ITEM-QTD(WRK-IND-ITEM) *
                       WRK-CUSTO-MEDIO(WRK-IND-CUSTO)
               END-IF
           END-PERFORM.
      * PRIMEIRA PASSADA: ACHA O EMBARQUE E A TRANSPORTADORA DE CADA
      * PEDIDO DO MES
       0400-LOCALIZAR-EMBARQUES.
           MOVE ZEROS TO WRK-QTD-EMB.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0410-CASAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           ELSE
               DISPLAY 'SHIPSTAT INDISPONIVEL - FRETE PAGO ESTIMADO'
                   ' PELO FRETE DO PEDIDO'
           END-IF.
       0410-CASAR-PEDIDO.
           IF SST-EMBARQUE IS NUMERIC AND SST-EMBARQUE NOT = ZEROS
               MOVE SST-EMBARQUE TO WRK-EMBARQUE
           ELSE
               MOVE SST-NUMERO TO WRK-EMBARQUE
           END-IF.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               IF WRK-PED-PEDIDO(WRK-IND-PED) = SST-NUMERO
                  AND SST-NUMERO NOT = ZEROS
                   MOVE 'S' TO WRK-PED-SST(WRK-IND-PED)
                   MOVE SST-FRETE TO WRK-PED-SST-FRETE(WRK-IND-PED)
                   MOVE WRK-EMBARQUE TO WRK-PED-EMBARQUE(WRK-IND-PED)
                   MOVE SST-TRANSP TO WRK-PED-TRANSP(WRK-IND-PED)
                   PERFORM 0420-INCLUIR-EMBARQUE
               END-IF
           END-PERFORM.
       0420-INCLUIR-EMBARQUE.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND-EMB FROM 1 BY 1
                   UNTIL WRK-IND-EMB > WRK-QTD-EMB
               IF WRK-EMB-EMBARQUE(WRK-IND-EMB) = WRK-EMBARQUE
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N'
               IF WRK-QTD-EMB >= 2000
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-EMB
                   MOVE WRK-EMBARQUE TO WRK-EMB-EMBARQUE(WRK-QTD-EMB)
                   MOVE SST-TRANSP TO WRK-EMB-TRANSP(WRK-QTD-EMB)
                   MOVE ZEROS TO WRK-EMB-SOMA(WRK-QTD-EMB)
                       WRK-EMB-PAGO(WRK-QTD-EMB)
                   MOVE 'N' TO WRK-EMB-COBRADO(WRK-QTD-EMB)
               END-IF
           END-IF.
      * SEGUNDA PASSADA: SOMA O SST-FRETE DE TODOS OS PEDIDOS DO
      * EMBARQUE (INCLUSIVE OS DE OUTRO MES), BASE DO RATEIO
       0450-SOMAR-FRETE-EMBARQUE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0460-SOMAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           END-IF.
       0460-SOMAR-PEDIDO.
           IF SST-EMBARQUE IS NUMERIC AND SST-EMBARQUE NOT = ZEROS
               MOVE SST-EMBARQUE TO WRK-EMBARQUE
           ELSE
               MOVE SST-NUMERO TO WRK-EMBARQUE
           END-IF.
           PERFORM VARYING WRK-IND-EMB FROM 1 BY 1
                   UNTIL WRK-IND-EMB > WRK-QTD-EMB
               IF WRK-EMB-EMBARQUE(WRK-IND-EMB) = WRK-EMBARQUE
                   ADD SST-FRETE TO WRK-EMB-SOMA(WRK-IND-EMB)
               END-IF
           END-PERFORM.
      * FRETE ACEITO NAS AUDITORIAS DE FATURA PELO EMBARQUE INTEIRO
       0480-APLICAR-FRETE-PAGO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT FREIGHT-HISTORY-FILE.
           IF WRK-FS-HIS = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ FREIGHT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0490-CASAR-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE FREIGHT-HISTORY-FILE
           END-IF.
       0490-CASAR-HISTORICO.
           PERFORM VARYING WRK-IND-EMB FROM 1 BY 1
                   UNTIL WRK-IND-EMB > WRK-QTD-EMB
               IF WRK-EMB-EMBARQUE(WRK-IND-EMB) = HIS-EMBARQUE
                  AND WRK-EMB-TRANSP(WRK-IND-EMB) = HIS-TRANSP
                  AND HIS-EMBARQUE NOT = ZEROS
                   ADD HIS-VALOR TO WRK-EMB-PAGO(WRK-IND-EMB)
                   MOVE 'S' TO WRK-EMB-COBRADO(WRK-IND-EMB)
               END-IF
           END-PERFORM.
      * EMBARQUE JA COBRADO: FRETE PAGO RATEADO PELO SST-FRETE DO
      * PEDIDO; AINDA NAO COBRADO: SST-FRETE X TRP-FATOR; PEDIDO FORA
      * DO SHIPSTAT: O PROPRIO FRETE DO PEDIDO - OS DOIS ULTIMOS
      * SAEM ESTIMADOS
       0500-RATEAR-FRETE.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               PERFORM 0510-FRETE-DO-PEDIDO
           END-PERFORM.
       0510-FRETE-DO-PEDIDO.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-PED-SST(WRK-IND-PED) = 'S'
               PERFORM VARYING WRK-IND-EMB FROM 1 BY 1
                       UNTIL WRK-IND-EMB > WRK-QTD-EMB
                          OR WRK-ACHOU = 'S'
                   IF WRK-EMB-EMBARQUE(WRK-IND-EMB) =
                      WRK-PED-EMBARQUE(WRK-IND-PED)
                       MOVE 'S' TO WRK-ACHOU
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM WRK-IND-EMB
           END-IF.
           IF WRK-ACHOU = 'S'
              AND WRK-EMB-COBRADO(WRK-IND-EMB) = 'S'
              AND WRK-EMB-SOMA(WRK-IND-EMB) > 0
               COMPUTE WRK-PED-FRETE-PG(WRK-IND-PED) ROUNDED =
                   WRK-EMB-PAGO(WRK-IND-EMB) *
                   WRK-PED-SST-FRETE(WRK-IND-PED) /
                   WRK-EMB-SOMA(WRK-IND-EMB)
           ELSE
               MOVE 'S' TO WRK-PED-ESTIMADO(WRK-IND-PED)
               IF WRK-PED-SST(WRK-IND-PED) = 'S'
                   COMPUTE WRK-IND-TRP =
                       WRK-PED-TRANSP(WRK-IND-PED) + 1
                   COMPUTE WRK-PED-FRETE-PG(WRK-IND-PED) ROUNDED =
                       WRK-PED-SST-FRETE(WRK-IND-PED) *
                       WRK-TRP-FATOR(WRK-IND-TRP)
               ELSE
                   MOVE WRK-PED-FRETE(WRK-IND-PED) TO
                       WRK-PED-FRETE-PG(WRK-IND-PED)
               END-IF
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0550-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='RENTABILIDADE DO MES ' WRK-MES-REF==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-REL==.
       0600-IMPRIMIR-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-CLI WRK-QTD-UF WRK-QTD-PRD
               WRK-QTD-ESTIM WRK-TOT-RECEITA WRK-TOT-ICMS
               WRK-TOT-CUSTO WRK-TOT-FRETE.
           MOVE 'MARGEM BRUTA POR PEDIDO (E = CUSTO OU FRETE ESTIMADO)'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDO   CLIENT UF    RECEITA     ICMS      CUSTO'
                  '   FRETE PG     MARGEM   MG%'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               PERFORM 0610-IMPRIMIR-PEDIDO
           END-PERFORM.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITEM
               PERFORM 0650-ACUMULAR-PRODUTO
           END-PERFORM.
       0610-IMPRIMIR-PEDIDO.
           COMPUTE WRK-RECEITA = WRK-PED-VALOR(WRK-IND-PED) +
               WRK-PED-FRETE(WRK-IND-PED).
           COMPUTE WRK-MARGEM = WRK-RECEITA -
               WRK-PED-CUSTO(WRK-IND-PED) -
               WRK-PED-FRETE-PG(WRK-IND-PED).
           PERFORM 0690-CALCULAR-PERCENTUAL.
           MOVE WRK-PED-PEDIDO(WRK-IND-PED) TO WRK-LP-PEDIDO.
           MOVE WRK-PED-CLIENTE(WRK-IND-PED) TO WRK-LP-CLIENTE.
           MOVE WRK-PED-UF(WRK-IND-PED) TO WRK-LP-UF.
           MOVE WRK-RECEITA TO WRK-LP-RECEITA.
           MOVE WRK-PED-ICMS(WRK-IND-PED) TO WRK-LP-ICMS.
           MOVE WRK-PED-CUSTO(WRK-IND-PED) TO WRK-LP-CUSTO.
           MOVE WRK-PED-FRETE-PG(WRK-IND-PED) TO WRK-LP-FRETE.
           MOVE WRK-MARGEM TO WRK-LP-MARGEM.
           MOVE WRK-PERCENTUAL TO WRK-LP-PERC.
           IF WRK-PED-ESTIMADO(WRK-IND-PED) = 'S'
               MOVE 'E' TO WRK-LP-ESTIM
               ADD 1 TO WRK-QTD-ESTIM
           ELSE
               MOVE SPACES TO WRK-LP-ESTIM
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-PED.
           ADD WRK-RECEITA TO WRK-TOT-RECEITA.
           ADD WRK-PED-ICMS(WRK-IND-PED) TO WRK-TOT-ICMS.
           ADD WRK-PED-CUSTO(WRK-IND-PED) TO WRK-TOT-CUSTO.
           ADD WRK-PED-FRETE-PG(WRK-IND-PED) TO WRK-TOT-FRETE.
           PERFORM 0620-ACUMULAR-CLIENTE.
           PERFORM 0630-ACUMULAR-UF.
           COMPUTE WRK-IND-TRP = WRK-PED-TRANSP(WRK-IND-PED) + 1.
           ADD WRK-RECEITA TO WRK-TRP-RECEITA(WRK-IND-TRP).
           ADD WRK-PED-CUSTO(WRK-IND-PED) TO WRK-TRP-CUSTO(WRK-IND-TRP).
           ADD WRK-PED-FRETE-PG(WRK-IND-PED) TO
               WRK-TRP-FRETE(WRK-IND-TRP).
       0620-ACUMULAR-CLIENTE.
           MOVE ZEROS TO WRK-IND-CLI.
           PERFORM VARYING WRK-IND-AUX FROM 1 BY 1
                   UNTIL WRK-IND-AUX > WRK-QTD-CLI
                      OR WRK-IND-CLI > 0
               IF WRK-CLI-CODIGO(WRK-IND-AUX) =
                  WRK-PED-CLIENTE(WRK-IND-PED)
                   MOVE WRK-IND-AUX TO WRK-IND-CLI
               END-IF
           END-PERFORM.
           IF WRK-IND-CLI = 0
               IF WRK-QTD-CLI >= 1000
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-CLI
                   MOVE WRK-QTD-CLI TO WRK-IND-CLI
                   MOVE WRK-PED-CLIENTE(WRK-IND-PED) TO
                       WRK-CLI-CODIGO(WRK-IND-CLI)
                   MOVE ZEROS TO WRK-CLI-RECEITA(WRK-IND-CLI)
                       WRK-CLI-CUSTO(WRK-IND-CLI)
                       WRK-CLI-FRETE(WRK-IND-CLI)
               END-IF
           END-IF.
           IF WRK-IND-CLI > 0
               ADD WRK-RECEITA TO WRK-CLI-RECEITA(WRK-IND-CLI)
               ADD WRK-PED-CUSTO(WRK-IND-PED) TO
                   WRK-CLI-CUSTO(WRK-IND-CLI)
               ADD WRK-PED-FRETE-PG(WRK-IND-PED) TO
                   WRK-CLI-FRETE(WRK-IND-CLI)
           END-IF.
       0630-ACUMULAR-UF.
           MOVE ZEROS TO WRK-IND-UF.
           PERFORM VARYING WRK-IND-AUX FROM 1 BY 1
                   UNTIL WRK-IND-AUX > WRK-QTD-UF
                      OR WRK-IND-UF > 0
               IF WRK-UF-SIGLA(WRK-IND-AUX) = WRK-PED-UF(WRK-IND-PED)
                   MOVE WRK-IND-AUX TO WRK-IND-UF
               END-IF
           END-PERFORM.
           IF WRK-IND-UF = 0
               IF WRK-QTD-UF >= 30
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-UF
                   MOVE WRK-QTD-UF TO WRK-IND-UF
                   MOVE WRK-PED-UF(WRK-IND-PED) TO
                       WRK-UF-SIGLA(WRK-IND-UF)
                   MOVE ZEROS TO WRK-UF-RECEITA(WRK-IND-UF)
                       WRK-UF-CUSTO(WRK-IND-UF)
                       WRK-UF-FRETE(WRK-IND-UF)
               END-IF
           END-IF.
           IF WRK-IND-UF > 0
               ADD WRK-RECEITA TO WRK-UF-RECEITA(WRK-IND-UF)
               ADD WRK-PED-CUSTO(WRK-IND-PED) TO
                   WRK-UF-CUSTO(WRK-IND-UF)
               ADD WRK-PED-FRETE-PG(WRK-IND-PED) TO
                   WRK-UF-FRETE(WRK-IND-UF)
           END-IF.
      * FRETE PAGO DO PEDIDO RATEADO PELO CORD-FRETE DO ITEM (SEM
      * FRETE NO PEDIDO, PELO VALOR DO ITEM)
       0650-ACUMULAR-PRODUTO.
           MOVE WRK-ITEM-IND-PED(WRK-IND-ITEM) TO WRK-IND-PED.
           MOVE ZEROS TO WRK-FRETE-ITEM.
           IF WRK-PED-FRETE(WRK-IND-PED) > 0
               COMPUTE WRK-FRETE-ITEM ROUNDED =
                   WRK-PED-FRETE-PG(WRK-IND-PED) *
                   WRK-ITEM-FRETE(WRK-IND-ITEM) /
                   WRK-PED-FRETE(WRK-IND-PED)
           ELSE
               IF WRK-PED-VALOR(WRK-IND-PED) > 0
                   COMPUTE WRK-FRETE-ITEM ROUNDED =
                       WRK-PED-FRETE-PG(WRK-IND-PED) *
                       WRK-ITEM-VALOR(WRK-IND-ITEM) /
                       WRK-PED-VALOR(WRK-IND-PED)
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-IND-PRD.
           PERFORM VARYING WRK-IND-AUX FROM 1 BY 1
                   UNTIL WRK-IND-AUX > WRK-QTD-PRD
                      OR WRK-IND-PRD > 0
               IF WRK-PRD-CODIGO(WRK-IND-AUX) =
                  WRK-ITEM-CODPROD(WRK-IND-ITEM)
                   MOVE WRK-IND-AUX TO WRK-IND-PRD
               END-IF
           END-PERFORM.
           IF WRK-IND-PRD = 0
               IF WRK-QTD-PRD >= 500
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-PRD
                   MOVE WRK-QTD-PRD TO WRK-IND-PRD
                   MOVE WRK-ITEM-CODPROD(WRK-IND-ITEM) TO
                       WRK-PRD-CODIGO(WRK-IND-PRD)
                   MOVE WRK-ITEM-DESCR(WRK-IND-ITEM) TO
                       WRK-PRD-DESCR(WRK-IND-PRD)
                   MOVE ZEROS TO WRK-PRD-RECEITA(WRK-IND-PRD)
                       WRK-PRD-CUSTO(WRK-IND-PRD)
                       WRK-PRD-FRETE(WRK-IND-PRD)
               END-IF
           END-IF.
           IF WRK-IND-PRD > 0
               ADD WRK-ITEM-VALOR(WRK-IND-ITEM)
                   WRK-ITEM-FRETE(WRK-IND-ITEM)
                   TO WRK-PRD-RECEITA(WRK-IND-PRD)
               ADD WRK-ITEM-CUSTO(WRK-IND-ITEM) TO
                   WRK-PRD-CUSTO(WRK-IND-PRD)
               ADD WRK-FRETE-ITEM TO WRK-PRD-FRETE(WRK-IND-PRD)
           END-IF.
      * MARGEM SOBRE A RECEITA; SEM RECEITA OU FORA DA MASCARA SAI
      * NO LIMITE (+999.9 / -999.9)
       0690-CALCULAR-PERCENTUAL.
           IF WRK-RECEITA = 0
               IF WRK-MARGEM < 0
                   MOVE -999.9 TO WRK-PERCENTUAL
               ELSE
                   MOVE ZEROS TO WRK-PERCENTUAL
               END-IF
           ELSE
               COMPUTE WRK-PERCENTUAL ROUNDED =
                   WRK-MARGEM * 100 / WRK-RECEITA
                   ON SIZE ERROR
                       IF WRK-MARGEM < 0
                           MOVE -999.9 TO WRK-PERCENTUAL
                       ELSE
                           MOVE 999.9 TO WRK-PERCENTUAL
                       END-IF
               END-COMPUTE
           END-IF.
       0700-IMPRIMIR-RESUMOS.
           MOVE ZEROS TO WRK-QTD-UF-NEG.
           MOVE 'RESUMO POR CLIENTE' TO WRK-TITULO.
           PERFORM 0780-TITULO-RESUMO.
           PERFORM VARYING WRK-IND-CLI FROM 1 BY 1
                   UNTIL WRK-IND-CLI > WRK-QTD-CLI
               MOVE WRK-CLI-CODIGO(WRK-IND-CLI) TO WRK-RES-CHAVE
               MOVE SPACES TO WRK-RES-NOME
               MOVE WRK-CLI-RECEITA(WRK-IND-CLI) TO WRK-RES-RECEITA
               MOVE WRK-CLI-CUSTO(WRK-IND-CLI) TO WRK-RES-CUSTO
               MOVE WRK-CLI-FRETE(WRK-IND-CLI) TO WRK-RES-FRETE
               PERFORM 0790-IMPRIMIR-RESUMO
           END-PERFORM.
           MOVE 'RESUMO POR UF (* = PREJUIZO APOS O FRETE)'
               TO WRK-TITULO.
           PERFORM 0780-TITULO-RESUMO.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
               MOVE WRK-UF-SIGLA(WRK-IND-UF) TO WRK-RES-CHAVE
               MOVE SPACES TO WRK-RES-NOME
               MOVE WRK-UF-RECEITA(WRK-IND-UF) TO WRK-RES-RECEITA
               MOVE WRK-UF-CUSTO(WRK-IND-UF) TO WRK-RES-CUSTO
               MOVE WRK-UF-FRETE(WRK-IND-UF) TO WRK-RES-FRETE
               PERFORM 0790-IMPRIMIR-RESUMO
               IF WRK-MARGEM < 0
                   ADD 1 TO WRK-QTD-UF-NEG
               END-IF
           END-PERFORM.
           MOVE 'RESUMO POR PRODUTO' TO WRK-TITULO.
           PERFORM 0780-TITULO-RESUMO.
           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1
                   UNTIL WRK-IND-PRD > WRK-QTD-PRD
               MOVE WRK-PRD-CODIGO(WRK-IND-PRD) TO WRK-RES-CHAVE
               MOVE WRK-PRD-DESCR(WRK-IND-PRD) TO WRK-RES-NOME
               MOVE WRK-PRD-RECEITA(WRK-IND-PRD) TO WRK-RES-RECEITA
               MOVE WRK-PRD-CUSTO(WRK-IND-PRD) TO WRK-RES-CUSTO
               MOVE WRK-PRD-FRETE(WRK-IND-PRD) TO WRK-RES-FRETE
               PERFORM 0790-IMPRIMIR-RESUMO
           END-PERFORM.
           MOVE 'RESUMO POR TRANSPORTADORA' TO WRK-TITULO.
           PERFORM 0780-TITULO-RESUMO.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > 100
               IF WRK-TRP-RECEITA(WRK-IND-TRP) > 0
                  OR WRK-TRP-FRETE(WRK-IND-TRP) > 0
                   COMPUTE WRK-COD-TRP = WRK-IND-TRP - 1
                   MOVE WRK-COD-TRP TO WRK-RES-CHAVE
                   MOVE WRK-TRP-NOME(WRK-IND-TRP) TO WRK-RES-NOME
                   MOVE WRK-TRP-RECEITA(WRK-IND-TRP) TO
                       WRK-RES-RECEITA
                   MOVE WRK-TRP-CUSTO(WRK-IND-TRP) TO WRK-RES-CUSTO
                   MOVE WRK-TRP-FRETE(WRK-IND-TRP) TO WRK-RES-FRETE
                   PERFORM 0790-IMPRIMIR-RESUMO
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'TOTAL' TO WRK-RES-CHAVE.
           MOVE 'DO MES' TO WRK-RES-NOME.
           MOVE WRK-TOT-RECEITA TO WRK-RES-RECEITA.
           MOVE WRK-TOT-CUSTO TO WRK-RES-CUSTO.
           MOVE WRK-TOT-FRETE TO WRK-RES-FRETE.
           PERFORM 0790-IMPRIMIR-RESUMO.
           MOVE WRK-TOT-ICMS TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ICMS DESTACADO (FORA DA RECEITA): ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PEDIDOS: ' WRK-QTD-PED
                  '  COM VALOR ESTIMADO: ' WRK-QTD-ESTIM
                  '  UFS COM PREJUIZO: ' WRK-QTD-UF-NEG
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
      * CADA RESUMO COMECA EM PAGINA NOVA COM O TITULO EM WRK-TITULO
       0780-TITULO-RESUMO.
           PERFORM 0550-GERAR-CABECALHO-PADRAO.
           MOVE WRK-TITULO TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CHAVE  NOME               RECEITA       CUSTO'
                  '    FRETE PG      MARGEM    MG%'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       0790-IMPRIMIR-RESUMO.
           MOVE WRK-RES-RECEITA TO WRK-RECEITA.
           COMPUTE WRK-MARGEM = WRK-RES-RECEITA - WRK-RES-CUSTO -
               WRK-RES-FRETE.
           PERFORM 0690-CALCULAR-PERCENTUAL.
           MOVE WRK-RES-CHAVE TO WRK-LR-CHAVE.
           MOVE WRK-RES-NOME TO WRK-LR-NOME.
           MOVE WRK-RES-RECEITA TO WRK-LR-RECEITA.
           MOVE WRK-RES-CUSTO TO WRK-LR-CUSTO.
           MOVE WRK-RES-FRETE TO WRK-LR-FRETE.
           MOVE WRK-MARGEM TO WRK-LR-MARGEM.
           MOVE WRK-PERCENTUAL TO WRK-LR-PERC.
           IF WRK-MARGEM < 0
               MOVE '*' TO WRK-LR-MARCA
           ELSE
               MOVE SPACES TO WRK-LR-MARCA
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-RES.
