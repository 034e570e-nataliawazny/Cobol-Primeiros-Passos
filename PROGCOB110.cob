       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB110.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CICLO DE INVENTARIO FISICO SOBRE O ESTOQUE: A
      * ABERTURA CONGELA O SALDO DE CADA PRODUTO ATIVO DO PRODMAST
      * (GERAL POR FAIXA DE CODIGO OU CICLICA, UMA FATIA ROTATIVA DO
      * PRODMAST POR SEMANA) NO INVCONT (INVREC.COB) E IMPRIME AS
      * FOLHAS DE CONTAGEM EM INVFOLHA; A DIGITACAO E CEGA (SO
      * CODIGO E DESCRICAO, SEM O SALDO DO SISTEMA); O RELATORIO DE
      * DIVERGENCIAS EM INVDIVREL MOSTRA DIFERENCA EM QUANTIDADE E
      * VALOR; SO A DIVERGENCIA APROVADA VIRA AJUSTE ('A') NO ESTMOV
      * PARA A POSTAGEM DO PROGCOB62, E A POSTAGEM ENCERRA A
      * CONTAGEM (CONTROLE DA CONTAGEM E DA FATIA EM INVCTL)
      * O ESTMOV PRECISA ESTAR POSTADO NA ABERTURA; O AJUSTE SOMA
      * AO CONTADO O QUE SE MOVEU DEPOIS DO CONGELAMENTO
      * A DIVERGENCIA E VALORIZADA PELO CUSTO MEDIO DO ESTOQUE
      * (STK-CUSTO-MEDIO) OU, SEM CUSTO AINDA, PELO PRECO DO PRODMAST
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = CONTAGEM POR LOJA (ICT-LOJA, INFORMADA NA
      * ABERTURA): CONGELA O SALDO DA LOJA, CONSIDERA SO O ESTMOV
      * DELA E LANCA O AJUSTE NA MESMA LOJA
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORY-COUNT-FILE ASSIGN TO 'INVCONT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INV.
           SELECT INVENTORY-CONTROL-FILE ASSIGN TO 'INVCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ICT.
           SELECT STOCK-BALANCE-FILE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STK.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO 'ESTMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MVE.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
           SELECT COUNT-SHEET-FILE ASSIGN TO 'INVFOLHA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOL.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'INVDIVREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  INVENTORY-COUNT-FILE.
       COPY 'INVREC.COB'.
      * ICT-TIPO = 'G' GERAL POR FAIXA / 'C' CICLICA POR FATIA
      * ICT-SITUACAO = 'A' CONTAGEM ABERTA / 'E' ENCERRADA
      * ICT-FATIAS = EM QUANTAS FATIAS O PRODMAST E DIVIDIDO NA
      * CONTAGEM CICLICA; ICT-ULT-FATIA = ULTIMA FATIA ABERTA
      * ICT-LOJA = LOJA CONTADA (CONTROLE ANTIGO SEM O CAMPO = 01)
       FD  INVENTORY-CONTROL-FILE.
       01  ICT-REC.
           02 ICT-CONTAGEM   PIC 9(06).
           02 ICT-TIPO       PIC X(01).
           02 ICT-COD-INI    PIC 9(06).
           02 ICT-COD-FIM    PIC 9(06).
           02 ICT-FATIA      PIC 9(02).
           02 ICT-DATA       PIC 9(08).
           02 ICT-SITUACAO   PIC X(01).
           02 ICT-FATIAS     PIC 9(02).
           02 ICT-ULT-FATIA  PIC 9(02).
           02 ICT-LOJA       PIC 9(02).
       FD  STOCK-BALANCE-FILE.
       COPY 'ESTREC.COB'.
       FD  STOCK-MOVEMENT-FILE.
       COPY 'ESTMREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       FD  COUNT-SHEET-FILE.
       01  FOL-LINHA       PIC X(80).
       FD  VARIANCE-REPORT-FILE.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-INV      PIC X(02) VALUE SPACES.
       77 WRK-FS-ICT      PIC X(02) VALUE SPACES.
       77 WRK-FS-STK      PIC X(02) VALUE SPACES.
       77 WRK-FS-MVE      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-FOL      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-COD-INI     PIC 9(06) VALUE ZEROS.
       77 WRK-COD-FIM     PIC 9(06) VALUE ZEROS.
       77 WRK-FATIAS      PIC 9(02) VALUE ZEROS.
       77 WRK-FATIA       PIC 9(02) VALUE ZEROS.
       77 WRK-FATIA-PROD  PIC 9(02) VALUE ZEROS.
       77 WRK-ORDEM       PIC 9(06) VALUE ZEROS.
       77 WRK-QUOCIENTE   PIC 9(06) VALUE ZEROS.
       77 WRK-CODPROD     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD         PIC 9(07) VALUE ZEROS.
       77 WRK-DECISAO     PIC X(01) VALUE SPACES.
       77 WRK-TEM-MOVTO   PIC X(01) VALUE 'N'.
       77 WRK-PODE-ABRIR  PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-LOJA        PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-SALDOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-SALDO   PIC 9(03) VALUE ZEROS.
       77 WRK-POS-SALDO   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-INV     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-INV     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-INV     PIC 9(03) VALUE ZEROS.
       77 WRK-DIFERENCA   PIC S9(07) VALUE ZEROS.
       77 WRK-VALOR-DIF   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-AJUSTE      PIC S9(08) VALUE ZEROS.
       77 WRK-QTD-CONTADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NAO-CONT PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DIVERG  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PENDENTE PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LANCADOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ERROS   PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-SOBRA   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-FALTA   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-DIF-ED      PIC -ZZZZZZ9 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-TABELA-SALDOS.
           02 WRK-STK OCCURS 500 TIMES.
               03 WRK-STK-CODIGO PIC 9(06).
               03 WRK-STK-SALDO  PIC S9(07).
               03 WRK-STK-CUSTO  PIC 9(06)V9999.
      * WRK-IV-PEND = MOVIMENTO LIQUIDO APOS O CONGELAMENTO (SALDO
      * ATUAL MAIS O ESTMOV AINDA NAO POSTADO MENOS O CONGELADO)
       01 WRK-TABELA-CONTAGEM.
           02 WRK-IV OCCURS 500 TIMES.
               03 WRK-IV-REG.
                   04 WRK-IV-CONTAGEM   PIC 9(06).
                   04 WRK-IV-CODIGO     PIC 9(06).
                   04 WRK-IV-DESCRICAO  PIC X(20).
                   04 WRK-IV-SALDO-SIS  PIC S9(07).
                   04 WRK-IV-VALOR-UNIT PIC 9(06)V99.
                   04 WRK-IV-CONTADO    PIC X(01).
                   04 WRK-IV-QTD-CONT   PIC 9(07).
                   04 WRK-IV-SITUACAO   PIC X(01).
                   04 WRK-IV-DATA-CONT  PIC 9(08).
                   04 WRK-IV-CONTADOR   PIC X(20).
                   04 WRK-IV-APROVADOR  PIC X(20).
               03 WRK-IV-PEND           PIC S9(07).
       01 WRK-LINHA-FOLHA.
           02 WRK-LF-CODIGO  PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LF-DESCR   PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(18) VALUE '__________________'.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 FILLER         PIC X(20) VALUE '____________________'.
       01 WRK-LINHA-DIV.
           02 WRK-LD-CODIGO  PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-DESCR   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-SISTEMA PIC -ZZZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-CONTADO PIC ZZZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-DIF     PIC -ZZZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-VALOR   PIC -Z.ZZZ.ZZ9,99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LD-SIT     PIC X(11).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-ABRIR CONTAGEM GERAL (FAIXA) 2-ABRIR'
                   ' CONTAGEM CICLICA (FATIA DA SEMANA)'
               DISPLAY '3-DIGITAR CONTAGEM 4-RELATORIO DE'
                   ' DIVERGENCIAS 5-APROVAR DIVERGENCIAS'
               DISPLAY '6-LANCAR AJUSTES APROVADOS E ENCERRAR'
                   ' 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0200-ABRIR-GERAL
                   WHEN 2
                       PERFORM 0250-ABRIR-CICLICA
                   WHEN 3
                       PERFORM 0500-DIGITAR-CONTAGEM
                   WHEN 4
                       PERFORM 0600-RELATORIO-DIVERGENCIAS
                   WHEN 5
                       PERFORM 0700-APROVAR-DIVERGENCIAS
                   WHEN 6
                       PERFORM 0800-LANCAR-AJUSTES
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
                     ==NOME-PROGRAMA== BY =='PROGCOB110'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB110'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-COD-INI==,
                     ==CAMPO-NOME== BY ==WRK-COD-INI==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO INICIAL DA FAIXA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0165-RECEBER-COD-FIM==,
                     ==CAMPO-NOME== BY ==WRK-COD-FIM==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO FINAL DA FAIXA (0 = ATE O FIM): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0170-RECEBER-PRODUTO==,
                     ==CAMPO-NOME== BY ==WRK-CODPROD==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO PRODUTO (0 = ENCERRAR): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0175-RECEBER-QTD==,
                     ==CAMPO-NOME== BY ==WRK-QTD==,
                     ==TEXTO-PROMPT== BY
                         =='QUANTIDADE CONTADA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0180-RECEBER-FATIAS==,
                     ==CAMPO-NOME== BY ==WRK-FATIAS==,
                     ==TEXTO-PROMPT== BY
                         =='SEMANAS DO CICLO DE CONTAGEM: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0185-RECEBER-LOJA==,
                     ==CAMPO-NOME== BY ==WRK-LOJA==,
                     ==TEXTO-PROMPT== BY
                         =='LOJA DA CONTAGEM (0 = 01): '==.
       0100-LER-CONTROLE.
           OPEN INPUT INVENTORY-CONTROL-FILE.
           IF WRK-FS-ICT = '00'
               READ INVENTORY-CONTROL-FILE
                   AT END
                       INITIALIZE ICT-REC
                       MOVE 'E' TO ICT-SITUACAO
               END-READ
               CLOSE INVENTORY-CONTROL-FILE
           ELSE
               INITIALIZE ICT-REC
               MOVE 'E' TO ICT-SITUACAO
           END-IF.
           IF ICT-LOJA NOT NUMERIC OR ICT-LOJA = ZEROS
               MOVE 01 TO ICT-LOJA
           END-IF.
           MOVE ICT-LOJA TO WRK-LOJA.
       0110-GRAVAR-CONTROLE.
           OPEN OUTPUT INVENTORY-CONTROL-FILE.
           WRITE ICT-REC.
           CLOSE INVENTORY-CONTROL-FILE.
      * ABERTURA SO COM A CONTAGEM ANTERIOR ENCERRADA E O ESTMOV
      * VAZIO (TUDO POSTADO PELO PROGCOB62), PARA QUE O SALDO
      * CONGELADO SEJA O SALDO REAL DO MOMENTO DA CONTAGEM
       0150-VERIFICAR-ABERTURA.
           PERFORM 0100-LER-CONTROLE.
           MOVE 'N' TO WRK-PODE-ABRIR.
           MOVE 'N' TO WRK-TEM-MOVTO.
           OPEN INPUT STOCK-MOVEMENT-FILE.
           IF WRK-FS-MVE = '00'
               READ STOCK-MOVEMENT-FILE
                   NOT AT END
                       MOVE 'S' TO WRK-TEM-MOVTO
               END-READ
               CLOSE STOCK-MOVEMENT-FILE
           END-IF.
           IF ICT-SITUACAO = 'A'
               DISPLAY 'CONTAGEM ' ICT-CONTAGEM ' AINDA ABERTA -'
                   ' LANCE OS AJUSTES (OPCAO 6) ANTES DE ABRIR OUTRA'
           ELSE
               IF WRK-TEM-MOVTO = 'S'
                   DISPLAY 'ESTMOV COM MOVIMENTOS NAO POSTADOS -'
                       ' POSTE PELO PROGCOB62 ANTES DE CONGELAR'
               ELSE
                   MOVE 'S' TO WRK-PODE-ABRIR
               END-IF
           END-IF.
       0190-RECEBER-LOJA-ABERTURA.
           PERFORM 0185-RECEBER-LOJA.
           IF WRK-LOJA = ZEROS
               MOVE 01 TO WRK-LOJA
           END-IF.
       0200-ABRIR-GERAL.
           PERFORM 0150-VERIFICAR-ABERTURA.
           IF WRK-PODE-ABRIR = 'S'
               PERFORM 0190-RECEBER-LOJA-ABERTURA
               PERFORM 0160-RECEBER-COD-INI
               PERFORM 0165-RECEBER-COD-FIM
               IF WRK-COD-FIM = ZEROS
                   MOVE 999999 TO WRK-COD-FIM
               END-IF
               IF WRK-COD-FIM < WRK-COD-INI
                   DISPLAY 'FAIXA INVALIDA - CODIGO FINAL MENOR QUE'
                       ' O INICIAL'
               ELSE
                   MOVE 'G' TO WRK-TIPO
                   MOVE ZEROS TO WRK-FATIAS WRK-FATIA
                   PERFORM 0300-CONGELAR-SALDOS
               END-IF
           END-IF.
      * A FATIA DA SEMANA E A SEGUINTE A ULTIMA ABERTA; O PRODUTO
      * ATIVO DE ORDEM N NO PRODMAST CAI NA FATIA RESTO(N-1/FATIAS)+1
       0250-ABRIR-CICLICA.
           PERFORM 0150-VERIFICAR-ABERTURA.
           IF WRK-PODE-ABRIR = 'S'
               PERFORM 0190-RECEBER-LOJA-ABERTURA
               MOVE ICT-FATIAS TO WRK-FATIAS
               PERFORM UNTIL WRK-FATIAS > ZEROS
                   PERFORM 0180-RECEBER-FATIAS
               END-PERFORM
               MOVE ICT-ULT-FATIA TO WRK-FATIA
               ADD 1 TO WRK-FATIA
               IF WRK-FATIA > WRK-FATIAS
                   MOVE 1 TO WRK-FATIA
               END-IF
               MOVE ZEROS TO WRK-COD-INI
               MOVE 999999 TO WRK-COD-FIM
               MOVE 'C' TO WRK-TIPO
               PERFORM 0300-CONGELAR-SALDOS
           END-IF.
       0300-CONGELAR-SALDOS.
           PERFORM 0310-CARREGAR-SALDOS.
           MOVE ZEROS TO WRK-QTD-INV WRK-ORDEM.
           MOVE 'N' TO WRK-TAB-CHEIA.
           ADD 1 TO ICT-CONTAGEM.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD NOT = '00'
               DISPLAY 'PRODMAST INDISPONIVEL - CONTAGEM NAO ABERTA'
               SUBTRACT 1 FROM ICT-CONTAGEM
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE WRK-COD-INI TO PRD-CODIGO
               START PRODUCT-MASTER KEY IS NOT LESS THAN PRD-CODIGO
                   INVALID KEY
                       MOVE 'Y' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PRODUCT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PRD-CODIGO > WRK-COD-FIM
                               MOVE 'Y' TO WRK-FIM-ARQ
                           ELSE
                               IF PRD-STATUS NOT = 'I'
                                   PERFORM 0320-SELECIONAR-PRODUTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER
               EVALUATE TRUE
                   WHEN WRK-TAB-CHEIA = 'S'
                       DISPLAY '*** AUMENTE A TABELA DO PROGCOB110 ***'
                       MOVE 8 TO RETURN-CODE
                       SUBTRACT 1 FROM ICT-CONTAGEM
                   WHEN WRK-QTD-INV = ZEROS
                       DISPLAY 'NENHUM PRODUTO ATIVO NA SELECAO'
                       SUBTRACT 1 FROM ICT-CONTAGEM
                   WHEN OTHER
                       PERFORM 0410-GRAVAR-CONTAGEM
                       MOVE WRK-TIPO TO ICT-TIPO
                       MOVE WRK-COD-INI TO ICT-COD-INI
                       MOVE WRK-COD-FIM TO ICT-COD-FIM
                       MOVE WRK-FATIA TO ICT-FATIA
                       MOVE WRK-DATA-HOJE TO ICT-DATA
                       MOVE 'A' TO ICT-SITUACAO
                       MOVE WRK-LOJA TO ICT-LOJA
                       IF WRK-TIPO = 'C'
                           MOVE WRK-FATIAS TO ICT-FATIAS
                           MOVE WRK-FATIA TO ICT-ULT-FATIA
                       END-IF
                       PERFORM 0110-GRAVAR-CONTROLE
                       PERFORM 0350-IMPRIMIR-FOLHAS
                       DISPLAY 'CONTAGEM ' ICT-CONTAGEM ' ABERTA COM '
                           WRK-QTD-INV ' PRODUTOS - FOLHAS EM INVFOLHA'
                       DISPLAY 'LOJA DA CONTAGEM: ' WRK-LOJA
               END-EVALUATE
           END-IF.
       0310-CARREGAR-SALDOS.
           MOVE ZEROS TO WRK-QTD-SALDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-FS-STK = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF STK-LOJA NOT NUMERIC
                               MOVE 01 TO STK-LOJA
                           END-IF
                           IF WRK-QTD-SALDOS < 500
                               AND STK-LOJA = WRK-LOJA
                               ADD 1 TO WRK-QTD-SALDOS
                               MOVE STK-CODIGO TO
                                   WRK-STK-CODIGO(WRK-QTD-SALDOS)
                               MOVE STK-SALDO TO
                                   WRK-STK-SALDO(WRK-QTD-SALDOS)
                               IF STK-CUSTO-MEDIO NOT NUMERIC
                                   MOVE ZEROS TO STK-CUSTO-MEDIO
                               END-IF
                               MOVE STK-CUSTO-MEDIO TO
                                   WRK-STK-CUSTO(WRK-QTD-SALDOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-BALANCE-FILE
           ELSE
               DISPLAY 'ESTOQUE INDISPONIVEL - SALDOS PARTEM DE ZERO'
           END-IF.
       0320-SELECIONAR-PRODUTO.
           ADD 1 TO WRK-ORDEM.
           MOVE 1 TO WRK-FATIA-PROD.
           IF WRK-TIPO = 'C'
               DIVIDE WRK-FATIAS INTO WRK-ORDEM
                   GIVING WRK-QUOCIENTE REMAINDER WRK-FATIA-PROD
               IF WRK-FATIA-PROD = ZEROS
                   MOVE WRK-FATIAS TO WRK-FATIA-PROD
               END-IF
           ELSE
               MOVE WRK-FATIA TO WRK-FATIA-PROD
           END-IF.
           IF WRK-FATIA-PROD = WRK-FATIA
               IF WRK-QTD-INV < 500
                   ADD 1 TO WRK-QTD-INV
                   MOVE WRK-QTD-INV TO WRK-IND-INV
                   INITIALIZE WRK-IV(WRK-IND-INV)
                   MOVE ICT-CONTAGEM TO WRK-IV-CONTAGEM(WRK-IND-INV)
                   MOVE PRD-CODIGO TO WRK-IV-CODIGO(WRK-IND-INV)
                   MOVE PRD-DESCRICAO TO WRK-IV-DESCRICAO(WRK-IND-INV)
                   MOVE PRD-PRECO TO WRK-IV-VALOR-UNIT(WRK-IND-INV)
                   MOVE 'N' TO WRK-IV-CONTADO(WRK-IND-INV)
                   MOVE 'P' TO WRK-IV-SITUACAO(WRK-IND-INV)
                   MOVE PRD-CODIGO TO WRK-CODPROD
                   PERFORM 0330-LOCALIZAR-SALDO
                   IF WRK-POS-SALDO > 0
                       MOVE WRK-STK-SALDO(WRK-POS-SALDO) TO
                           WRK-IV-SALDO-SIS(WRK-IND-INV)
                       IF WRK-STK-CUSTO(WRK-POS-SALDO) > ZEROS
                           COMPUTE WRK-IV-VALOR-UNIT(WRK-IND-INV)
                               ROUNDED = WRK-STK-CUSTO(WRK-POS-SALDO)
                       END-IF
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
               END-IF
           END-IF.
       0330-LOCALIZAR-SALDO.
           MOVE ZEROS TO WRK-POS-SALDO.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
               IF WRK-STK-CODIGO(WRK-IND-SALDO) = WRK-CODPROD
                   MOVE WRK-IND-SALDO TO WRK-POS-SALDO
               END-IF
           END-PERFORM.
      * FOLHA DE CONTAGEM CEGA: SEM O SALDO DO SISTEMA
       0350-IMPRIMIR-FOLHAS.
           MOVE ZEROS TO WRK-PAGINA.
           OPEN OUTPUT COUNT-SHEET-FILE.
           PERFORM 0360-CABECALHO-FOLHA.
           PERFORM VARYING WRK-IND-INV FROM 1 BY 1
                   UNTIL WRK-IND-INV > WRK-QTD-INV
               MOVE WRK-IV-CODIGO(WRK-IND-INV) TO WRK-LF-CODIGO
               MOVE WRK-IV-DESCRICAO(WRK-IND-INV) TO WRK-LF-DESCR
               WRITE FOL-LINHA FROM WRK-LINHA-FOLHA
               MOVE SPACES TO FOL-LINHA
               WRITE FOL-LINHA
               ADD 1 TO WRK-LINHAS-PAG
               IF WRK-LINHAS-PAG >= 15
                   AND WRK-IND-INV < WRK-QTD-INV
                   PERFORM 0360-CABECALHO-FOLHA
               END-IF
           END-PERFORM.
           CLOSE COUNT-SHEET-FILE.
       0360-CABECALHO-FOLHA.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0370-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO FOL-LINHA.
           IF WRK-TIPO = 'C'
               STRING 'CONTAGEM ' ICT-CONTAGEM ' CICLICA - FATIA '
                      WRK-FATIA ' DE ' WRK-FATIAS ' - LOJA ' WRK-LOJA
                   DELIMITED BY SIZE INTO FOL-LINHA
           ELSE
               STRING 'CONTAGEM ' ICT-CONTAGEM ' GERAL - PRODUTOS '
                      WRK-COD-INI ' A ' WRK-COD-FIM ' - LOJA ' WRK-LOJA
                   DELIMITED BY SIZE INTO FOL-LINHA
           END-IF.
           WRITE FOL-LINHA.
           MOVE SPACES TO FOL-LINHA.
           STRING 'CODIGO  DESCRICAO             QUANTIDADE CONTADA'
                  '    CONTADOR'
               DELIMITED BY SIZE INTO FOL-LINHA.
           WRITE FOL-LINHA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0370-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==FOL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='FOLHA DE CONTAGEM DE INVENTARIO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0400-CARREGAR-CONTAGEM.
           MOVE ZEROS TO WRK-QTD-INV.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INVENTORY-COUNT-FILE.
           IF WRK-FS-INV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ INVENTORY-COUNT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-INV < 500
                               ADD 1 TO WRK-QTD-INV
                               MOVE INV-REC TO WRK-IV-REG(WRK-QTD-INV)
                               MOVE ZEROS TO WRK-IV-PEND(WRK-QTD-INV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVENTORY-COUNT-FILE
           END-IF.
       0410-GRAVAR-CONTAGEM.
           OPEN OUTPUT INVENTORY-COUNT-FILE.
           PERFORM VARYING WRK-IND-INV FROM 1 BY 1
                   UNTIL WRK-IND-INV > WRK-QTD-INV
               WRITE INV-REC FROM WRK-IV-REG(WRK-IND-INV)
           END-PERFORM.
           CLOSE INVENTORY-COUNT-FILE.
       0420-LOCALIZAR-ITEM.
           MOVE ZEROS TO WRK-POS-INV.
           PERFORM VARYING WRK-IND-INV FROM 1 BY 1
                   UNTIL WRK-IND-INV > WRK-QTD-INV
               IF WRK-IV-CODIGO(WRK-IND-INV) = WRK-CODPROD
                   MOVE WRK-IND-INV TO WRK-POS-INV
               END-IF
           END-PERFORM.
       0450-EXIGIR-ABERTA.
           PERFORM 0100-LER-CONTROLE.
           IF ICT-SITUACAO NOT = 'A'
               DISPLAY 'NENHUMA CONTAGEM ABERTA'
           ELSE
               PERFORM 0400-CARREGAR-CONTAGEM
           END-IF.
      * DIGITACAO CEGA: O OPERADOR VE SO CODIGO E DESCRICAO; NOVA
      * DIGITACAO DO MESMO PRODUTO SUBSTITUI A ANTERIOR (RECONTAGEM)
      * ENQUANTO A DIVERGENCIA NAO FOR DECIDIDA
       0500-DIGITAR-CONTAGEM.
           PERFORM 0450-EXIGIR-ABERTA.
           IF ICT-SITUACAO = 'A'
               MOVE 1 TO WRK-CODPROD
               PERFORM UNTIL WRK-CODPROD = ZEROS
                   PERFORM 0170-RECEBER-PRODUTO
                   IF WRK-CODPROD NOT = ZEROS
                       PERFORM 0510-DIGITAR-ITEM
                   END-IF
               END-PERFORM
               PERFORM 0410-GRAVAR-CONTAGEM
           END-IF.
       0510-DIGITAR-ITEM.
           PERFORM 0420-LOCALIZAR-ITEM.
           IF WRK-POS-INV = 0
               DISPLAY 'PRODUTO FORA DESTA CONTAGEM: ' WRK-CODPROD
           ELSE
               IF WRK-IV-SITUACAO(WRK-POS-INV) NOT = 'P'
                   DISPLAY 'DIVERGENCIA JA DECIDIDA - RECONTAGEM NAO'
                       ' ACEITA'
               ELSE
                   DISPLAY WRK-IV-CODIGO(WRK-POS-INV) ' '
                       WRK-IV-DESCRICAO(WRK-POS-INV)
                   PERFORM 0175-RECEBER-QTD
                   MOVE 'S' TO WRK-IV-CONTADO(WRK-POS-INV)
                   MOVE WRK-QTD TO WRK-IV-QTD-CONT(WRK-POS-INV)
                   MOVE WRK-DATA-HOJE TO WRK-IV-DATA-CONT(WRK-POS-INV)
                   MOVE LNK-OPERADOR TO WRK-IV-CONTADOR(WRK-POS-INV)
               END-IF
           END-IF.
      * DIVERGENCIA = CONTADO - CONGELADO, VALORIZADA PELO VALOR
      * UNITARIO CONGELADO; PRODUTO NAO CONTADO SAI SEM DIFERENCA
       0600-RELATORIO-DIVERGENCIAS.
           PERFORM 0100-LER-CONTROLE.
           PERFORM 0400-CARREGAR-CONTAGEM.
           IF WRK-QTD-INV = ZEROS
               DISPLAY 'INVCONT INDISPONIVEL OU VAZIO'
           ELSE
               MOVE ZEROS TO WRK-PAGINA WRK-QTD-CONTADOS
                   WRK-QTD-NAO-CONT WRK-QTD-DIVERG WRK-TOT-SOBRA
                   WRK-TOT-FALTA
               OPEN OUTPUT VARIANCE-REPORT-FILE
               PERFORM 0650-CABECALHO-DIVERGENCIAS
               PERFORM VARYING WRK-IND-INV FROM 1 BY 1
                       UNTIL WRK-IND-INV > WRK-QTD-INV
                   PERFORM 0610-IMPRIMIR-ITEM
               END-PERFORM
               COMPUTE WRK-TOT-LIQUIDO = WRK-TOT-SOBRA - WRK-TOT-FALTA
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'PRODUTOS: ' WRK-QTD-INV
                      '  CONTADOS: ' WRK-QTD-CONTADOS
                      '  NAO CONTADOS: ' WRK-QTD-NAO-CONT
                      '  COM DIVERGENCIA: ' WRK-QTD-DIVERG
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-TOT-SOBRA TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING 'VALOR DAS SOBRAS:   ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-TOT-FALTA TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING 'VALOR DAS FALTAS:   ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING 'DIFERENCA LIQUIDA:  ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               CLOSE VARIANCE-REPORT-FILE
               DISPLAY 'RELATORIO DE DIVERGENCIAS GRAVADO EM INVDIVREL'
           END-IF.
       0610-IMPRIMIR-ITEM.
           IF WRK-IV-CONTADO(WRK-IND-INV) = 'S'
               ADD 1 TO WRK-QTD-CONTADOS
               COMPUTE WRK-DIFERENCA = WRK-IV-QTD-CONT(WRK-IND-INV)
                   - WRK-IV-SALDO-SIS(WRK-IND-INV)
           ELSE
               ADD 1 TO WRK-QTD-NAO-CONT
               MOVE ZEROS TO WRK-DIFERENCA
           END-IF.
           IF WRK-DIFERENCA NOT = ZEROS
               OR WRK-IV-CONTADO(WRK-IND-INV) = 'N'
               COMPUTE WRK-VALOR-DIF = WRK-DIFERENCA
                   * WRK-IV-VALOR-UNIT(WRK-IND-INV)
               MOVE WRK-IV-CODIGO(WRK-IND-INV) TO WRK-LD-CODIGO
               MOVE WRK-IV-DESCRICAO(WRK-IND-INV) TO WRK-LD-DESCR
               MOVE WRK-IV-SALDO-SIS(WRK-IND-INV) TO WRK-LD-SISTEMA
               MOVE WRK-IV-QTD-CONT(WRK-IND-INV) TO WRK-LD-CONTADO
               MOVE WRK-DIFERENCA TO WRK-LD-DIF
               MOVE WRK-VALOR-DIF TO WRK-LD-VALOR
               EVALUATE TRUE
                   WHEN WRK-IV-CONTADO(WRK-IND-INV) = 'N'
                       MOVE 'NAO CONTADO' TO WRK-LD-SIT
                   WHEN WRK-IV-SITUACAO(WRK-IND-INV) = 'A'
                       MOVE 'APROVADA' TO WRK-LD-SIT
                   WHEN WRK-IV-SITUACAO(WRK-IND-INV) = 'R'
                       MOVE 'REJEITADA' TO WRK-LD-SIT
                   WHEN WRK-IV-SITUACAO(WRK-IND-INV) = 'L'
                       MOVE 'LANCADA' TO WRK-LD-SIT
                   WHEN OTHER
                       MOVE 'PENDENTE' TO WRK-LD-SIT
               END-EVALUATE
               IF WRK-DIFERENCA NOT = ZEROS
                   ADD 1 TO WRK-QTD-DIVERG
                   IF WRK-VALOR-DIF > ZEROS
                       ADD WRK-VALOR-DIF TO WRK-TOT-SOBRA
                   ELSE
                       SUBTRACT WRK-VALOR-DIF FROM WRK-TOT-FALTA
                   END-IF
               END-IF
               WRITE REL-LINHA FROM WRK-LINHA-DIV
               ADD 1 TO WRK-LINHAS-PAG
               IF WRK-LINHAS-PAG >= 15
                   PERFORM 0650-CABECALHO-DIVERGENCIAS
               END-IF
           END-IF.
       0650-CABECALHO-DIVERGENCIAS.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0660-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONTAGEM ' ICT-CONTAGEM ' CONGELADA EM ' ICT-DATA
                  ' - LOJA ' ICT-LOJA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CODIGO DESCRICAO             SISTEMA CONTADO'
                  ' DIFERENCA   VALOR DIFER. SITUACAO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0660-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='DIVERGENCIAS DE INVENTARIO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * SO DIVERGENCIA CONTADA E PENDENTE E APRESENTADA; ENTER DEIXA
      * A DECISAO PARA DEPOIS
       0700-APROVAR-DIVERGENCIAS.
           PERFORM 0450-EXIGIR-ABERTA.
           IF ICT-SITUACAO = 'A'
               MOVE ZEROS TO WRK-QTD-PENDENTE
               PERFORM VARYING WRK-IND-INV FROM 1 BY 1
                       UNTIL WRK-IND-INV > WRK-QTD-INV
                   IF WRK-IV-CONTADO(WRK-IND-INV) = 'S'
                       AND WRK-IV-SITUACAO(WRK-IND-INV) = 'P'
                       AND WRK-IV-QTD-CONT(WRK-IND-INV) NOT =
                           WRK-IV-SALDO-SIS(WRK-IND-INV)
                       PERFORM 0710-DECIDIR-ITEM
                   END-IF
               END-PERFORM
               PERFORM 0410-GRAVAR-CONTAGEM
               DISPLAY 'DIVERGENCIAS AINDA PENDENTES: '
                   WRK-QTD-PENDENTE
           END-IF.
       0710-DECIDIR-ITEM.
           COMPUTE WRK-DIFERENCA = WRK-IV-QTD-CONT(WRK-IND-INV)
               - WRK-IV-SALDO-SIS(WRK-IND-INV).
           COMPUTE WRK-VALOR-DIF = WRK-DIFERENCA
               * WRK-IV-VALOR-UNIT(WRK-IND-INV).
           MOVE WRK-DIFERENCA TO WRK-DIF-ED.
           MOVE WRK-VALOR-DIF TO WRK-VALOR-ED.
           DISPLAY WRK-IV-CODIGO(WRK-IND-INV) ' '
               WRK-IV-DESCRICAO(WRK-IND-INV) ' DIFERENCA ' WRK-DIF-ED
               ' VALOR ' WRK-VALOR-ED.
           DISPLAY 'A-APROVAR R-REJEITAR (ENTER = DEIXAR PENDENTE): '.
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
               WHEN 'A'
               WHEN 'a'
                   MOVE 'A' TO WRK-IV-SITUACAO(WRK-IND-INV)
                   MOVE LNK-OPERADOR TO WRK-IV-APROVADOR(WRK-IND-INV)
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO WRK-IV-SITUACAO(WRK-IND-INV)
                   MOVE LNK-OPERADOR TO WRK-IV-APROVADOR(WRK-IND-INV)
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PENDENTE
           END-EVALUATE.
      * O AJUSTE 'A' DO PROGCOB62 FIXA O SALDO; PARA NAO PERDER O
      * QUE SE MOVEU DEPOIS DO CONGELAMENTO, O SALDO LANCADO E O
      * CONTADO MAIS O MOVIMENTO LIQUIDO DESDE ENTAO (SALDO ATUAL
      * MENOS O CONGELADO, MAIS O ESTMOV AINDA NAO POSTADO, QUE O
      * PROGCOB62 APLICA ANTES DO AJUSTE POR ESTAR NA FRENTE)
       0800-LANCAR-AJUSTES.
           PERFORM 0450-EXIGIR-ABERTA.
           IF ICT-SITUACAO = 'A'
               MOVE ZEROS TO WRK-QTD-PENDENTE
               PERFORM VARYING WRK-IND-INV FROM 1 BY 1
                       UNTIL WRK-IND-INV > WRK-QTD-INV
                   IF WRK-IV-CONTADO(WRK-IND-INV) = 'S'
                       AND WRK-IV-SITUACAO(WRK-IND-INV) = 'P'
                       AND WRK-IV-QTD-CONT(WRK-IND-INV) NOT =
                           WRK-IV-SALDO-SIS(WRK-IND-INV)
                       ADD 1 TO WRK-QTD-PENDENTE
                   END-IF
               END-PERFORM
               IF WRK-QTD-PENDENTE > ZEROS
                   DISPLAY 'HA ' WRK-QTD-PENDENTE ' DIVERGENCIAS SEM'
                       ' DECISAO - APROVE OU REJEITE ANTES DE LANCAR'
               ELSE
                   PERFORM 0810-APURAR-MOVIMENTO
                   PERFORM 0830-GRAVAR-AJUSTES
               END-IF
           END-IF.
       0810-APURAR-MOVIMENTO.
           PERFORM 0310-CARREGAR-SALDOS.
           PERFORM VARYING WRK-IND-INV FROM 1 BY 1
                   UNTIL WRK-IND-INV > WRK-QTD-INV
               MOVE WRK-IV-CODIGO(WRK-IND-INV) TO WRK-CODPROD
               PERFORM 0330-LOCALIZAR-SALDO
               IF WRK-POS-SALDO > 0
                   COMPUTE WRK-IV-PEND(WRK-IND-INV) =
                       WRK-STK-SALDO(WRK-POS-SALDO)
                       - WRK-IV-SALDO-SIS(WRK-IND-INV)
               ELSE
                   COMPUTE WRK-IV-PEND(WRK-IND-INV) =
                       ZEROS - WRK-IV-SALDO-SIS(WRK-IND-INV)
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STOCK-MOVEMENT-FILE.
           IF WRK-FS-MVE = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-MOVEMENT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0820-SOMAR-PENDENTE
                   END-READ
               END-PERFORM
               CLOSE STOCK-MOVEMENT-FILE
           END-IF.
       0820-SOMAR-PENDENTE.
           MOVE MVE-CODIGO TO WRK-CODPROD.
           PERFORM 0420-LOCALIZAR-ITEM.
           IF MVE-LOJA NOT NUMERIC
               MOVE 01 TO MVE-LOJA
           END-IF.
           IF WRK-POS-INV > 0 AND MVE-LOJA = WRK-LOJA
               EVALUATE MVE-TIPO
                   WHEN 'E'
                       ADD MVE-QTD TO WRK-IV-PEND(WRK-POS-INV)
                   WHEN 'S'
                       SUBTRACT MVE-QTD FROM WRK-IV-PEND(WRK-POS-INV)
                   WHEN 'A'
                       COMPUTE WRK-IV-PEND(WRK-POS-INV) = MVE-QTD
                           - WRK-IV-SALDO-SIS(WRK-POS-INV)
               END-EVALUATE
           END-IF.
       0830-GRAVAR-AJUSTES.
           MOVE ZEROS TO WRK-QTD-LANCADOS WRK-QTD-ERROS.
           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF WRK-FS-MVE NOT = '00'
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.
           PERFORM VARYING WRK-IND-INV FROM 1 BY 1
                   UNTIL WRK-IND-INV > WRK-QTD-INV
               IF WRK-IV-SITUACAO(WRK-IND-INV) = 'A'
                   PERFORM 0840-GRAVAR-AJUSTE
               END-IF
           END-PERFORM.
           CLOSE STOCK-MOVEMENT-FILE.
           PERFORM 0410-GRAVAR-CONTAGEM.
           IF WRK-QTD-ERROS > ZEROS
               DISPLAY 'AJUSTES FORA DO LIMITE DO ESTMOV: '
                   WRK-QTD-ERROS ' - CONTAGEM CONTINUA ABERTA'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'E' TO ICT-SITUACAO
               PERFORM 0110-GRAVAR-CONTROLE
               DISPLAY 'CONTAGEM ' ICT-CONTAGEM ' ENCERRADA'
           END-IF.
           DISPLAY 'AJUSTES LANCADOS NO ESTMOV: ' WRK-QTD-LANCADOS.
       0840-GRAVAR-AJUSTE.
           COMPUTE WRK-AJUSTE = WRK-IV-QTD-CONT(WRK-IND-INV)
               + WRK-IV-PEND(WRK-IND-INV).
           IF WRK-AJUSTE < ZEROS
               MOVE ZEROS TO WRK-AJUSTE
           END-IF.
           IF WRK-AJUSTE > 99999
               ADD 1 TO WRK-QTD-ERROS
               DISPLAY 'PRODUTO ' WRK-IV-CODIGO(WRK-IND-INV)
                   ' - SALDO ACIMA DO LIMITE DO ESTMOV, NAO LANCADO'
           ELSE
               MOVE 'A' TO MVE-TIPO
               MOVE WRK-IV-CODIGO(WRK-IND-INV) TO MVE-CODIGO
               MOVE WRK-AJUSTE TO MVE-QTD
               MOVE WRK-DATA-HOJE TO MVE-DATA
               MOVE 'PROGCOB110' TO MVE-ORIGEM
               MOVE ZEROS TO MVE-CUSTO-UNIT
               MOVE ICT-CONTAGEM TO MVE-DOCUMENTO
               MOVE WRK-LOJA TO MVE-LOJA
               WRITE MVE-REC
               MOVE 'L' TO WRK-IV-SITUACAO(WRK-IND-INV)
               ADD 1 TO WRK-QTD-LANCADOS
           END-IF.
