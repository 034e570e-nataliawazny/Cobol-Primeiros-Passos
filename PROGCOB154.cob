       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB154.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = SEPARACAO NO ARMAZEM DOS PEDIDOS DO DIA - O
      * ROMANEIO DO PROGCOB72 SAIA SEM NINGUEM TER CONFERIDO SE A
      * MERCADORIA ESTAVA NA PRATELEIRA, E A FALTA SO APARECIA NA
      * RECLAMACAO DO CLIENTE
      * ACAO 'L' = LISTA DE SEPARACAO DA CADEIA (APOS O PROGCOB106):
      * OS PEDIDOS CALCULADOS DO SHIPSTAT DA DATA (BRANCO = HOJE)
      * COM SEUS ITENS DO CUSTORD VIRAM A LISTA SEPLISTA, UMA LINHA
      * POR PRODUTO NA ORDEM DE PERCURSO DO ARMAZEM (PRD-LOCAL; SEM
      * LOCAL SAI NO FIM) COM O TOTAL A SEPARAR E A QUANTIDADE DE
      * CADA PEDIDO - KIT SAI EXPLODIDO NOS COMPONENTES DO KITMAST -
      * E O ROMANEIO DE EMBALAGEM EMBALREL, UMA PAGINA POR PEDIDO COM
      * ENDERECO DE ENTREGA, ITENS E PESO; CADA ITEM VAI PARA O
      * SEPARAC (SEPREC.COB) PENDENTE E O PEDIDO PASSA PARA
      * 'SEPARACAO' NO SHIPSTAT (O PROGCOB72 NAO CARREGA ESSE PEDIDO)
      * ACAO 'C' = CONFERENCIA (MENU): O CONFERENTE INFORMA, PEDIDO A
      * PEDIDO, A QUANTIDADE REALMENTE SEPARADA DE CADA ITEM; NO FIM
      * DA SESSAO O PEDIDO VAI PARA 'SEPARADO' (OU 'CANCELADO' SE
      * NADA FOI SEPARADO) E A FALTA VAI PARA O BACKORD, QUE O
      * PROGCOB09 REPROCESSA NO PROXIMO LOTE; PEDIDO AINDA NAO
      * FATURADO (VALOR DO CUSTORD = VALOR DO FATURIN, COMO NO
      * PROGCOB106) TEM CUSTORD, FATURIN, ICMSTAX E SHIPSTAT REDUZIDOS
      * PARA A QUANTIDADE SEPARADA; PEDIDO JA FATURADO SAI NO
      * RELATORIO SEPCONF PARA ACERTO MANUAL (RETURN-CODE 4)
      * O ESTOQUE NAO E ESTORNADO: A FALTA NA PRATELEIRA E DIFERENCA
      * DE INVENTARIO (PROGCOB110), E O BACKORDER DA NOVA SAIDA
      * QUANDO FOR ATENDIDO
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-STATUS-FILE ASSIGN TO 'SHIPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SST.
           SELECT SHIP-STATUS-TEMP ASSIGN TO 'SHIPTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT CUST-ORDER-FILE ASSIGN TO 'CUSTORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COR.
           SELECT CUST-ORDER-TEMP ASSIGN TO 'CUSTOTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CT.
           SELECT BILLING-FILE ASSIGN TO 'FATURIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAT.
           SELECT BILLING-TEMP ASSIGN TO 'FATUTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FT.
           SELECT ICMS-TAX-FILE ASSIGN TO 'ICMSTAX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAX.
           SELECT ICMS-TAX-TEMP ASSIGN TO 'ICMSTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TT.
           SELECT PICKING-FILE ASSIGN TO 'SEPARAC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEP.
           SELECT PICKING-TEMP ASSIGN TO 'SEPTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STM.
           SELECT BACKORDER-FILE ASSIGN TO 'BACKORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BCK.
           SELECT KIT-FILE ASSIGN TO 'KITMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-KIT.
           SELECT PICK-REPORT-FILE ASSIGN TO 'SEPLISTA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIS.
           SELECT PACKING-REPORT-FILE ASSIGN TO 'EMBALREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EMB.
           SELECT CHECK-REPORT-FILE ASSIGN TO 'SEPCONF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CNF.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  SHIP-STATUS-TEMP.
       01  TMP-REC         PIC X(140).
       FD  CUST-ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  CUST-ORDER-TEMP.
       01  CT-REC          PIC X(99).
       FD  BILLING-FILE.
       COPY 'FATREC.COB'.
       FD  BILLING-TEMP.
       01  FT-REC          PIC X(90).
       FD  ICMS-TAX-FILE.
       COPY 'ICMSREC.COB'.
       FD  ICMS-TAX-TEMP.
       01  TT-REC          PIC X(26).
       FD  PICKING-FILE.
       COPY 'SEPREC.COB'.
       FD  PICKING-TEMP.
       01  STM-REC         PIC X(87).
       FD  BACKORDER-FILE.
       COPY 'BCKREC.COB'.
       FD  KIT-FILE.
       COPY 'KITREC.COB'.
       FD  PICK-REPORT-FILE.
       01  LIS-LINHA       PIC X(80).
       FD  PACKING-REPORT-FILE.
       01  EMB-LINHA       PIC X(80).
       FD  CHECK-REPORT-FILE.
       01  CNF-LINHA       PIC X(80).
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-SST      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-COR      PIC X(02) VALUE SPACES.
       77 WRK-FS-CT       PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT      PIC X(02) VALUE SPACES.
       77 WRK-FS-FT       PIC X(02) VALUE SPACES.
       77 WRK-FS-TAX      PIC X(02) VALUE SPACES.
       77 WRK-FS-TT       PIC X(02) VALUE SPACES.
       77 WRK-FS-SEP      PIC X(02) VALUE SPACES.
       77 WRK-FS-STM      PIC X(02) VALUE SPACES.
       77 WRK-FS-BCK      PIC X(02) VALUE SPACES.
       77 WRK-FS-KIT      PIC X(02) VALUE SPACES.
       77 WRK-FS-LIS      PIC X(02) VALUE SPACES.
       77 WRK-FS-EMB      PIC X(02) VALUE SPACES.
       77 WRK-FS-CNF      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-KIT     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-RESPOSTA    PIC X(01) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-QTD-OK      PIC X(01) VALUE 'N'.
       77 WRK-FIM-GRUPO   PIC X(01) VALUE 'N'.
       77 WRK-GRAVAR-LINHA PIC X(01) VALUE 'S'.
       77 WRK-TEM-FALTA   PIC X(01) VALUE 'N'.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-CLI-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REL    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LISTA-X PIC X(08) VALUE SPACES.
       77 WRK-DATA-LISTA  PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-EMB     PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-CNF     PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-CONFERENTE  PIC X(20) VALUE SPACES.
       77 WRK-PEDIDO-CONF PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-X       PIC X(05) VALUE SPACES.
       77 WRK-QTD-NUM     PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEP     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LINHA   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PED     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PED     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-PED     PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-PED     PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ITENS   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ITEM    PIC 9(04) VALUE ZEROS.
       77 WRK-POS-ITEM    PIC 9(04) VALUE ZEROS.
       77 WRK-PRIM-ITEM   PIC 9(04) VALUE ZEROS.
       77 WRK-ITEM-BUSCA  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LIN     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-LIN     PIC 9(04) VALUE ZEROS.
       77 WRK-FIM-LIN     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-TROCA   PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-TROCA PIC 9(04) VALUE ZEROS.
       77 WRK-LIN-TROCA   PIC X(55) VALUE SPACES.
       77 WRK-QTD-KITS    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-KIT     PIC 9(04) VALUE ZEROS.
       77 WRK-E-KIT       PIC X(01) VALUE 'N'.
       77 WRK-KIT-LINHA   PIC 9(06) VALUE ZEROS.
       77 WRK-COD-LER     PIC 9(06) VALUE ZEROS.
       77 WRK-LOCAL-LIDO  PIC X(08) VALUE SPACES.
       77 WRK-DESCR-LIDA  PIC X(20) VALUE SPACES.
       77 WRK-PESO-LIDO   PIC 9(03)V99 VALUE ZEROS.
       77 WRK-LOCAL-ATUAL PIC X(08) VALUE SPACES.
       77 WRK-CODPROD-ATUAL PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-GRUPO PIC 9(07) VALUE ZEROS.
       77 WRK-NOME-CLI    PIC X(20) VALUE SPACES.
       77 WRK-LOG-ENT     PIC X(30) VALUE SPACES.
       77 WRK-CID-ENT     PIC X(20) VALUE SPACES.
       77 WRK-CEP-ENT     PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-NOVO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-NOVO  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ICMS-NOVO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIFERENCA   PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QTD-SELEC   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-ITEM PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-LOCAL PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-COMPLETOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-COM-FALTA PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CANCELADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-BACKORD PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REDUZIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-MANUAL  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ED      PIC ZZZZ9.
       77 WRK-QTD-ED2     PIC ZZZZ9.
       77 WRK-PESO-ED     PIC ZZZZ9.99.
      * ESTRUTURA DOS KITS, COMO NO PROGCOB09
       01 WRK-TABELA-KITS.
           02 WRK-KIT OCCURS 500 TIMES.
               03 WRK-KIT-CODIGO PIC 9(06).
               03 WRK-KIT-COMP   PIC 9(06).
               03 WRK-KIT-QTD    PIC 9(03).
      * PEDIDOS DA LISTA (ACAO 'L') OU CONFERIDOS NA SESSAO (ACAO 'C')
      * SITUACAO: 'L' = 'S' NA LISTA / 'N' SEM ITEM NO CUSTORD
      *           'C' = 'S' ALGO SEPARADO / 'X' NADA SEPARADO
      * ACERTO   = 'B' REDUZIR CUSTORD/FATURIN / 'M' ACERTO MANUAL
       01 WRK-TABELA-PED.
           02 WRK-PED OCCURS 500 TIMES.
               03 WRK-PED-NUMERO    PIC 9(08).
               03 WRK-PED-EMBARQUE  PIC 9(08).
               03 WRK-PED-CLIENTE   PIC 9(06).
               03 WRK-PED-UF        PIC X(02).
               03 WRK-PED-ENDERECO  PIC 9(02).
               03 WRK-PED-LOGRADOURO PIC X(30).
               03 WRK-PED-CIDADE    PIC X(20).
               03 WRK-PED-CEP       PIC 9(08).
               03 WRK-PED-PESO      PIC 9(05)V99.
               03 WRK-PED-ITENS     PIC 9(03).
               03 WRK-PED-VISTO     PIC 9(03).
               03 WRK-PED-SITUACAO  PIC X(01).
               03 WRK-PED-FALTA     PIC X(01).
               03 WRK-PED-DIVERG    PIC X(01).
               03 WRK-PED-ACERTO    PIC X(01).
               03 WRK-PED-VALOR-COR PIC 9(08)V99.
               03 WRK-PED-VALOR-FAT PIC 9(08)V99.
               03 WRK-PED-RED-FRETE PIC 9(07)V99.
               03 WRK-PED-RED-ICMS  PIC 9(07)V99.
               03 WRK-PED-RED-PESO  PIC 9(05)V99.
      * ITENS DOS PEDIDOS (LINHAS DO CUSTORD / REGISTROS DO SEPARAC)
       01 WRK-TABELA-ITENS.
           02 WRK-ITE OCCURS 2000 TIMES.
               03 WRK-ITE-POS-PED   PIC 9(03).
               03 WRK-ITE-ITEM      PIC 9(03).
               03 WRK-ITE-CODPROD   PIC 9(06).
               03 WRK-ITE-DESCR     PIC X(20).
               03 WRK-ITE-LOCAL     PIC X(08).
               03 WRK-ITE-QTD       PIC 9(05).
               03 WRK-ITE-QTD-SEP   PIC 9(05).
               03 WRK-ITE-VALOR-UNIT PIC 9(06)V99.
               03 WRK-ITE-PESO-UNIT PIC 9(03)V99.
      * LINHAS DA LISTA DE SEPARACAO, ORDENADAS POR LOCAL + PRODUTO
      * + PEDIDO (LOCAL EM BRANCO VIRA HIGH-VALUES E VAI PARA O FIM)
       01 WRK-TABELA-LIN.
           02 WRK-LIN OCCURS 3000 TIMES.
               03 WRK-LIN-LOCAL     PIC X(08).
               03 WRK-LIN-CODPROD   PIC 9(06).
               03 WRK-LIN-PEDIDO    PIC 9(08).
               03 WRK-LIN-DESCR     PIC X(20).
               03 WRK-LIN-QTD       PIC 9(07).
               03 WRK-LIN-KIT       PIC 9(06).
       01 WRK-LINHA-PROD.
           02 WRK-LP-LOCAL    PIC X(09).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-CODPROD  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-DESCR    PIC X(20).
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LP-TOTAL    PIC ZZZZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(10) VALUE '[________]'.
       01 WRK-LINHA-PED-LISTA.
           02 FILLER          PIC X(17) VALUE SPACES.
           02 FILLER          PIC X(07) VALUE 'PEDIDO '.
           02 WRK-LL-PEDIDO   PIC 9(08).
           02 FILLER          PIC X(06) VALUE '  QTD '.
           02 WRK-LL-QTD      PIC ZZZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LL-KIT      PIC X(15).
       01 WRK-LINHA-EMB.
           02 WRK-LE-ITEM     PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LE-CODPROD  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LE-DESCR    PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LE-QTD      PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LE-LOCAL    PIC X(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 FILLER          PIC X(10) VALUE '[________]'.
       01 WRK-LINHA-FALTA.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 FILLER          PIC X(05) VALUE 'ITEM '.
           02 WRK-LF-ITEM     PIC ZZ9.
           02 FILLER          PIC X(09) VALUE ' PRODUTO '.
           02 WRK-LF-CODPROD  PIC 9(06).
           02 FILLER          PIC X(08) VALUE ' PEDIDA '.
           02 WRK-LF-QTD      PIC ZZZZ9.
           02 FILLER          PIC X(10) VALUE ' SEPARADA '.
           02 WRK-LF-QTD-SEP  PIC ZZZZ9.
           02 FILLER          PIC X(07) VALUE ' FALTA '.
           02 WRK-LF-FALTA    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (L-LISTA DE SEPARACAO / C-CONFERENCIA): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0200-EMITIR-LISTA
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0500-CONFERIR-SEPARACAO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB154'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB154'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0050-CABECALHO-LISTA==,
                     ==LINHA-NOME== BY ==LIS-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='LISTA DE SEPARACAO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-REL==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0055-CABECALHO-EMBALAGEM==,
                     ==LINHA-NOME== BY ==EMB-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='ROMANEIO DE EMBALAGEM'==,
                     ==PAGINA-NOME== BY ==WRK-PAG-EMB==,
                     ==DATA-NOME== BY ==WRK-DATA-REL==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0058-CABECALHO-CONFERENCIA==,
                     ==LINHA-NOME== BY ==CNF-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='CONFERENCIA DA SEPARACAO'==,
                     ==PAGINA-NOME== BY ==WRK-PAG-CNF==,
                     ==DATA-NOME== BY ==WRK-DATA-REL==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-PEDIDO==,
                     ==CAMPO-NOME== BY ==WRK-PEDIDO-CONF==,
                     ==TEXTO-PROMPT== BY
                         =='PEDIDO A CONFERIR (0 = ENCERRAR): '==.
      ****************************************
      * ACAO 'L' - LISTA DE SEPARACAO E ROMANEIO DE EMBALAGEM
      * NADA E GRAVADO SE OS PEDIDOS DA DATA NAO COUBEREM NAS TABELAS
      ****************************************
       0200-EMITIR-LISTA.
           MOVE WRK-DATA-HOJE TO WRK-DATA-LISTA.
           DISPLAY 'DATA DOS PEDIDOS (AAAAMMDD, BRANCO=HOJE): '.
           MOVE SPACES TO WRK-DATA-LISTA-X.
           ACCEPT WRK-DATA-LISTA-X FROM CONSOLE.
           IF WRK-DATA-LISTA-X NOT = SPACES
               AND WRK-DATA-LISTA-X IS NUMERIC
               MOVE WRK-DATA-LISTA-X TO WRK-DATA-LISTA
           END-IF.
           MOVE 'N' TO WRK-TAB-CHEIA.
           PERFORM 0100-CARREGAR-PEDIDOS.
           IF WRK-TAB-CHEIA = 'N'
               PERFORM 0110-CARREGAR-ITENS
           END-IF.
           IF WRK-TAB-CHEIA = 'N'
               PERFORM 0140-CARREGAR-KITS
           END-IF.
           IF WRK-TAB-CHEIA = 'N'
               PERFORM 0120-MONTAR-LINHAS
           END-IF.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** PEDIDOS/ITENS DA DATA ALEM DAS TABELAS -'
                   ' LISTA NAO EMITIDA, NADA FOI ALTERADO ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0130-ORDENAR-LINHAS
               PERFORM 0300-IMPRIMIR-LISTA
               PERFORM 0350-IMPRIMIR-EMBALAGEM
               IF WRK-QTD-SELEC > 0
                   PERFORM 0400-GRAVAR-SEPARAC
                   PERFORM 0450-MARCAR-SHIPSTAT
               END-IF
               DISPLAY 'PEDIDOS NA LISTA DE SEPARACAO: ' WRK-QTD-SELEC
                   '  ITENS: ' WRK-QTD-ITENS
               IF WRK-QTD-SEM-ITEM > 0
                   DISPLAY 'PEDIDOS CALCULADOS SEM ITEM NO CUSTORD'
                       ' (CONTINUAM CALCULADOS): ' WRK-QTD-SEM-ITEM
               END-IF
               IF WRK-QTD-SEM-LOCAL > 0
                   DISPLAY 'LINHAS DE PRODUTO SEM LOCAL NO PRODMAST: '
                       WRK-QTD-SEM-LOCAL
               END-IF
           END-IF.
       0100-CARREGAR-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-PED.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST NOT = '00'
               DISPLAY 'SHIPSTAT INDISPONIVEL - STATUS ' WRK-FS-SST
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SST-DATA = WRK-DATA-LISTA
                               AND SST-STATUS = 'CALCULADO'
                               PERFORM 0105-INCLUIR-PEDIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           END-IF.
       0105-INCLUIR-PEDIDO.
           IF WRK-QTD-PED NOT < 500
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-PED
               PERFORM 0106-GUARDAR-PEDIDO
           END-IF.
      * DADOS DO PEDIDO LIDO NO SHIPSTAT NA POSICAO WRK-QTD-PED
       0106-GUARDAR-PEDIDO.
           MOVE SST-NUMERO TO WRK-PED-NUMERO(WRK-QTD-PED).
           IF SST-EMBARQUE IS NUMERIC AND SST-EMBARQUE NOT = ZEROS
               MOVE SST-EMBARQUE TO WRK-PED-EMBARQUE(WRK-QTD-PED)
           ELSE
               MOVE SST-NUMERO TO WRK-PED-EMBARQUE(WRK-QTD-PED)
           END-IF.
           MOVE SST-CLIENTE TO WRK-PED-CLIENTE(WRK-QTD-PED).
           MOVE SST-UF TO WRK-PED-UF(WRK-QTD-PED).
           IF SST-ENDERECO IS NUMERIC
               MOVE SST-ENDERECO TO WRK-PED-ENDERECO(WRK-QTD-PED)
           ELSE
               MOVE ZEROS TO WRK-PED-ENDERECO(WRK-QTD-PED)
           END-IF.
           MOVE SST-LOGRADOURO TO WRK-PED-LOGRADOURO(WRK-QTD-PED).
           MOVE SST-CIDADE TO WRK-PED-CIDADE(WRK-QTD-PED).
           IF SST-CEP IS NUMERIC
               MOVE SST-CEP TO WRK-PED-CEP(WRK-QTD-PED)
           ELSE
               MOVE ZEROS TO WRK-PED-CEP(WRK-QTD-PED)
           END-IF.
           EVALUATE TRUE
               WHEN SST-PESO-REAL IS NUMERIC
                   MOVE SST-PESO-REAL TO WRK-PED-PESO(WRK-QTD-PED)
               WHEN SST-PESO IS NUMERIC
                   MOVE SST-PESO TO WRK-PED-PESO(WRK-QTD-PED)
               WHEN OTHER
                   MOVE ZEROS TO WRK-PED-PESO(WRK-QTD-PED)
           END-EVALUATE.
           MOVE ZEROS TO WRK-PED-ITENS(WRK-QTD-PED)
               WRK-PED-VISTO(WRK-QTD-PED)
               WRK-PED-VALOR-COR(WRK-QTD-PED)
               WRK-PED-VALOR-FAT(WRK-QTD-PED)
               WRK-PED-RED-FRETE(WRK-QTD-PED)
               WRK-PED-RED-ICMS(WRK-QTD-PED)
               WRK-PED-RED-PESO(WRK-QTD-PED).
           MOVE 'N' TO WRK-PED-SITUACAO(WRK-QTD-PED)
               WRK-PED-FALTA(WRK-QTD-PED)
               WRK-PED-DIVERG(WRK-QTD-PED).
           MOVE SPACES TO WRK-PED-ACERTO(WRK-QTD-PED).
      * ITENS DOS PEDIDOS SELECIONADOS, NA ORDEM DAS LINHAS DO CUSTORD
      * (WRK-ITE-ITEM = N-ESIMA LINHA DO PEDIDO, COMO O FAT-ITEM)
       0110-CARREGAR-ITENS.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-QTD-SELEC WRK-QTD-SEM-ITEM.
           IF WRK-QTD-PED > 0
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT CUST-ORDER-FILE
               IF WRK-FS-COR NOT = '00'
                   DISPLAY 'CUSTORD INDISPONIVEL - STATUS ' WRK-FS-COR
               ELSE
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ CUST-ORDER-FILE
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               MOVE CORD-PEDIDO TO WRK-NUM-PED
                               PERFORM 0160-LOCALIZAR-PEDIDO
                               IF WRK-POS-PED > 0
                                   PERFORM 0115-INCLUIR-ITEM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CUST-ORDER-FILE
               END-IF
           END-IF.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               IF WRK-PED-ITENS(WRK-IND-PED) > 0
                   MOVE 'S' TO WRK-PED-SITUACAO(WRK-IND-PED)
                   ADD 1 TO WRK-QTD-SELEC
               ELSE
                   ADD 1 TO WRK-QTD-SEM-ITEM
               END-IF
           END-PERFORM.
       0115-INCLUIR-ITEM.
           ADD 1 TO WRK-PED-ITENS(WRK-POS-PED).
           IF WRK-QTD-ITENS NOT < 2000
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-ITENS
               MOVE WRK-POS-PED TO WRK-ITE-POS-PED(WRK-QTD-ITENS)
               MOVE WRK-PED-ITENS(WRK-POS-PED)
                   TO WRK-ITE-ITEM(WRK-QTD-ITENS)
               MOVE CORD-CODPROD TO WRK-ITE-CODPROD(WRK-QTD-ITENS)
               MOVE CORD-PRODUTO TO WRK-ITE-DESCR(WRK-QTD-ITENS)
               IF CORD-QTD IS NUMERIC AND CORD-QTD > 0
                   MOVE CORD-QTD TO WRK-ITE-QTD(WRK-QTD-ITENS)
               ELSE
                   MOVE 1 TO WRK-ITE-QTD(WRK-QTD-ITENS)
               END-IF
               MOVE SPACES TO WRK-ITE-LOCAL(WRK-QTD-ITENS)
               MOVE ZEROS TO WRK-ITE-QTD-SEP(WRK-QTD-ITENS)
                   WRK-ITE-VALOR-UNIT(WRK-QTD-ITENS)
                   WRK-ITE-PESO-UNIT(WRK-QTD-ITENS)
           END-IF.
      * LINHAS DA LISTA: UMA POR ITEM, OU UMA POR COMPONENTE QUANDO O
      * PRODUTO E KIT (QUANTIDADE = KIT-QTD X QUANTIDADE DO ITEM)
       0120-MONTAR-LINHAS.
           MOVE ZEROS TO WRK-QTD-LIN WRK-QTD-SEM-LOCAL.
           MOVE 'N' TO WRK-PRD-DISPON.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE 'S' TO WRK-PRD-DISPON
           ELSE
               DISPLAY 'PRODMAST INDISPONIVEL - LISTA SAI SEM LOCAL'
           END-IF.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               MOVE WRK-ITE-CODPROD(WRK-IND-ITEM) TO WRK-COD-LER
               PERFORM 0170-LER-PRODUTO
               MOVE WRK-LOCAL-LIDO TO WRK-ITE-LOCAL(WRK-IND-ITEM)
               PERFORM 0145-VERIFICAR-KIT
               IF WRK-E-KIT = 'S'
                   PERFORM 0125-EXPLODIR-KIT
               ELSE
                   IF WRK-DESCR-LIDA = SPACES
                       MOVE WRK-ITE-DESCR(WRK-IND-ITEM)
                           TO WRK-DESCR-LIDA
                   END-IF
                   MOVE WRK-ITE-QTD(WRK-IND-ITEM) TO WRK-QTD-LINHA
                   MOVE ZEROS TO WRK-KIT-LINHA
                   PERFORM 0127-INCLUIR-LINHA
               END-IF
           END-PERFORM.
           IF WRK-PRD-DISPON = 'S'
               CLOSE PRODUCT-MASTER
           END-IF.
       0125-EXPLODIR-KIT.
           PERFORM VARYING WRK-IND-KIT FROM 1 BY 1
                   UNTIL WRK-IND-KIT > WRK-QTD-KITS
               IF WRK-KIT-CODIGO(WRK-IND-KIT) =
                   WRK-ITE-CODPROD(WRK-IND-ITEM)
                   MOVE WRK-KIT-COMP(WRK-IND-KIT) TO WRK-COD-LER
                   PERFORM 0170-LER-PRODUTO
                   IF WRK-DESCR-LIDA = SPACES
                       MOVE 'COMPONENTE S/ CADASTRO' TO WRK-DESCR-LIDA
                   END-IF
                   COMPUTE WRK-QTD-LINHA = WRK-KIT-QTD(WRK-IND-KIT)
                       * WRK-ITE-QTD(WRK-IND-ITEM)
                   MOVE WRK-ITE-CODPROD(WRK-IND-ITEM) TO WRK-KIT-LINHA
                   PERFORM 0127-INCLUIR-LINHA
               END-IF
           END-PERFORM.
       0127-INCLUIR-LINHA.
           IF WRK-QTD-LIN NOT < 3000
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-LIN
               MOVE WRK-ITE-POS-PED(WRK-IND-ITEM) TO WRK-POS-PED
               IF WRK-LOCAL-LIDO = SPACES
                   MOVE HIGH-VALUES TO WRK-LIN-LOCAL(WRK-QTD-LIN)
                   ADD 1 TO WRK-QTD-SEM-LOCAL
               ELSE
                   MOVE WRK-LOCAL-LIDO TO WRK-LIN-LOCAL(WRK-QTD-LIN)
               END-IF
               MOVE WRK-COD-LER TO WRK-LIN-CODPROD(WRK-QTD-LIN)
               MOVE WRK-PED-NUMERO(WRK-POS-PED)
                   TO WRK-LIN-PEDIDO(WRK-QTD-LIN)
               MOVE WRK-DESCR-LIDA TO WRK-LIN-DESCR(WRK-QTD-LIN)
               MOVE WRK-QTD-LINHA TO WRK-LIN-QTD(WRK-QTD-LIN)
               MOVE WRK-KIT-LINHA TO WRK-LIN-KIT(WRK-QTD-LIN)
           END-IF.
      * TROCA SIMPLES, COMO NO PROGCOB106: LOCAL + PRODUTO + PEDIDO
       0130-ORDENAR-LINHAS.
           IF WRK-QTD-LIN > 1
               COMPUTE WRK-LIMITE-TROCA = WRK-QTD-LIN - 1
               PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                       UNTIL WRK-IND-LIN > WRK-LIMITE-TROCA
                   PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                           UNTIL WRK-IND-TROCA > WRK-LIMITE-TROCA
                       IF WRK-LIN(WRK-IND-TROCA)(1:22) >
                           WRK-LIN(WRK-IND-TROCA + 1)(1:22)
                           MOVE WRK-LIN(WRK-IND-TROCA) TO WRK-LIN-TROCA
                           MOVE WRK-LIN(WRK-IND-TROCA + 1)
                               TO WRK-LIN(WRK-IND-TROCA)
                           MOVE WRK-LIN-TROCA
                               TO WRK-LIN(WRK-IND-TROCA + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
      * ESTRUTURA DOS KITS EM MEMORIA; SEM KITMAST NENHUM PRODUTO E
      * KIT E A LISTA SAI PELO CODIGO DO PEDIDO
       0140-CARREGAR-KITS.
           MOVE ZEROS TO WRK-QTD-KITS.
           MOVE 'N' TO WRK-FIM-KIT.
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT = '00'
               PERFORM UNTIL WRK-FIM-KIT = 'Y'
                   READ KIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-KIT
                       NOT AT END
                           IF WRK-QTD-KITS < 500
                               ADD 1 TO WRK-QTD-KITS
                               MOVE KIT-CODIGO TO
                                   WRK-KIT-CODIGO(WRK-QTD-KITS)
                               MOVE KIT-COMPONENTE TO
                                   WRK-KIT-COMP(WRK-QTD-KITS)
                               MOVE KIT-QTD TO
                                   WRK-KIT-QTD(WRK-QTD-KITS)
                           ELSE
                               MOVE 'S' TO WRK-TAB-CHEIA
                               MOVE 'Y' TO WRK-FIM-KIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-FILE
           END-IF.
       0145-VERIFICAR-KIT.
           MOVE 'N' TO WRK-E-KIT.
           PERFORM VARYING WRK-IND-KIT FROM 1 BY 1
                   UNTIL WRK-IND-KIT > WRK-QTD-KITS
               IF WRK-KIT-CODIGO(WRK-IND-KIT) =
                   WRK-ITE-CODPROD(WRK-IND-ITEM)
                   MOVE 'S' TO WRK-E-KIT
               END-IF
           END-PERFORM.
       0160-LOCALIZAR-PEDIDO.
           MOVE ZEROS TO WRK-POS-PED.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
                      OR WRK-POS-PED > 0
               IF WRK-PED-NUMERO(WRK-IND-PED) = WRK-NUM-PED
                   MOVE WRK-IND-PED TO WRK-POS-PED
               END-IF
           END-PERFORM.
      * ITEM WRK-ITEM-BUSCA DO PEDIDO NA POSICAO WRK-POS-PED
       0165-LOCALIZAR-ITEM.
           MOVE ZEROS TO WRK-POS-ITEM.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
                      OR WRK-POS-ITEM > 0
               IF WRK-ITE-POS-PED(WRK-IND-ITEM) = WRK-POS-PED
                   AND WRK-ITE-ITEM(WRK-IND-ITEM) = WRK-ITEM-BUSCA
                   MOVE WRK-IND-ITEM TO WRK-POS-ITEM
               END-IF
           END-PERFORM.
       0170-LER-PRODUTO.
           MOVE SPACES TO WRK-LOCAL-LIDO WRK-DESCR-LIDA.
           MOVE ZEROS TO WRK-PESO-LIDO.
           IF WRK-PRD-DISPON = 'S'
               MOVE WRK-COD-LER TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRD-LOCAL TO WRK-LOCAL-LIDO
                       MOVE PRD-DESCRICAO TO WRK-DESCR-LIDA
                       MOVE PRD-PESO TO WRK-PESO-LIDO
               END-READ
           END-IF.
      ****************************************
      * LISTA DE SEPARACAO (SEPLISTA)
      ****************************************
       0300-IMPRIMIR-LISTA.
           OPEN OUTPUT PICK-REPORT-FILE.
           MOVE ZEROS TO WRK-PAGINA.
           PERFORM 0310-CABECALHO-LISTA.
           IF WRK-QTD-LIN = 0
               MOVE 'NENHUM PEDIDO CALCULADO PARA SEPARAR NA DATA'
                   TO LIS-LINHA
               WRITE LIS-LINHA
           END-IF.
           MOVE 1 TO WRK-IND-LIN.
           PERFORM UNTIL WRK-IND-LIN > WRK-QTD-LIN
               PERFORM 0320-IMPRIMIR-PRODUTO
           END-PERFORM.
           MOVE SPACES TO LIS-LINHA.
           WRITE LIS-LINHA.
           STRING 'PEDIDOS: ' WRK-QTD-SELEC
                  '   ITENS: ' WRK-QTD-ITENS
                  '   LINHAS DE SEPARACAO: ' WRK-QTD-LIN
               DELIMITED BY SIZE INTO LIS-LINHA.
           WRITE LIS-LINHA.
           IF WRK-QTD-SEM-LOCAL > 0
               MOVE SPACES TO LIS-LINHA
               STRING 'PRODUTOS SEM LOCAL NO PRODMAST SAEM NO FIM'
                      ' DA LISTA'
                   DELIMITED BY SIZE INTO LIS-LINHA
               WRITE LIS-LINHA
           END-IF.
           CLOSE PICK-REPORT-FILE.
       0310-CABECALHO-LISTA.
           PERFORM 0050-CABECALHO-LISTA.
           MOVE SPACES TO LIS-LINHA.
           STRING 'PEDIDOS CALCULADOS DE ' WRK-DATA-LISTA
                  ' - NA ORDEM DE PERCURSO DO ARMAZEM'
               DELIMITED BY SIZE INTO LIS-LINHA.
           WRITE LIS-LINHA.
           MOVE SPACES TO LIS-LINHA.
           WRITE LIS-LINHA.
           MOVE SPACES TO LIS-LINHA.
           STRING 'LOCAL     PRODUT DESCRICAO'
                  '                TOTAL   SEPARADO'
               DELIMITED BY SIZE INTO LIS-LINHA.
           WRITE LIS-LINHA.
           MOVE 5 TO WRK-LINHAS-PAG.
      * UM GRUPO POR LOCAL + PRODUTO: A LINHA DO PRODUTO COM O TOTAL A
      * SEPARAR E, ABAIXO, A QUANTIDADE DE CADA PEDIDO
       0320-IMPRIMIR-PRODUTO.
           MOVE WRK-LIN-LOCAL(WRK-IND-LIN) TO WRK-LOCAL-ATUAL.
           MOVE WRK-LIN-CODPROD(WRK-IND-LIN) TO WRK-CODPROD-ATUAL.
           MOVE WRK-LIN-QTD(WRK-IND-LIN) TO WRK-TOTAL-GRUPO.
           MOVE WRK-IND-LIN TO WRK-FIM-LIN.
           MOVE 'N' TO WRK-FIM-GRUPO.
           PERFORM UNTIL WRK-FIM-GRUPO = 'S'
               IF WRK-FIM-LIN NOT < WRK-QTD-LIN
                   MOVE 'S' TO WRK-FIM-GRUPO
               ELSE
                   IF WRK-LIN-LOCAL(WRK-FIM-LIN + 1) NOT =
                       WRK-LOCAL-ATUAL
                       OR WRK-LIN-CODPROD(WRK-FIM-LIN + 1) NOT =
                       WRK-CODPROD-ATUAL
                       MOVE 'S' TO WRK-FIM-GRUPO
                   ELSE
                       ADD 1 TO WRK-FIM-LIN
                       ADD WRK-LIN-QTD(WRK-FIM-LIN) TO WRK-TOTAL-GRUPO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-LINHAS-PAG > 52
               PERFORM 0310-CABECALHO-LISTA
           END-IF.
           MOVE SPACES TO LIS-LINHA.
           WRITE LIS-LINHA.
           IF WRK-LOCAL-ATUAL = HIGH-VALUES
               MOVE 'SEM LOCAL' TO WRK-LP-LOCAL
           ELSE
               MOVE WRK-LOCAL-ATUAL TO WRK-LP-LOCAL
           END-IF.
           MOVE WRK-CODPROD-ATUAL TO WRK-LP-CODPROD.
           MOVE WRK-LIN-DESCR(WRK-IND-LIN) TO WRK-LP-DESCR.
           MOVE WRK-TOTAL-GRUPO TO WRK-LP-TOTAL.
           MOVE WRK-LINHA-PROD TO LIS-LINHA.
           WRITE LIS-LINHA.
           ADD 2 TO WRK-LINHAS-PAG.
           PERFORM VARYING WRK-IND-LIN FROM WRK-IND-LIN BY 1
                   UNTIL WRK-IND-LIN > WRK-FIM-LIN
               IF WRK-LINHAS-PAG > 55
                   PERFORM 0310-CABECALHO-LISTA
               END-IF
               MOVE WRK-LIN-PEDIDO(WRK-IND-LIN) TO WRK-LL-PEDIDO
               MOVE WRK-LIN-QTD(WRK-IND-LIN) TO WRK-LL-QTD
               MOVE SPACES TO WRK-LL-KIT
               IF WRK-LIN-KIT(WRK-IND-LIN) NOT = ZEROS
                   STRING 'KIT ' WRK-LIN-KIT(WRK-IND-LIN)
                       DELIMITED BY SIZE INTO WRK-LL-KIT
               END-IF
               MOVE WRK-LINHA-PED-LISTA TO LIS-LINHA
               WRITE LIS-LINHA
               ADD 1 TO WRK-LINHAS-PAG
           END-PERFORM.
      ****************************************
      * ROMANEIO DE EMBALAGEM (EMBALREL) - UMA PAGINA POR PEDIDO
      ****************************************
       0350-IMPRIMIR-EMBALAGEM.
           OPEN OUTPUT PACKING-REPORT-FILE.
           MOVE ZEROS TO WRK-PAG-EMB.
           MOVE 'N' TO WRK-CLI-DISPON.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CLI = '00'
               MOVE 'S' TO WRK-CLI-DISPON
           END-IF.
           IF WRK-QTD-SELEC = 0
               PERFORM 0055-CABECALHO-EMBALAGEM
               MOVE 'NENHUM PEDIDO CALCULADO PARA SEPARAR NA DATA'
                   TO EMB-LINHA
               WRITE EMB-LINHA
           END-IF.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               IF WRK-PED-SITUACAO(WRK-IND-PED) = 'S'
                   PERFORM 0360-IMPRIMIR-PEDIDO-EMB
               END-IF
           END-PERFORM.
           IF WRK-CLI-DISPON = 'S'
               CLOSE CUSTOMER-MASTER
           END-IF.
           CLOSE PACKING-REPORT-FILE.
      * ENDERECO DE ENTREGA DO SHIPSTAT; EM BRANCO (PEDIDO ANTIGO) SAI
      * O ENDERECO DO CADASTRO, COMO NO PROGCOB72
       0360-IMPRIMIR-PEDIDO-EMB.
           MOVE 'NOME NAO DISPONIVEL' TO WRK-NOME-CLI.
           MOVE WRK-PED-LOGRADOURO(WRK-IND-PED) TO WRK-LOG-ENT.
           MOVE WRK-PED-CIDADE(WRK-IND-PED) TO WRK-CID-ENT.
           MOVE WRK-PED-CEP(WRK-IND-PED) TO WRK-CEP-ENT.
           IF WRK-CLI-DISPON = 'S'
               MOVE WRK-PED-CLIENTE(WRK-IND-PED) TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NOME TO WRK-NOME-CLI
                       IF WRK-LOG-ENT = SPACES
                           MOVE CM-LOGRADOURO TO WRK-LOG-ENT
                           MOVE CM-CIDADE TO WRK-CID-ENT
                           MOVE CM-CEP TO WRK-CEP-ENT
                       END-IF
               END-READ
           END-IF.
           PERFORM 0055-CABECALHO-EMBALAGEM.
           MOVE SPACES TO EMB-LINHA.
           STRING 'PEDIDO: ' WRK-PED-NUMERO(WRK-IND-PED)
                  '   EMBARQUE: ' WRK-PED-EMBARQUE(WRK-IND-PED)
               DELIMITED BY SIZE INTO EMB-LINHA.
           WRITE EMB-LINHA.
           MOVE SPACES TO EMB-LINHA.
           STRING 'CLIENTE: ' WRK-PED-CLIENTE(WRK-IND-PED)
                  ' ' WRK-NOME-CLI
               DELIMITED BY SIZE INTO EMB-LINHA.
           WRITE EMB-LINHA.
           MOVE SPACES TO EMB-LINHA.
           STRING 'ENTREGA: ' WRK-LOG-ENT
               DELIMITED BY SIZE INTO EMB-LINHA.
           WRITE EMB-LINHA.
           MOVE SPACES TO EMB-LINHA.
           STRING '         ' WRK-CID-ENT
                  ' ' WRK-PED-UF(WRK-IND-PED)
                  '  CEP ' WRK-CEP-ENT
               DELIMITED BY SIZE INTO EMB-LINHA.
           WRITE EMB-LINHA.
           MOVE SPACES TO EMB-LINHA.
           WRITE EMB-LINHA.
           STRING 'ITE  PRODUT DESCRICAO'
                  '              QTD  LOCAL      CONFERIDO'
               DELIMITED BY SIZE INTO EMB-LINHA.
           WRITE EMB-LINHA.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               IF WRK-ITE-POS-PED(WRK-IND-ITEM) = WRK-IND-PED
                   MOVE WRK-ITE-ITEM(WRK-IND-ITEM) TO WRK-LE-ITEM
                   MOVE WRK-ITE-CODPROD(WRK-IND-ITEM) TO WRK-LE-CODPROD
                   MOVE WRK-ITE-DESCR(WRK-IND-ITEM) TO WRK-LE-DESCR
                   MOVE WRK-ITE-QTD(WRK-IND-ITEM) TO WRK-LE-QTD
                   IF WRK-ITE-LOCAL(WRK-IND-ITEM) = SPACES
                       MOVE 'SEM LOCAL' TO WRK-LE-LOCAL
                   ELSE
                       MOVE WRK-ITE-LOCAL(WRK-IND-ITEM) TO WRK-LE-LOCAL
                   END-IF
                   MOVE WRK-LINHA-EMB TO EMB-LINHA
                   WRITE EMB-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO EMB-LINHA.
           WRITE EMB-LINHA.
           MOVE WRK-PED-PESO(WRK-IND-PED) TO WRK-PESO-ED.
           STRING 'PESO DO PEDIDO (KG): ' WRK-PESO-ED
                  '     VOLUMES: ______'
               DELIMITED BY SIZE INTO EMB-LINHA.
           WRITE EMB-LINHA.
           MOVE SPACES TO EMB-LINHA.
           WRITE EMB-LINHA.
           MOVE SPACES TO EMB-LINHA.
           STRING 'EMBALADO POR: ____________________'
                  '   CONFERIDO POR: ____________________'
               DELIMITED BY SIZE INTO EMB-LINHA.
           WRITE EMB-LINHA.
      * UM REGISTRO PENDENTE NO SEPARAC POR ITEM DA LISTA
       0400-GRAVAR-SEPARAC.
           OPEN EXTEND PICKING-FILE.
           IF WRK-FS-SEP NOT = '00'
               OPEN OUTPUT PICKING-FILE
           END-IF.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               MOVE WRK-ITE-POS-PED(WRK-IND-ITEM) TO WRK-POS-PED
               MOVE WRK-PED-NUMERO(WRK-POS-PED) TO SEP-PEDIDO
               MOVE WRK-ITE-ITEM(WRK-IND-ITEM) TO SEP-ITEM
               MOVE WRK-PED-EMBARQUE(WRK-POS-PED) TO SEP-EMBARQUE
               MOVE WRK-PED-CLIENTE(WRK-POS-PED) TO SEP-CLIENTE
               MOVE WRK-ITE-CODPROD(WRK-IND-ITEM) TO SEP-CODPROD
               MOVE WRK-ITE-LOCAL(WRK-IND-ITEM) TO SEP-LOCAL
               MOVE WRK-ITE-QTD(WRK-IND-ITEM) TO SEP-QTD
               MOVE ZEROS TO SEP-QTD-SEPARADA SEP-DATA-CONF
               MOVE 'P' TO SEP-STATUS
               MOVE WRK-DATA-HOJE TO SEP-DATA
               MOVE SPACES TO SEP-CONFERENTE SEP-ACERTO
               WRITE SEP-REC
           END-PERFORM.
           CLOSE PICKING-FILE.
      * PEDIDOS DA LISTA PASSAM PARA 'SEPARACAO' - REGRAVACAO VIA
      * SHIPTMP, COMO NO PROGCOB106
       0450-MARCAR-SHIPSTAT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           OPEN OUTPUT SHIP-STATUS-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SHIPMENT-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF SST-DATA = WRK-DATA-LISTA
                           AND SST-STATUS = 'CALCULADO'
                           MOVE SST-NUMERO TO WRK-NUM-PED
                           PERFORM 0160-LOCALIZAR-PEDIDO
                           IF WRK-POS-PED > 0
                               IF WRK-PED-SITUACAO(WRK-POS-PED) = 'S'
                                   MOVE 'SEPARACAO' TO SST-STATUS
                                   MOVE WRK-DATA-HOJE TO SST-DATA-STATUS
                               END-IF
                           END-IF
                       END-IF
                       WRITE TMP-REC FROM SST-REC
               END-READ
           END-PERFORM.
           CLOSE SHIPMENT-STATUS-FILE SHIP-STATUS-TEMP.
           PERFORM 0460-DEVOLVER-SHIPSTAT.
       0460-DEVOLVER-SHIPSTAT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT SHIPMENT-STATUS-FILE.
           OPEN INPUT SHIP-STATUS-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SHIP-STATUS-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE SST-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE SHIPMENT-STATUS-FILE SHIP-STATUS-TEMP.
      ****************************************
      * ACAO 'C' - CONFERENCIA DA SEPARACAO
      * AS QUANTIDADES FICAM EM MEMORIA ATE O FIM DA SESSAO (PEDIDO 0)
      * E SO ENTAO OS ARQUIVOS SAO ATUALIZADOS
      ****************************************
       0500-CONFERIR-SEPARACAO.
           DISPLAY 'CONFERENTE RESPONSAVEL: '.
           MOVE SPACES TO WRK-CONFERENTE.
           ACCEPT WRK-CONFERENTE FROM CONSOLE.
           IF WRK-CONFERENTE = SPACES
               DISPLAY 'CONFERENTE OBRIGATORIO - NADA FOI CONFERIDO'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO WRK-QTD-PED WRK-QTD-ITENS
               MOVE 'N' TO WRK-FIM-SESSAO
               MOVE 'N' TO WRK-PRD-DISPON
               OPEN INPUT PRODUCT-MASTER
               IF WRK-FS-PRD = '00'
                   MOVE 'S' TO WRK-PRD-DISPON
               END-IF
               PERFORM UNTIL WRK-FIM-SESSAO = 'S'
                   PERFORM 0510-CONFERIR-PEDIDO
               END-PERFORM
               IF WRK-PRD-DISPON = 'S'
                   CLOSE PRODUCT-MASTER
               END-IF
               IF WRK-QTD-PED = ZEROS
                   DISPLAY 'NENHUM PEDIDO CONFERIDO'
               ELSE
                   PERFORM 0600-APLICAR-CONFERENCIA
               END-IF
           END-IF.
       0510-CONFERIR-PEDIDO.
           PERFORM 0060-RECEBER-PEDIDO.
           IF WRK-PEDIDO-CONF = ZEROS
               MOVE 'S' TO WRK-FIM-SESSAO
           ELSE
               MOVE WRK-PEDIDO-CONF TO WRK-NUM-PED
               PERFORM 0160-LOCALIZAR-PEDIDO
               IF WRK-POS-PED > 0
                   DISPLAY 'PEDIDO JA CONFERIDO NESTA SESSAO'
               ELSE
                   IF WRK-QTD-PED NOT < 500
                       DISPLAY 'LIMITE DE PEDIDOS DA SESSAO - ENCERRE'
                           ' (PEDIDO 0) E CONFIRA O RESTO DEPOIS'
                   ELSE
                       PERFORM 0520-LOCALIZAR-SHIPSTAT
                   END-IF
               END-IF
           END-IF.
      * O PEDIDO SO ENTRA NA SESSAO SE ESTIVER EM 'SEPARACAO'; OS
      * DADOS SAO GUARDADOS AINDA COM O REGISTRO DO SHIPSTAT NA AREA
       0520-LOCALIZAR-SHIPSTAT.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SST-NUMERO = WRK-PEDIDO-CONF
                               MOVE 'Y' TO WRK-FIM-ARQ
                               MOVE 'S' TO WRK-ACHOU
                               IF SST-STATUS = 'SEPARACAO'
                                   ADD 1 TO WRK-QTD-PED
                                   PERFORM 0106-GUARDAR-PEDIDO
                               ELSE
                                   DISPLAY 'PEDIDO NAO ESTA EM'
                                       ' SEPARACAO - STATUS '
                                       SST-STATUS
                                   MOVE 'N' TO WRK-ACHOU
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           ELSE
               DISPLAY 'SHIPSTAT INDISPONIVEL - STATUS ' WRK-FS-SST
           END-IF.
           IF WRK-ACHOU = 'S'
               PERFORM 0530-CARREGAR-ITENS-PEDIDO
           ELSE
               IF WRK-FS-SST = '00'
                   DISPLAY 'PEDIDO NAO CONFERIDO: ' WRK-PEDIDO-CONF
               END-IF
           END-IF.
      * ITENS PENDENTES DO PEDIDO NO SEPARAC; O PEDIDO SAI DA SESSAO
      * SE NAO HOUVER ITEM OU SE O CONFERENTE NAO CONFIRMAR
       0530-CARREGAR-ITENS-PEDIDO.
           COMPUTE WRK-PRIM-ITEM = WRK-QTD-ITENS + 1.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PICKING-FILE.
           IF WRK-FS-SEP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PICKING-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SEP-PEDIDO = WRK-PEDIDO-CONF
                               AND SEP-STATUS = 'P'
                               PERFORM 0535-INCLUIR-ITEM-SEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PICKING-FILE
           END-IF.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY 'LIMITE DE ITENS DA SESSAO - ENCERRE (PEDIDO 0)'
                   ' E CONFIRA ESTE PEDIDO DEPOIS'
               COMPUTE WRK-QTD-ITENS = WRK-PRIM-ITEM - 1
               SUBTRACT 1 FROM WRK-QTD-PED
           ELSE
               IF WRK-QTD-ITENS < WRK-PRIM-ITEM
                   DISPLAY 'PEDIDO SEM ITEM PENDENTE NO SEPARAC'
                   SUBTRACT 1 FROM WRK-QTD-PED
               ELSE
                   PERFORM VARYING WRK-POS-ITEM FROM WRK-PRIM-ITEM BY 1
                           UNTIL WRK-POS-ITEM > WRK-QTD-ITENS
                       PERFORM 0540-RECEBER-ITEM
                   END-PERFORM
                   PERFORM 0550-RESUMIR-PEDIDO
               END-IF
           END-IF.
       0535-INCLUIR-ITEM-SEP.
           IF WRK-QTD-ITENS NOT < 2000
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-ITENS
               ADD 1 TO WRK-PED-ITENS(WRK-QTD-PED)
               MOVE WRK-QTD-PED TO WRK-ITE-POS-PED(WRK-QTD-ITENS)
               MOVE SEP-ITEM TO WRK-ITE-ITEM(WRK-QTD-ITENS)
               MOVE SEP-CODPROD TO WRK-ITE-CODPROD(WRK-QTD-ITENS)
               MOVE SEP-LOCAL TO WRK-ITE-LOCAL(WRK-QTD-ITENS)
               MOVE SEP-QTD TO WRK-ITE-QTD(WRK-QTD-ITENS)
               MOVE SPACES TO WRK-ITE-DESCR(WRK-QTD-ITENS)
               MOVE ZEROS TO WRK-ITE-QTD-SEP(WRK-QTD-ITENS)
                   WRK-ITE-VALOR-UNIT(WRK-QTD-ITENS)
                   WRK-ITE-PESO-UNIT(WRK-QTD-ITENS)
           END-IF.
      * QUANTIDADE SEPARADA DO ITEM NA POSICAO WRK-POS-ITEM: BRANCO =
      * TUDO; DE 0 ATE A QUANTIDADE PEDIDA
       0540-RECEBER-ITEM.
           MOVE WRK-ITE-CODPROD(WRK-POS-ITEM) TO WRK-COD-LER.
           PERFORM 0170-LER-PRODUTO.
           MOVE WRK-DESCR-LIDA TO WRK-ITE-DESCR(WRK-POS-ITEM).
           MOVE WRK-PESO-LIDO TO WRK-ITE-PESO-UNIT(WRK-POS-ITEM).
           MOVE WRK-ITE-QTD(WRK-POS-ITEM) TO WRK-QTD-ED.
           DISPLAY 'ITEM ' WRK-ITE-ITEM(WRK-POS-ITEM)
               ' PRODUTO ' WRK-ITE-CODPROD(WRK-POS-ITEM)
               ' ' WRK-DESCR-LIDA
               ' LOCAL ' WRK-ITE-LOCAL(WRK-POS-ITEM).
           MOVE 'N' TO WRK-QTD-OK.
           PERFORM UNTIL WRK-QTD-OK = 'S'
               DISPLAY '  PEDIDA ' WRK-QTD-ED
                   ' - QTD SEPARADA (BRANCO = TUDO): '
               PERFORM 0545-VALIDAR-QTD
           END-PERFORM.
           MOVE WRK-QTD-SEP TO WRK-ITE-QTD-SEP(WRK-POS-ITEM).
       0545-VALIDAR-QTD.
           MOVE SPACES TO WRK-QTD-X.
           ACCEPT WRK-QTD-X FROM CONSOLE.
           MOVE 'S' TO WRK-QTD-OK.
           IF WRK-QTD-X = SPACES
               MOVE WRK-ITE-QTD(WRK-POS-ITEM) TO WRK-QTD-SEP
           ELSE
               COMPUTE WRK-QTD-NUM = FUNCTION NUMVAL(WRK-QTD-X)
               IF (WRK-QTD-NUM = ZEROS AND WRK-QTD-X NOT = '0')
                   OR WRK-QTD-NUM > WRK-ITE-QTD(WRK-POS-ITEM)
                   DISPLAY 'QUANTIDADE INVALIDA - DE 0 ATE A PEDIDA'
                   MOVE 'N' TO WRK-QTD-OK
               ELSE
                   MOVE WRK-QTD-NUM TO WRK-QTD-SEP
               END-IF
           END-IF.
       0550-RESUMIR-PEDIDO.
           MOVE 'N' TO WRK-PED-FALTA(WRK-QTD-PED).
           MOVE 'X' TO WRK-PED-SITUACAO(WRK-QTD-PED).
           PERFORM VARYING WRK-IND-ITEM FROM WRK-PRIM-ITEM BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               IF WRK-ITE-QTD-SEP(WRK-IND-ITEM) <
                   WRK-ITE-QTD(WRK-IND-ITEM)
                   MOVE 'S' TO WRK-PED-FALTA(WRK-QTD-PED)
               END-IF
               IF WRK-ITE-QTD-SEP(WRK-IND-ITEM) > 0
                   MOVE 'S' TO WRK-PED-SITUACAO(WRK-QTD-PED)
               END-IF
           END-PERFORM.
           IF WRK-PED-SITUACAO(WRK-QTD-PED) = 'X'
               DISPLAY 'NADA SEPARADO - O PEDIDO SERA CANCELADO E OS'
                   ' ITENS VAO PARA O BACKORD'
           ELSE
               IF WRK-PED-FALTA(WRK-QTD-PED) = 'S'
                   DISPLAY 'SEPARADO COM FALTA - A DIFERENCA VAI PARA'
                       ' O BACKORD'
               ELSE
                   DISPLAY 'SEPARADO COMPLETO'
               END-IF
           END-IF.
           DISPLAY 'CONFIRMA A CONFERENCIA DO PEDIDO (S/N): '.
           MOVE SPACES TO WRK-RESPOSTA.
           ACCEPT WRK-RESPOSTA FROM CONSOLE.
           IF WRK-RESPOSTA NOT = 'S' AND WRK-RESPOSTA NOT = 's'
               DISPLAY 'CONFERENCIA DO PEDIDO DESCARTADA'
               COMPUTE WRK-QTD-ITENS = WRK-PRIM-ITEM - 1
               SUBTRACT 1 FROM WRK-QTD-PED
           END-IF.
      ****************************************
      * ATUALIZACAO DOS ARQUIVOS NO FIM DA SESSAO
      ****************************************
       0600-APLICAR-CONFERENCIA.
           MOVE ZEROS TO WRK-QTD-COMPLETOS WRK-QTD-COM-FALTA
               WRK-QTD-CANCELADOS WRK-QTD-BACKORD WRK-QTD-REDUZIDOS
               WRK-QTD-MANUAL.
           MOVE 'N' TO WRK-TEM-FALTA.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               IF WRK-PED-FALTA(WRK-IND-PED) = 'S'
                   MOVE 'S' TO WRK-TEM-FALTA
               END-IF
           END-PERFORM.
           IF WRK-TEM-FALTA = 'S'
               PERFORM 0610-SOMAR-PEDIDOS
               IF WRK-QTD-REDUZIDOS > 0
                   PERFORM 0620-REGRAVAR-CUSTORD
                   PERFORM 0640-REGRAVAR-FATURIN
                   PERFORM 0680-REGRAVAR-ICMSTAX
               END-IF
               PERFORM 0650-GRAVAR-BACKORDERS
           END-IF.
           PERFORM 0660-REGRAVAR-SHIPSTAT.
           PERFORM 0670-REGRAVAR-SEPARAC.
           PERFORM 0700-IMPRIMIR-CONFERENCIA.
           DISPLAY 'PEDIDOS CONFERIDOS: ' WRK-QTD-PED
               '  COM FALTA: ' WRK-QTD-COM-FALTA
               '  CANCELADOS: ' WRK-QTD-CANCELADOS.
           DISPLAY 'ITENS PARA O BACKORD: ' WRK-QTD-BACKORD
               '  PEDIDOS REDUZIDOS: ' WRK-QTD-REDUZIDOS.
           IF WRK-QTD-MANUAL > 0
               DISPLAY 'PEDIDOS JA FATURADOS COM FALTA (ACERTO MANUAL'
                   ' - VER SEPCONF): ' WRK-QTD-MANUAL
               MOVE 4 TO RETURN-CODE
           END-IF.
      * VALOR DO PEDIDO NO CUSTORD E NO FATURIN (NAO FATURADO = SOMAS
      * IGUAIS, COMO NO PROGCOB106) E VALOR UNITARIO DE CADA ITEM; SO
      * E REDUZIDO ('B') O PEDIDO CUJAS LINHAS DO CUSTORD AINDA BATEM
      * COM OS ITENS DA LISTA - O RESTO FICA PARA ACERTO MANUAL ('M')
       0610-SOMAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUST-ORDER-FILE.
           IF WRK-FS-COR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUST-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE CORD-PEDIDO TO WRK-NUM-PED
                           PERFORM 0160-LOCALIZAR-PEDIDO
                           IF WRK-POS-PED > 0
                               ADD CORD-VALOR TO
                                   WRK-PED-VALOR-COR(WRK-POS-PED)
                               ADD 1 TO WRK-PED-VISTO(WRK-POS-PED)
                               PERFORM 0615-CONFERIR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT BILLING-FILE.
           IF WRK-FS-FAT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ BILLING-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE FAT-PEDIDO TO WRK-NUM-PED
                           PERFORM 0160-LOCALIZAR-PEDIDO
                           IF WRK-POS-PED > 0
                               ADD FAT-VALOR TO
                                   WRK-PED-VALOR-FAT(WRK-POS-PED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               IF WRK-PED-VISTO(WRK-IND-PED) NOT =
                   WRK-PED-ITENS(WRK-IND-PED)
                   MOVE 'S' TO WRK-PED-DIVERG(WRK-IND-PED)
               END-IF
               IF WRK-PED-FALTA(WRK-IND-PED) = 'S'
                   IF WRK-PED-VALOR-COR(WRK-IND-PED) > 0
                       AND WRK-PED-VALOR-COR(WRK-IND-PED) =
                           WRK-PED-VALOR-FAT(WRK-IND-PED)
                       AND WRK-PED-DIVERG(WRK-IND-PED) = 'N'
                       MOVE 'B' TO WRK-PED-ACERTO(WRK-IND-PED)
                       ADD 1 TO WRK-QTD-REDUZIDOS
                   ELSE
                       MOVE 'M' TO WRK-PED-ACERTO(WRK-IND-PED)
                       ADD 1 TO WRK-QTD-MANUAL
                   END-IF
               END-IF
           END-PERFORM.
       0615-CONFERIR-LINHA.
           MOVE WRK-PED-VISTO(WRK-POS-PED) TO WRK-ITEM-BUSCA.
           PERFORM 0165-LOCALIZAR-ITEM.
           IF WRK-POS-ITEM > 0
               IF CORD-QTD IS NUMERIC AND CORD-QTD > 0
                   MOVE CORD-QTD TO WRK-QTD-LINHA
               ELSE
                   MOVE 1 TO WRK-QTD-LINHA
               END-IF
               IF CORD-CODPROD NOT = WRK-ITE-CODPROD(WRK-POS-ITEM)
                   OR WRK-QTD-LINHA NOT = WRK-ITE-QTD(WRK-POS-ITEM)
                   MOVE 'S' TO WRK-PED-DIVERG(WRK-POS-PED)
               ELSE
                   COMPUTE WRK-ITE-VALOR-UNIT(WRK-POS-ITEM) ROUNDED =
                       CORD-VALOR / WRK-QTD-LINHA
               END-IF
           END-IF.
      * PEDIDO 'B': VALOR, FRETE E ICMS DA LINHA PROPORCIONAIS A
      * QUANTIDADE SEPARADA; LINHA SEM NADA SEPARADO SAI DO ARQUIVO
       0620-REGRAVAR-CUSTORD.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               MOVE ZEROS TO WRK-PED-VISTO(WRK-IND-PED)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUST-ORDER-FILE.
           OPEN OUTPUT CUST-ORDER-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ CUST-ORDER-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE 'S' TO WRK-GRAVAR-LINHA
                       MOVE CORD-PEDIDO TO WRK-NUM-PED
                       PERFORM 0160-LOCALIZAR-PEDIDO
                       IF WRK-POS-PED > 0
                           IF WRK-PED-ACERTO(WRK-POS-PED) = 'B'
                               PERFORM 0625-REDUZIR-CUSTORD
                           END-IF
                       END-IF
                       IF WRK-GRAVAR-LINHA = 'S'
                           WRITE CT-REC FROM CORD-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUST-ORDER-FILE CUST-ORDER-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT CUST-ORDER-FILE.
           OPEN INPUT CUST-ORDER-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ CUST-ORDER-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE CORD-REC FROM CT-REC
               END-READ
           END-PERFORM.
           CLOSE CUST-ORDER-FILE CUST-ORDER-TEMP.
       0625-REDUZIR-CUSTORD.
           ADD 1 TO WRK-PED-VISTO(WRK-POS-PED).
           MOVE WRK-PED-VISTO(WRK-POS-PED) TO WRK-ITEM-BUSCA.
           PERFORM 0165-LOCALIZAR-ITEM.
           IF WRK-POS-ITEM > 0
               IF WRK-ITE-QTD-SEP(WRK-POS-ITEM) <
                   WRK-ITE-QTD(WRK-POS-ITEM)
                   COMPUTE WRK-VALOR-NOVO ROUNDED = CORD-VALOR
                       * WRK-ITE-QTD-SEP(WRK-POS-ITEM)
                       / WRK-ITE-QTD(WRK-POS-ITEM)
                   COMPUTE WRK-FRETE-NOVO ROUNDED = CORD-FRETE
                       * WRK-ITE-QTD-SEP(WRK-POS-ITEM)
                       / WRK-ITE-QTD(WRK-POS-ITEM)
                   COMPUTE WRK-ICMS-NOVO ROUNDED = CORD-ICMS
                       * WRK-ITE-QTD-SEP(WRK-POS-ITEM)
                       / WRK-ITE-QTD(WRK-POS-ITEM)
                   COMPUTE WRK-PED-RED-FRETE(WRK-POS-PED) =
                       WRK-PED-RED-FRETE(WRK-POS-PED)
                       + CORD-FRETE - WRK-FRETE-NOVO
                   COMPUTE WRK-PED-RED-ICMS(WRK-POS-PED) =
                       WRK-PED-RED-ICMS(WRK-POS-PED)
                       + CORD-ICMS - WRK-ICMS-NOVO
                   COMPUTE WRK-PED-RED-PESO(WRK-POS-PED) =
                       WRK-PED-RED-PESO(WRK-POS-PED)
                       + (WRK-ITE-QTD(WRK-POS-ITEM)
                          - WRK-ITE-QTD-SEP(WRK-POS-ITEM))
                       * WRK-ITE-PESO-UNIT(WRK-POS-ITEM)
                   IF WRK-ITE-QTD-SEP(WRK-POS-ITEM) = ZEROS
                       MOVE 'N' TO WRK-GRAVAR-LINHA
                   ELSE
                       MOVE WRK-VALOR-NOVO TO CORD-VALOR
                       MOVE WRK-FRETE-NOVO TO CORD-FRETE
                       MOVE WRK-ICMS-NOVO TO CORD-ICMS
                       MOVE WRK-ITE-QTD-SEP(WRK-POS-ITEM) TO CORD-QTD
                   END-IF
               END-IF
           END-IF.
      * O FATURIN TEM OS MESMOS ITENS NA MESMA ORDEM DO CUSTORD - A
      * REDUCAO E REFEITA LINHA A LINHA E CHEGA NOS MESMOS VALORES
       0640-REGRAVAR-FATURIN.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               MOVE ZEROS TO WRK-PED-VISTO(WRK-IND-PED)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT BILLING-FILE.
           OPEN OUTPUT BILLING-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE 'S' TO WRK-GRAVAR-LINHA
                       MOVE FAT-PEDIDO TO WRK-NUM-PED
                       PERFORM 0160-LOCALIZAR-PEDIDO
                       IF WRK-POS-PED > 0
                           IF WRK-PED-ACERTO(WRK-POS-PED) = 'B'
                               PERFORM 0645-REDUZIR-FATURIN
                           END-IF
                       END-IF
                       IF WRK-GRAVAR-LINHA = 'S'
                           WRITE FT-REC FROM FAT-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BILLING-FILE BILLING-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT BILLING-FILE.
           OPEN INPUT BILLING-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ BILLING-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE FAT-REC FROM FT-REC
               END-READ
           END-PERFORM.
           CLOSE BILLING-FILE BILLING-TEMP.
       0645-REDUZIR-FATURIN.
           ADD 1 TO WRK-PED-VISTO(WRK-POS-PED).
           MOVE WRK-PED-VISTO(WRK-POS-PED) TO WRK-ITEM-BUSCA.
           PERFORM 0165-LOCALIZAR-ITEM.
           IF WRK-POS-ITEM > 0
               IF WRK-ITE-QTD-SEP(WRK-POS-ITEM) <
                   WRK-ITE-QTD(WRK-POS-ITEM)
                   IF WRK-ITE-QTD-SEP(WRK-POS-ITEM) = ZEROS
                       MOVE 'N' TO WRK-GRAVAR-LINHA
                   ELSE
                       COMPUTE FAT-VALOR ROUNDED = FAT-VALOR
                           * WRK-ITE-QTD-SEP(WRK-POS-ITEM)
                           / WRK-ITE-QTD(WRK-POS-ITEM)
                       COMPUTE FAT-FRETE ROUNDED = FAT-FRETE
                           * WRK-ITE-QTD-SEP(WRK-POS-ITEM)
                           / WRK-ITE-QTD(WRK-POS-ITEM)
                       COMPUTE FAT-ICMS ROUNDED = FAT-ICMS
                           * WRK-ITE-QTD-SEP(WRK-POS-ITEM)
                           / WRK-ITE-QTD(WRK-POS-ITEM)
                       ADD FAT-FRETE FAT-ICMS GIVING FAT-TOTAL
                       MOVE WRK-ITE-QTD-SEP(WRK-POS-ITEM) TO FAT-QTD
                   END-IF
               END-IF
           END-IF.
      * A FALTA DE CADA ITEM VAI PARA O BACKORD COM O VALOR UNITARIO DO
      * PEDIDO E O PESO DO PRODMAST - O PROGCOB09 REPROCESSA NO PROXIMO
      * LOTE PARA O MESMO CLIENTE, UF E ENDERECO DE ENTREGA
       0650-GRAVAR-BACKORDERS.
           OPEN EXTEND BACKORDER-FILE.
           IF WRK-FS-BCK NOT = '00'
               OPEN OUTPUT BACKORDER-FILE
           END-IF.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               IF WRK-ITE-QTD-SEP(WRK-IND-ITEM) <
                   WRK-ITE-QTD(WRK-IND-ITEM)
                   MOVE WRK-ITE-POS-PED(WRK-IND-ITEM) TO WRK-POS-PED
                   MOVE WRK-ITE-CODPROD(WRK-IND-ITEM) TO BCK-CODPROD
                   MOVE WRK-ITE-VALOR-UNIT(WRK-IND-ITEM) TO BCK-VALOR
                   MOVE WRK-ITE-PESO-UNIT(WRK-IND-ITEM) TO BCK-PESO
                   MOVE WRK-PED-UF(WRK-POS-PED) TO BCK-UF
                   MOVE WRK-PED-CLIENTE(WRK-POS-PED) TO BCK-CLIENTE
                   MOVE WRK-DATA-HOJE TO BCK-DATA
                   COMPUTE BCK-QTD = WRK-ITE-QTD(WRK-IND-ITEM)
                       - WRK-ITE-QTD-SEP(WRK-IND-ITEM)
                   MOVE WRK-PED-ENDERECO(WRK-POS-PED) TO BCK-ENDERECO
                   WRITE BCK-REC
                   ADD 1 TO WRK-QTD-BACKORD
               END-IF
           END-PERFORM.
           CLOSE BACKORDER-FILE.
      * STATUS DO PEDIDO CONFERIDO; NO PEDIDO REDUZIDO O FRETE E O PESO
      * DO SHIPSTAT ACOMPANHAM O CUSTORD
       0660-REGRAVAR-SHIPSTAT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           OPEN OUTPUT SHIP-STATUS-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SHIPMENT-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF SST-STATUS = 'SEPARACAO'
                           MOVE SST-NUMERO TO WRK-NUM-PED
                           PERFORM 0160-LOCALIZAR-PEDIDO
                           IF WRK-POS-PED > 0
                               PERFORM 0665-ATUALIZAR-STATUS
                           END-IF
                       END-IF
                       WRITE TMP-REC FROM SST-REC
               END-READ
           END-PERFORM.
           CLOSE SHIPMENT-STATUS-FILE SHIP-STATUS-TEMP.
           PERFORM 0460-DEVOLVER-SHIPSTAT.
       0665-ATUALIZAR-STATUS.
           IF WRK-PED-SITUACAO(WRK-POS-PED) = 'X'
               MOVE 'CANCELADO' TO SST-STATUS
               ADD 1 TO WRK-QTD-CANCELADOS
           ELSE
               MOVE 'SEPARADO' TO SST-STATUS
               IF WRK-PED-FALTA(WRK-POS-PED) = 'S'
                   ADD 1 TO WRK-QTD-COM-FALTA
               ELSE
                   ADD 1 TO WRK-QTD-COMPLETOS
               END-IF
           END-IF.
           MOVE WRK-DATA-HOJE TO SST-DATA-STATUS.
           IF WRK-PED-ACERTO(WRK-POS-PED) = 'B'
               COMPUTE WRK-DIFERENCA = SST-FRETE
                   - WRK-PED-RED-FRETE(WRK-POS-PED)
               IF WRK-DIFERENCA < 0
                   MOVE ZEROS TO WRK-DIFERENCA
               END-IF
               MOVE WRK-DIFERENCA TO SST-FRETE
               EVALUATE TRUE
                   WHEN SST-PESO-REAL IS NUMERIC
                       MOVE SST-PESO-REAL TO WRK-DIFERENCA
                   WHEN SST-PESO IS NUMERIC
                       MOVE SST-PESO TO WRK-DIFERENCA
                   WHEN OTHER
                       MOVE ZEROS TO WRK-DIFERENCA
               END-EVALUATE
               SUBTRACT WRK-PED-RED-PESO(WRK-POS-PED)
                   FROM WRK-DIFERENCA
               IF WRK-DIFERENCA < 0
                   MOVE ZEROS TO WRK-DIFERENCA
               END-IF
               MOVE WRK-DIFERENCA TO SST-PESO-REAL
               IF WRK-DIFERENCA > 999.99
                   MOVE 999.99 TO SST-PESO
               ELSE
                   MOVE WRK-DIFERENCA TO SST-PESO
               END-IF
           END-IF.
      * ITENS CONFERIDOS SAEM DE PENDENTE NO SEPARAC - REGRAVACAO VIA
      * SEPTMP
       0670-REGRAVAR-SEPARAC.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PICKING-FILE.
           OPEN OUTPUT PICKING-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ PICKING-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF SEP-STATUS = 'P'
                           MOVE SEP-PEDIDO TO WRK-NUM-PED
                           PERFORM 0160-LOCALIZAR-PEDIDO
                           IF WRK-POS-PED > 0
                               PERFORM 0675-ATUALIZAR-ITEM-SEP
                           END-IF
                       END-IF
                       WRITE STM-REC FROM SEP-REC
               END-READ
           END-PERFORM.
           CLOSE PICKING-FILE PICKING-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT PICKING-FILE.
           OPEN INPUT PICKING-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ PICKING-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE SEP-REC FROM STM-REC
               END-READ
           END-PERFORM.
           CLOSE PICKING-FILE PICKING-TEMP.
       0675-ATUALIZAR-ITEM-SEP.
           MOVE SEP-ITEM TO WRK-ITEM-BUSCA.
           PERFORM 0165-LOCALIZAR-ITEM.
           IF WRK-POS-ITEM > 0
               MOVE WRK-ITE-QTD-SEP(WRK-POS-ITEM) TO SEP-QTD-SEPARADA
               MOVE WRK-CONFERENTE TO SEP-CONFERENTE
               MOVE WRK-DATA-HOJE TO SEP-DATA-CONF
               IF WRK-ITE-QTD-SEP(WRK-POS-ITEM) <
                   WRK-ITE-QTD(WRK-POS-ITEM)
                   MOVE 'C' TO SEP-STATUS
                   MOVE WRK-PED-ACERTO(WRK-POS-PED) TO SEP-ACERTO
               ELSE
                   MOVE 'S' TO SEP-STATUS
                   MOVE SPACES TO SEP-ACERTO
               END-IF
           END-IF.
      * ICMS DO PEDIDO REDUZIDO NO ICMSTAX PELA SOMA DAS REDUCOES DAS
      * LINHAS DO CUSTORD
       0680-REGRAVAR-ICMSTAX.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ICMS-TAX-FILE.
           IF WRK-FS-TAX = '00'
               OPEN OUTPUT ICMS-TAX-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ICMS-TAX-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE TAX-PEDIDO TO WRK-NUM-PED
                           PERFORM 0160-LOCALIZAR-PEDIDO
                           IF WRK-POS-PED > 0
                               IF WRK-PED-ACERTO(WRK-POS-PED) = 'B'
                                   PERFORM 0685-REDUZIR-ICMS
                               END-IF
                           END-IF
                           WRITE TT-REC FROM TAX-REC
                   END-READ
               END-PERFORM
               CLOSE ICMS-TAX-FILE ICMS-TAX-TEMP
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN OUTPUT ICMS-TAX-FILE
               OPEN INPUT ICMS-TAX-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ICMS-TAX-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           WRITE TAX-REC FROM TT-REC
                   END-READ
               END-PERFORM
               CLOSE ICMS-TAX-FILE ICMS-TAX-TEMP
           END-IF.
       0685-REDUZIR-ICMS.
           COMPUTE WRK-DIFERENCA = TAX-ICMS
               - WRK-PED-RED-ICMS(WRK-POS-PED).
           IF WRK-DIFERENCA < 0
               MOVE ZEROS TO WRK-DIFERENCA
           END-IF.
           MOVE WRK-DIFERENCA TO TAX-ICMS.
      ****************************************
      * RELATORIO DA CONFERENCIA (SEPCONF)
      ****************************************
       0700-IMPRIMIR-CONFERENCIA.
           OPEN OUTPUT CHECK-REPORT-FILE.
           MOVE ZEROS TO WRK-PAG-CNF.
           PERFORM 0710-CABECALHO-CONFERENCIA.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               PERFORM 0720-IMPRIMIR-PEDIDO-CNF
           END-PERFORM.
           MOVE SPACES TO CNF-LINHA.
           WRITE CNF-LINHA.
           STRING 'PEDIDOS CONFERIDOS: ' WRK-QTD-PED
                  '  COMPLETOS: ' WRK-QTD-COMPLETOS
                  '  COM FALTA: ' WRK-QTD-COM-FALTA
                  '  CANCELADOS: ' WRK-QTD-CANCELADOS
               DELIMITED BY SIZE INTO CNF-LINHA.
           WRITE CNF-LINHA.
           MOVE SPACES TO CNF-LINHA.
           STRING 'ITENS PARA O BACKORD: ' WRK-QTD-BACKORD
                  '  PEDIDOS REDUZIDOS: ' WRK-QTD-REDUZIDOS
                  '  ACERTO MANUAL: ' WRK-QTD-MANUAL
               DELIMITED BY SIZE INTO CNF-LINHA.
           WRITE CNF-LINHA.
           IF WRK-QTD-BACKORD > 0
               MOVE SPACES TO CNF-LINHA
               STRING 'FALTA NA PRATELEIRA: CONFERIR O SALDO DO'
                      ' PRODUTO NA CONTAGEM (PROGCOB110)'
                   DELIMITED BY SIZE INTO CNF-LINHA
               WRITE CNF-LINHA
           END-IF.
           CLOSE CHECK-REPORT-FILE.
       0710-CABECALHO-CONFERENCIA.
           PERFORM 0058-CABECALHO-CONFERENCIA.
           MOVE SPACES TO CNF-LINHA.
           STRING 'CONFERENTE: ' WRK-CONFERENTE
               DELIMITED BY SIZE INTO CNF-LINHA.
           WRITE CNF-LINHA.
           MOVE SPACES TO CNF-LINHA.
           WRITE CNF-LINHA.
           MOVE 4 TO WRK-LINHAS-PAG.
       0720-IMPRIMIR-PEDIDO-CNF.
           IF WRK-LINHAS-PAG > 50
               PERFORM 0710-CABECALHO-CONFERENCIA
           END-IF.
           MOVE SPACES TO CNF-LINHA.
           IF WRK-PED-SITUACAO(WRK-IND-PED) = 'X'
               STRING 'PEDIDO ' WRK-PED-NUMERO(WRK-IND-PED)
                      ' CLIENTE ' WRK-PED-CLIENTE(WRK-IND-PED)
                      '  CANCELADO - NADA SEPARADO'
                   DELIMITED BY SIZE INTO CNF-LINHA
           ELSE
               IF WRK-PED-FALTA(WRK-IND-PED) = 'S'
                   STRING 'PEDIDO ' WRK-PED-NUMERO(WRK-IND-PED)
                          ' CLIENTE ' WRK-PED-CLIENTE(WRK-IND-PED)
                          '  SEPARADO COM FALTA'
                       DELIMITED BY SIZE INTO CNF-LINHA
               ELSE
                   STRING 'PEDIDO ' WRK-PED-NUMERO(WRK-IND-PED)
                          ' CLIENTE ' WRK-PED-CLIENTE(WRK-IND-PED)
                          '  SEPARADO COMPLETO'
                       DELIMITED BY SIZE INTO CNF-LINHA
               END-IF
           END-IF.
           WRITE CNF-LINHA.
           ADD 1 TO WRK-LINHAS-PAG.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               IF WRK-ITE-POS-PED(WRK-IND-ITEM) = WRK-IND-PED
                   AND WRK-ITE-QTD-SEP(WRK-IND-ITEM) <
                       WRK-ITE-QTD(WRK-IND-ITEM)
                   MOVE WRK-ITE-ITEM(WRK-IND-ITEM) TO WRK-LF-ITEM
                   MOVE WRK-ITE-CODPROD(WRK-IND-ITEM) TO WRK-LF-CODPROD
                   MOVE WRK-ITE-QTD(WRK-IND-ITEM) TO WRK-LF-QTD
                   MOVE WRK-ITE-QTD-SEP(WRK-IND-ITEM) TO WRK-LF-QTD-SEP
                   COMPUTE WRK-LF-FALTA = WRK-ITE-QTD(WRK-IND-ITEM)
                       - WRK-ITE-QTD-SEP(WRK-IND-ITEM)
                   MOVE WRK-LINHA-FALTA TO CNF-LINHA
                   WRITE CNF-LINHA
                   ADD 1 TO WRK-LINHAS-PAG
               END-IF
           END-PERFORM.
           IF WRK-PED-ACERTO(WRK-IND-PED) = 'B'
               MOVE SPACES TO CNF-LINHA
               STRING '   CUSTORD/FATURIN/ICMSTAX/SHIPSTAT REDUZIDOS'
                      ' PARA O SEPARADO'
                   DELIMITED BY SIZE INTO CNF-LINHA
               WRITE CNF-LINHA
               ADD 1 TO WRK-LINHAS-PAG
           END-IF.
           IF WRK-PED-ACERTO(WRK-IND-PED) = 'M'
               MOVE SPACES TO CNF-LINHA
               STRING '   *** PEDIDO JA FATURADO OU DIVERGENTE -'
                      ' ACERTO MANUAL DA NOTA ***'
                   DELIMITED BY SIZE INTO CNF-LINHA
               WRITE CNF-LINHA
               ADD 1 TO WRK-LINHAS-PAG
           END-IF.
