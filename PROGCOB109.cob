       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB109.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = DEVOLUCAO DE CLIENTE (RMA) DE PEDIDO FATURADO
      * (DEVOLRMA, RMAREC.COB): A AUTORIZACAO PARTE DA NOTA DE SAIDA
      * (NFR-NUMERO DO NOTAFISC) E DE UM ITEM DO PEDIDO NO CUSTORD,
      * SEM PASSAR DA QUANTIDADE AINDA NAO DEVOLVIDA; O RECEBIMENTO
      * DA MERCADORIA GRAVA A ENTRADA 'E' NO ESTMOV (POSTADA PELO
      * PROGCOB62), A NOTA DE ENTRADA DE DEVOLUCAO NO NOTAFISC (SERIE
      * DO NFCTL, NFR-TIPO 'E', NFR-REF = NOTA DEVOLVIDA) E CREDITA O
      * CLIENTE: ABATE AS PARCELAS ABERTAS DO CONTAREC, PRIMEIRO AS
      * DO PROPRIO PEDIDO E DEPOIS AS DEMAIS DO CLIENTE, E A SOBRA
      * VAI PARA O SALDO CREDOR (CREDCLI, CRDREC.COB); RELATORIO
      * MENSAL EM DEVOREL POR PRODUTO E MOTIVO PARA A QUALIDADE
      * REGRAVACAO VIA ARQUIVO TEMPORARIO COMO O PROGCOB55
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = ENTRADA DA DEVOLUCAO NO ESTOQUE DA LOJA 01
      * (DEPOSITO CENTRAL), DE ONDE A MERCADORIA E TRANSFERIDA PELO
      * PROGCOB117 QUANDO PRECISO
      * MANUTENCAO = NOTA DE ENTRADA GRAVADA COM NFR-NFE-SIT 'P'
      * (PENDENTE DE TRANSMISSAO PELO PROGCOB119) E O ITEM DEVOLVIDO
      * NO NFITEM, COM A DESCRICAO DO PRODMAST
      * MANUTENCAO = NOTA DE ENTRADA GRAVA O OPERADOR EM NFR-EMISSOR E
      * A PARCELA QUITADA PELO CREDITO DA DEVOLUCAO GRAVA RCV-OPERADOR
      * MANUTENCAO = AREAS DO TEMPORARIO, DA ORDENACAO E DA GUARDA DA
      * RMA COM O TAMANHO DO RMAREC.COB (160)
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-AUTH-FILE ASSIGN TO 'DEVOLRMA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RMA.
           SELECT RETURN-AUTH-TEMP ASSIGN TO 'DEVOLTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT NF-REGISTRY-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFR.
           SELECT NF-ITEM-FILE ASSIGN TO 'NFITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFI.
           SELECT NF-CONTROL-FILE ASSIGN TO 'NFCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFC.
           SELECT CUST-ORDER-FILE ASSIGN TO 'CUSTORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORD.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO 'ESTMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOV.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT RECEIVABLE-TEMP ASSIGN TO 'CONTATMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RTM.
           SELECT CUSTOMER-CREDIT-FILE ASSIGN TO 'CREDCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRD.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK109'.
           SELECT SORTED-RETURN-FILE ASSIGN TO 'DEVOLSRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SRT.
           SELECT RETURN-REPORT-FILE ASSIGN TO 'DEVOREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-AUTH-FILE.
       COPY 'RMAREC.COB'.
       FD  RETURN-AUTH-TEMP.
       01  TMP-REC         PIC X(160).
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  NF-ITEM-FILE.
       COPY 'NFIREC.COB'.
       FD  NF-CONTROL-FILE.
       01  NFC-REC.
           02 NFC-ULT-NUMERO PIC 9(08).
       FD  CUST-ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  STOCK-MOVEMENT-FILE.
       COPY 'ESTMREC.COB'.
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  RECEIVABLE-TEMP.
       01  RTM-REC         PIC X(77).
       FD  CUSTOMER-CREDIT-FILE.
       COPY 'CRDREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       SD  SORT-WORK-FILE.
       01  SRT-REC.
           02 FILLER       PIC X(28).
           02 SRT-CODPROD  PIC 9(06).
           02 FILLER       PIC X(05).
           02 SRT-MOTIVO   PIC X(01).
           02 FILLER       PIC X(120).
       FD  SORTED-RETURN-FILE.
       01  SRD-REC         PIC X(160).
       FD  RETURN-REPORT-FILE.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-RMA      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFR      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFI      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFC      PIC X(02) VALUE SPACES.
       77 WRK-FS-ORD      PIC X(02) VALUE SPACES.
       77 WRK-FS-MOV      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-RTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-CRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-SRT      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-NF          PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO      PIC 9(06) VALUE ZEROS.
       77 WRK-ULTIMO      PIC 9(06) VALUE ZEROS.
       77 WRK-PEDIDO      PIC 9(08) VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-DOC         PIC 9(14) VALUE ZEROS.
       77 WRK-UF          PIC X(02) VALUE SPACES.
       77 WRK-CODPROD     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD         PIC 9(05) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(01) VALUE SPACES.
       77 WRK-DESCRICAO   PIC X(30) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-QTD-ITENS   PIC 9(03) VALUE ZEROS.
       77 WRK-IT-QTD      PIC 9(06) VALUE ZEROS.
       77 WRK-IT-VALOR    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-IT-FRETE    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-IT-ICMS     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-IT-QTD-LIN  PIC 9(05) VALUE ZEROS.
       77 WRK-DEVOLVIDO   PIC 9(06) VALUE ZEROS.
       77 WRK-DISPONIVEL  PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-NOVO    PIC 9(08) VALUE ZEROS.
       77 WRK-ABERTO-PED  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CRED-PED    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CRED-OUTROS PIC 9(08)V99 VALUE ZEROS.
       77 WRK-CRED-PARC   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ABATIDO     PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-LISTA   PIC 9(05) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-PROD-ATUAL  PIC 9(06) VALUE ZEROS.
       77 WRK-TEM-PROD    PIC X(01) VALUE 'N'.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-IND-MOT     PIC 9(01) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CRED-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RMA-GUARDA  PIC X(160) VALUE SPACES.
       01 WRK-TABELA-MOTIVOS.
           02 FILLER PIC X(21) VALUE 'AAVARIA              '.
           02 FILLER PIC X(21) VALUE 'DDEFEITO             '.
           02 FILLER PIC X(21) VALUE 'EERRO PEDIDO/ENVIO   '.
           02 FILLER PIC X(21) VALUE 'NDESISTENCIA         '.
           02 FILLER PIC X(21) VALUE 'OOUTROS              '.
       01 WRK-MOTIVOS REDEFINES WRK-TABELA-MOTIVOS.
           02 WRK-MOT OCCURS 5 TIMES.
               03 WRK-MOT-COD   PIC X(01).
               03 WRK-MOT-NOME  PIC X(20).
       01 WRK-TOTAIS-MOTIVO.
           02 WRK-TM OCCURS 5 TIMES.
               03 WRK-TM-QTD     PIC 9(07).
               03 WRK-TM-VALOR   PIC 9(09)V99.
               03 WRK-TM-CREDITO PIC 9(09)V99.
       01 WRK-TOT-PROD.
           02 WRK-TP-QTD      PIC 9(07).
           02 WRK-TP-VALOR    PIC 9(09)V99.
           02 WRK-TP-CREDITO  PIC 9(09)V99.
       01 WRK-TOT-GERAL.
           02 WRK-TG-QTD      PIC 9(07).
           02 WRK-TG-VALOR    PIC 9(09)V99.
           02 WRK-TG-CREDITO  PIC 9(09)V99.
       01 WRK-LINHA-DEV.
           02 WRK-LD-CODPROD  PIC X(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-DESCR    PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-MOTIVO   PIC X(18).
           02 WRK-LD-QTD      PIC ZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-VALOR    PIC Z.ZZZ.ZZ9,99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-CREDITO  PIC Z.ZZZ.ZZ9,99.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR 2-AUTORIZAR DEVOLUCAO 3-RECEBER'
                   ' MERCADORIA'
               DISPLAY '4-CANCELAR RMA 5-RELATORIO MENSAL 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-LISTAR
                   WHEN 2
                       PERFORM 0200-AUTORIZAR
                   WHEN 3
                       PERFORM 0300-RECEBER
                   WHEN 4
                       PERFORM 0450-CANCELAR
                   WHEN 5
                       PERFORM 0500-RELATORIO-MENSAL
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
                     ==NOME-PROGRAMA== BY =='PROGCOB109'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB109'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-NF==,
                     ==CAMPO-NOME== BY ==WRK-NF==,
                     ==TEXTO-PROMPT== BY
                         =='NOTA FISCAL DE SAIDA (NFR-NUMERO): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0170-RECEBER-PRODUTO==,
                     ==CAMPO-NOME== BY ==WRK-CODPROD==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO PRODUTO DEVOLVIDO: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0180-RECEBER-QTD==,
                     ==CAMPO-NOME== BY ==WRK-QTD==,
                     ==TEXTO-PROMPT== BY
                         =='QUANTIDADE: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0190-RECEBER-NUMERO==,
                     ==CAMPO-NOME== BY ==WRK-NUMERO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DA RMA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0195-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES DE REFERENCIA (AAAAMM): '==.
       0100-LISTAR.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RETURN-AUTH-FILE.
           IF WRK-FS-RMA = '00'
               DISPLAY 'RMA    PEDIDO   NOTA     PRODUT   QTD M S'
                   ' AUTORIZ  RECEB       CREDITO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RETURN-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE RMA-CREDITO TO WRK-CRED-ED
                           DISPLAY RMA-NUMERO ' ' RMA-PEDIDO ' '
                               RMA-NF ' ' RMA-CODPROD ' ' RMA-QTD ' '
                               RMA-MOTIVO ' ' RMA-SITUACAO ' '
                               RMA-DATA-AUTORIZ ' ' RMA-DATA-RECEB
                               ' ' WRK-CRED-ED
                           ADD 1 TO WRK-QTD-LISTA
                   END-READ
               END-PERFORM
               CLOSE RETURN-AUTH-FILE
               DISPLAY 'RMAS CADASTRADAS: ' WRK-QTD-LISTA
           ELSE
               DISPLAY 'DEVOLRMA INDISPONIVEL OU VAZIO'
           END-IF.
       0200-AUTORIZAR.
           PERFORM 0160-RECEBER-NF.
           PERFORM 0210-LOCALIZAR-NOTA.
           IF WRK-ACHOU = 'N'
               DISPLAY 'NOTA DE SAIDA EMITIDA NAO ENCONTRADA: ' WRK-NF
           ELSE
               PERFORM 0220-LISTAR-ITENS
               IF WRK-QTD-ITENS = ZEROS
                   DISPLAY 'PEDIDO ' WRK-PEDIDO ' SEM ITENS NO CUSTORD'
               ELSE
                   PERFORM 0170-RECEBER-PRODUTO
                   PERFORM 0230-SOMAR-ITEM
                   PERFORM 0240-SOMAR-DEVOLVIDO
                   IF WRK-IT-QTD > WRK-DEVOLVIDO
                       COMPUTE WRK-DISPONIVEL =
                           WRK-IT-QTD - WRK-DEVOLVIDO
                   ELSE
                       MOVE ZEROS TO WRK-DISPONIVEL
                   END-IF
                   IF WRK-DISPONIVEL = ZEROS
                       DISPLAY 'PRODUTO FORA DO PEDIDO OU JA DEVOLVIDO'
                   ELSE
                       DISPLAY 'QUANTIDADE DISPONIVEL PARA DEVOLUCAO: '
                           WRK-DISPONIVEL
                       PERFORM 0180-RECEBER-QTD
                       IF WRK-QTD = ZEROS
                           OR WRK-QTD > WRK-DISPONIVEL
                           DISPLAY 'QUANTIDADE INVALIDA - RMA NAO'
                               ' AUTORIZADA'
                       ELSE
                           PERFORM 0250-RECEBER-MOTIVO
                           IF WRK-IND-MOT > ZEROS
                               PERFORM 0260-GRAVAR-RMA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * SO NOTA DE SAIDA AINDA VALIDA (NAO CANCELADA) ACEITA RMA
       0210-LOCALIZAR-NOTA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF NFR-NUMERO = WRK-NF
                               AND NFR-STATUS = 'E'
                               AND NFR-TIPO NOT = 'E'
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-ARQ
                               MOVE NFR-PEDIDO TO WRK-PEDIDO
                               MOVE NFR-CLIENTE TO WRK-CLIENTE
                               MOVE NFR-DOC TO WRK-DOC
                               MOVE NFR-UF TO WRK-UF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE
           END-IF.
       0220-LISTAR-ITENS.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUST-ORDER-FILE.
           IF WRK-FS-ORD = '00'
               DISPLAY 'PEDIDO ' WRK-PEDIDO ' CLIENTE ' WRK-CLIENTE
               DISPLAY 'PRODUT DESCRICAO              QTD'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUST-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CORD-PEDIDO = WRK-PEDIDO
                               ADD 1 TO WRK-QTD-ITENS
                               DISPLAY CORD-CODPROD ' ' CORD-PRODUTO
                                   ' ' CORD-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF.
      * O MESMO PRODUTO EM MAIS DE UMA LINHA DO PEDIDO E SOMADO;
      * LINHA ANTIGA SEM QUANTIDADE VALE UMA UNIDADE
       0230-SOMAR-ITEM.
           MOVE ZEROS TO WRK-IT-QTD WRK-IT-VALOR WRK-IT-FRETE
               WRK-IT-ICMS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUST-ORDER-FILE.
           IF WRK-FS-ORD = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUST-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CORD-PEDIDO = WRK-PEDIDO
                               AND CORD-CODPROD = WRK-CODPROD
                               MOVE CORD-QTD TO WRK-IT-QTD-LIN
                               IF CORD-QTD NOT NUMERIC
                                   OR CORD-QTD = ZEROS
                                   MOVE 1 TO WRK-IT-QTD-LIN
                               END-IF
                               ADD WRK-IT-QTD-LIN TO WRK-IT-QTD
                               ADD CORD-VALOR TO WRK-IT-VALOR
                               ADD CORD-FRETE TO WRK-IT-FRETE
                               ADD CORD-ICMS TO WRK-IT-ICMS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF.
      * TAMBEM GUARDA O ULTIMO NUMERO PARA NUMERAR A NOVA RMA
       0240-SOMAR-DEVOLVIDO.
           MOVE ZEROS TO WRK-DEVOLVIDO WRK-ULTIMO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RETURN-AUTH-FILE.
           IF WRK-FS-RMA = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RETURN-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RMA-NUMERO > WRK-ULTIMO
                               MOVE RMA-NUMERO TO WRK-ULTIMO
                           END-IF
                           IF RMA-PEDIDO = WRK-PEDIDO
                               AND RMA-CODPROD = WRK-CODPROD
                               EVALUATE RMA-SITUACAO
                                   WHEN 'A'
                                       ADD RMA-QTD TO WRK-DEVOLVIDO
                                   WHEN 'R'
                                       ADD RMA-QTD-RECEB
                                           TO WRK-DEVOLVIDO
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-AUTH-FILE
           END-IF.
       0250-RECEBER-MOTIVO.
           MOVE ZEROS TO WRK-IND-MOT.
           DISPLAY 'MOTIVO (A AVARIA / D DEFEITO / E ERRO NO PEDIDO'
               ' OU ENVIO / N DESISTENCIA / O OUTROS): '.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           INSPECT WRK-MOTIVO CONVERTING 'adeno' TO 'ADENO'.
           PERFORM VARYING WRK-IND-MOT FROM 1 BY 1
                   UNTIL WRK-IND-MOT > 5
                      OR WRK-MOT-COD(WRK-IND-MOT) = WRK-MOTIVO
               CONTINUE
           END-PERFORM.
           IF WRK-IND-MOT > 5
               MOVE ZEROS TO WRK-IND-MOT
               DISPLAY 'MOTIVO INVALIDO - RMA NAO AUTORIZADA'
           ELSE
               DISPLAY 'DESCRICAO DA DEVOLUCAO: '
               MOVE SPACES TO WRK-DESCRICAO
               ACCEPT WRK-DESCRICAO FROM CONSOLE
           END-IF.
      * VALORES DA RMA = PARTE DA LINHA DO CUSTORD NA QUANTIDADE
       0260-GRAVAR-RMA.
           OPEN EXTEND RETURN-AUTH-FILE.
           IF WRK-FS-RMA NOT = '00'
               OPEN OUTPUT RETURN-AUTH-FILE
           END-IF.
           MOVE SPACES TO RMA-REC.
           ADD 1 TO WRK-ULTIMO.
           MOVE WRK-ULTIMO TO RMA-NUMERO.
           MOVE WRK-PEDIDO TO RMA-PEDIDO.
           MOVE WRK-NF TO RMA-NF.
           MOVE WRK-CLIENTE TO RMA-CLIENTE.
           MOVE WRK-CODPROD TO RMA-CODPROD.
           MOVE WRK-QTD TO RMA-QTD.
           MOVE WRK-MOTIVO TO RMA-MOTIVO.
           MOVE WRK-DESCRICAO TO RMA-DESCRICAO.
           COMPUTE RMA-VALOR ROUNDED =
               WRK-IT-VALOR * WRK-QTD / WRK-IT-QTD.
           COMPUTE RMA-ICMS ROUNDED =
               WRK-IT-ICMS * WRK-QTD / WRK-IT-QTD.
           COMPUTE RMA-CREDITO ROUNDED =
               (WRK-IT-FRETE + WRK-IT-ICMS) * WRK-QTD / WRK-IT-QTD.
           MOVE 'A' TO RMA-SITUACAO.
           MOVE WRK-DATA-HOJE TO RMA-DATA-AUTORIZ.
           MOVE ZEROS TO RMA-DATA-RECEB RMA-QTD-RECEB RMA-NF-ENTRADA
               RMA-ABATIDO RMA-SALDO-CRED.
           MOVE LNK-OPERADOR TO RMA-OPERADOR.
           WRITE RMA-REC.
           CLOSE RETURN-AUTH-FILE.
           MOVE RMA-CREDITO TO WRK-CRED-ED.
           DISPLAY 'RMA AUTORIZADA: ' RMA-NUMERO ' CREDITO PREVISTO '
               WRK-CRED-ED.
      * RECEBIMENTO: QUANTIDADE MENOR QUE A AUTORIZADA REFAZ OS
      * VALORES NA PROPORCAO; ESTOQUE, NOTA DE ENTRADA E CREDITO SAO
      * GRAVADOS ANTES DE A RMA PASSAR A 'R'
       0300-RECEBER.
           PERFORM 0190-RECEBER-NUMERO.
           PERFORM 0310-LOCALIZAR-RMA.
           IF WRK-ACHOU = 'N'
               DISPLAY 'RMA AUTORIZADA NAO ENCONTRADA: ' WRK-NUMERO
           ELSE
               DISPLAY 'QUANTIDADE RECEBIDA (0 = ' RMA-QTD '): '
               PERFORM 0180-RECEBER-QTD
               IF WRK-QTD = ZEROS
                   MOVE RMA-QTD TO WRK-QTD
               END-IF
               IF WRK-QTD > RMA-QTD
                   DISPLAY 'QUANTIDADE ACIMA DA AUTORIZADA - NADA'
                       ' RECEBIDO'
               ELSE
                   IF WRK-QTD < RMA-QTD
                       COMPUTE RMA-VALOR ROUNDED =
                           RMA-VALOR * WRK-QTD / RMA-QTD
                       COMPUTE RMA-ICMS ROUNDED =
                           RMA-ICMS * WRK-QTD / RMA-QTD
                       COMPUTE RMA-CREDITO ROUNDED =
                           RMA-CREDITO * WRK-QTD / RMA-QTD
                   END-IF
                   MOVE WRK-QTD TO RMA-QTD-RECEB
                   MOVE RMA-REC TO WRK-RMA-GUARDA
                   PERFORM 0320-GRAVAR-MOVIMENTO
                   PERFORM 0330-GRAVAR-NOTA-ENTRADA
                   PERFORM 0340-CREDITAR-CLIENTE
                   MOVE WRK-RMA-GUARDA TO RMA-REC
                   MOVE 'R' TO RMA-SITUACAO
                   MOVE WRK-DATA-HOJE TO RMA-DATA-RECEB
                   MOVE WRK-NUM-NOVO TO RMA-NF-ENTRADA
                   MOVE WRK-ABATIDO TO RMA-ABATIDO
                   MOVE WRK-CRED-OUTROS TO RMA-SALDO-CRED
                   MOVE LNK-OPERADOR TO RMA-OPERADOR
                   MOVE RMA-REC TO WRK-RMA-GUARDA
                   PERFORM 0400-REGRAVAR-RMA
                   MOVE WRK-ABATIDO TO WRK-VALOR-ED
                   MOVE WRK-CRED-OUTROS TO WRK-CRED-ED
                   DISPLAY 'RMA ' WRK-NUMERO ' RECEBIDA - NOTA DE'
                       ' ENTRADA ' WRK-NUM-NOVO
                   DISPLAY 'ABATIDO DO CONTAREC ' WRK-VALOR-ED
                       ' SALDO CREDOR ' WRK-CRED-ED
               END-IF
           END-IF.
       0310-LOCALIZAR-RMA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RETURN-AUTH-FILE.
           IF WRK-FS-RMA = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RETURN-AUTH-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RMA-NUMERO = WRK-NUMERO
                               AND RMA-SITUACAO = 'A'
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-ARQ
                               MOVE RMA-REC TO WRK-RMA-GUARDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURN-AUTH-FILE
           END-IF.
           IF WRK-ACHOU = 'S'
               MOVE WRK-RMA-GUARDA TO RMA-REC
               MOVE RMA-CREDITO TO WRK-CRED-ED
               DISPLAY 'PEDIDO ' RMA-PEDIDO ' NOTA ' RMA-NF
                   ' PRODUTO ' RMA-CODPROD ' QTD ' RMA-QTD
                   ' CREDITO ' WRK-CRED-ED
           END-IF.
       0320-GRAVAR-MOVIMENTO.
           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF WRK-FS-MOV NOT = '00'
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.
           MOVE 'E' TO MVE-TIPO.
           MOVE RMA-CODPROD TO MVE-CODIGO.
           MOVE RMA-QTD-RECEB TO MVE-QTD.
           MOVE WRK-DATA-HOJE TO MVE-DATA.
           MOVE 'PROGCOB109' TO MVE-ORIGEM.
           MOVE ZEROS TO MVE-CUSTO-UNIT.
           MOVE RMA-NUMERO TO MVE-DOCUMENTO.
           MOVE 01 TO MVE-LOJA.
           WRITE MVE-REC.
           CLOSE STOCK-MOVEMENT-FILE.
      * NOTA DE ENTRADA NA MESMA SERIE DO NFCTL (PROGCOB27/PROGCOB75)
       0330-GRAVAR-NOTA-ENTRADA.
           MOVE RMA-NF TO WRK-NF.
           MOVE ZEROS TO WRK-DOC.
           MOVE SPACES TO WRK-UF.
           PERFORM 0210-LOCALIZAR-NOTA.
           MOVE WRK-RMA-GUARDA TO RMA-REC.
           MOVE ZEROS TO WRK-NUM-NOVO.
           OPEN INPUT NF-CONTROL-FILE.
           IF WRK-FS-NFC = '00'
               READ NF-CONTROL-FILE
                   NOT AT END
                       MOVE NFC-ULT-NUMERO TO WRK-NUM-NOVO
               END-READ
               CLOSE NF-CONTROL-FILE
           END-IF.
           ADD 1 TO WRK-NUM-NOVO.
           OPEN EXTEND NF-REGISTRY-FILE.
           IF WRK-FS-NFR NOT = '00'
               OPEN OUTPUT NF-REGISTRY-FILE
           END-IF.
           MOVE WRK-NUM-NOVO TO NFR-NUMERO.
           MOVE RMA-PEDIDO TO NFR-PEDIDO.
           MOVE RMA-CLIENTE TO NFR-CLIENTE.
           MOVE WRK-DOC TO NFR-DOC.
           MOVE WRK-UF TO NFR-UF.
           MOVE WRK-DATA-HOJE TO NFR-DATA.
           MOVE RMA-VALOR TO NFR-VALOR.
           MOVE RMA-ICMS TO NFR-ICMS.
           MOVE RMA-CREDITO TO NFR-TOTAL.
           MOVE 'E' TO NFR-STATUS.
           MOVE SPACES TO NFR-MOTIVO.
           STRING 'DEVOLUCAO RMA ' RMA-NUMERO
               DELIMITED BY SIZE INTO NFR-MOTIVO.
           MOVE LNK-OPERADOR TO NFR-OPERADOR.
           MOVE ZEROS TO NFR-DATA-CANC.
           MOVE RMA-NF TO NFR-REF.
           MOVE 'E' TO NFR-TIPO.
           MOVE 'P' TO NFR-NFE-SIT.
           MOVE SPACES TO NFR-PROTOCOLO.
           MOVE SPACES TO NFR-NFE-MOTIVO.
           MOVE LNK-OPERADOR TO NFR-EMISSOR.
           WRITE NFR-REC.
           CLOSE NF-REGISTRY-FILE.
           PERFORM 0335-GRAVAR-ITEM-ENTRADA.
           OPEN OUTPUT NF-CONTROL-FILE.
           MOVE WRK-NUM-NOVO TO NFC-ULT-NUMERO.
           WRITE NFC-REC.
           CLOSE NF-CONTROL-FILE.
       0335-GRAVAR-ITEM-ENTRADA.
           MOVE WRK-NUM-NOVO TO NFI-NUMERO.
           MOVE 1 TO NFI-ITEM.
           MOVE RMA-CODPROD TO NFI-CODPROD.
           MOVE SPACES TO NFI-PRODUTO.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE RMA-CODPROD TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRD-DESCRICAO TO NFI-PRODUTO
               END-READ
               CLOSE PRODUCT-MASTER
           END-IF.
           MOVE RMA-QTD-RECEB TO NFI-QTD.
           MOVE RMA-VALOR TO NFI-VALOR.
           MOVE RMA-ICMS TO NFI-ICMS.
           OPEN EXTEND NF-ITEM-FILE.
           IF WRK-FS-NFI NOT = '00'
               OPEN OUTPUT NF-ITEM-FILE
           END-IF.
           WRITE NFI-REC.
           CLOSE NF-ITEM-FILE.
      * O CREDITO ABATE PRIMEIRO AS PARCELAS ABERTAS DO PROPRIO
      * PEDIDO E DEPOIS AS DEMAIS DO CLIENTE NA ORDEM DO ARQUIVO;
      * PARCELA COBERTA FICA PAGA, PARCELA MAIOR FICA ABERTA COM O
      * VALOR REDUZIDO; O QUE SOBRA VAI PARA O CREDCLI
       0340-CREDITAR-CLIENTE.
           MOVE ZEROS TO WRK-ABATIDO WRK-ABERTO-PED WRK-CRED-PED.
           MOVE RMA-CREDITO TO WRK-CRED-OUTROS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV NOT = '00'
               DISPLAY 'CONTAREC INDISPONIVEL - CREDITO TODO NO'
                   ' SALDO DO CLIENTE'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCV-PEDIDO = RMA-PEDIDO
                               AND RCV-STATUS = 'A'
                               ADD RCV-VALOR TO WRK-ABERTO-PED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
               IF WRK-ABERTO-PED > WRK-CRED-OUTROS
                   MOVE WRK-CRED-OUTROS TO WRK-CRED-PED
               ELSE
                   MOVE WRK-ABERTO-PED TO WRK-CRED-PED
               END-IF
               SUBTRACT WRK-CRED-PED FROM WRK-CRED-OUTROS
               PERFORM 0350-ABATER-PARCELAS
           END-IF.
           IF WRK-CRED-OUTROS > ZEROS
               PERFORM 0370-GRAVAR-SALDO-CREDOR
           END-IF.
       0350-ABATER-PARCELAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           OPEN OUTPUT RECEIVABLE-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ RECEIVABLE-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF RCV-STATUS = 'A'
                           AND RCV-CLIENTE = RMA-CLIENTE
                           IF RCV-PEDIDO = RMA-PEDIDO
                               MOVE WRK-CRED-PED TO WRK-CRED-PARC
                               PERFORM 0360-ABATER-PARCELA
                               MOVE WRK-CRED-PARC TO WRK-CRED-PED
                           ELSE
                               MOVE WRK-CRED-OUTROS TO WRK-CRED-PARC
                               PERFORM 0360-ABATER-PARCELA
                               MOVE WRK-CRED-PARC TO WRK-CRED-OUTROS
                           END-IF
                       END-IF
                       WRITE RTM-REC FROM RCV-REC
               END-READ
           END-PERFORM.
           CLOSE RECEIVABLE-FILE RECEIVABLE-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-TEMP.
           OPEN OUTPUT RECEIVABLE-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ RECEIVABLE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE RCV-REC FROM RTM-REC
               END-READ
           END-PERFORM.
           CLOSE RECEIVABLE-TEMP RECEIVABLE-FILE.
       0360-ABATER-PARCELA.
           IF WRK-CRED-PARC > ZEROS
               IF WRK-CRED-PARC >= RCV-VALOR
                   SUBTRACT RCV-VALOR FROM WRK-CRED-PARC
                   ADD RCV-VALOR TO WRK-ABATIDO
                   MOVE 'P' TO RCV-STATUS
                   MOVE WRK-DATA-HOJE TO RCV-DATA-PGTO
                   MOVE RCV-VALOR TO RCV-VALOR-PAGO
                   MOVE LNK-OPERADOR TO RCV-OPERADOR
               ELSE
                   SUBTRACT WRK-CRED-PARC FROM RCV-VALOR
                   ADD WRK-CRED-PARC TO WRK-ABATIDO
                   MOVE ZEROS TO WRK-CRED-PARC
               END-IF
           END-IF.
       0370-GRAVAR-SALDO-CREDOR.
           OPEN EXTEND CUSTOMER-CREDIT-FILE.
           IF WRK-FS-CRD NOT = '00'
               OPEN OUTPUT CUSTOMER-CREDIT-FILE
           END-IF.
           MOVE RMA-CLIENTE TO CRD-CLIENTE.
           MOVE WRK-DATA-HOJE TO CRD-DATA.
           MOVE 'D' TO CRD-ORIGEM.
           MOVE RMA-NUMERO TO CRD-DOCUMENTO.
           MOVE WRK-CRED-OUTROS TO CRD-VALOR.
           MOVE WRK-CRED-OUTROS TO CRD-SALDO.
           MOVE LNK-OPERADOR TO CRD-OPERADOR.
           WRITE CRD-REC.
           CLOSE CUSTOMER-CREDIT-FILE.
      * SUBSTITUI NO DEVOLRMA A RMA GUARDADA EM WRK-RMA-GUARDA
       0400-REGRAVAR-RMA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RETURN-AUTH-FILE.
           OPEN OUTPUT RETURN-AUTH-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ RETURN-AUTH-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF RMA-NUMERO = WRK-NUMERO
                           MOVE WRK-RMA-GUARDA TO RMA-REC
                       END-IF
                       WRITE TMP-REC FROM RMA-REC
               END-READ
           END-PERFORM.
           CLOSE RETURN-AUTH-FILE RETURN-AUTH-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RETURN-AUTH-TEMP.
           OPEN OUTPUT RETURN-AUTH-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ RETURN-AUTH-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE RMA-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE RETURN-AUTH-TEMP RETURN-AUTH-FILE.
      * SO RMA AINDA NAO RECEBIDA PODE SER CANCELADA
       0450-CANCELAR.
           PERFORM 0190-RECEBER-NUMERO.
           PERFORM 0310-LOCALIZAR-RMA.
           IF WRK-ACHOU = 'N'
               DISPLAY 'RMA AUTORIZADA NAO ENCONTRADA: ' WRK-NUMERO
           ELSE
               MOVE 'C' TO RMA-SITUACAO
               MOVE LNK-OPERADOR TO RMA-OPERADOR
               MOVE RMA-REC TO WRK-RMA-GUARDA
               PERFORM 0400-REGRAVAR-RMA
               DISPLAY 'RMA ' WRK-NUMERO ' CANCELADA'
           END-IF.
      * DEVOLUCOES RECEBIDAS NO MES, ORDENADAS POR PRODUTO E MOTIVO,
      * COM TOTAL POR PRODUTO E RESUMO POR MOTIVO
       0500-RELATORIO-MENSAL.
           PERFORM 0195-RECEBER-MES.
           OPEN INPUT RETURN-AUTH-FILE.
           IF WRK-FS-RMA NOT = '00'
               DISPLAY 'DEVOLRMA INDISPONIVEL OU VAZIO'
           ELSE
               CLOSE RETURN-AUTH-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-CODPROD SRT-MOTIVO
                   USING RETURN-AUTH-FILE
                   GIVING SORTED-RETURN-FILE
               PERFORM 0510-IMPRIMIR-RELATORIO
           END-IF.
       0510-IMPRIMIR-RELATORIO.
           INITIALIZE WRK-TOTAIS-MOTIVO WRK-TOT-PROD WRK-TOT-GERAL.
           MOVE 'N' TO WRK-TEM-PROD.
           MOVE 'N' TO WRK-PRD-DISPON.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE 'S' TO WRK-PRD-DISPON
           END-IF.
           MOVE ZEROS TO WRK-PAGINA.
           OPEN OUTPUT RETURN-REPORT-FILE.
           PERFORM 0520-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEVOLUCOES RECEBIDAS NO MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRODUT DESCRICAO            MOTIVO            '
                  '    QTD   VALOR MERC      CREDITO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SORTED-RETURN-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SORTED-RETURN-FILE INTO RMA-REC
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE RMA-DATA-RECEB(1:6) TO WRK-ANOMES-REG
                       IF RMA-SITUACAO = 'R'
                           AND WRK-ANOMES-REG = WRK-MES-REF
                           PERFORM 0530-IMPRIMIR-DEVOLUCAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTED-RETURN-FILE.
           IF WRK-TEM-PROD = 'S'
               PERFORM 0540-TOTALIZAR-PRODUTO
           END-IF.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'RESUMO POR MOTIVO' DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-MOT FROM 1 BY 1
                   UNTIL WRK-IND-MOT > 5
               MOVE SPACES TO WRK-LD-CODPROD WRK-LD-DESCR
               MOVE WRK-MOT-NOME(WRK-IND-MOT) TO WRK-LD-MOTIVO
               MOVE WRK-TM-QTD(WRK-IND-MOT) TO WRK-LD-QTD
               MOVE WRK-TM-VALOR(WRK-IND-MOT) TO WRK-LD-VALOR
               MOVE WRK-TM-CREDITO(WRK-IND-MOT) TO WRK-LD-CREDITO
               WRITE REL-LINHA FROM WRK-LINHA-DEV
           END-PERFORM.
           MOVE SPACES TO WRK-LD-CODPROD WRK-LD-DESCR.
           MOVE 'TOTAL DO MES' TO WRK-LD-MOTIVO.
           MOVE WRK-TG-QTD TO WRK-LD-QTD.
           MOVE WRK-TG-VALOR TO WRK-LD-VALOR.
           MOVE WRK-TG-CREDITO TO WRK-LD-CREDITO.
           WRITE REL-LINHA FROM WRK-LINHA-DEV.
           CLOSE RETURN-REPORT-FILE.
           IF WRK-PRD-DISPON = 'S'
               CLOSE PRODUCT-MASTER
           END-IF.
           DISPLAY 'RELATORIO DE DEVOLUCOES GRAVADO EM DEVOREL'.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0520-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='DEVOLUCOES DE CLIENTES'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0530-IMPRIMIR-DEVOLUCAO.
           IF WRK-TEM-PROD = 'S' AND RMA-CODPROD NOT = WRK-PROD-ATUAL
               PERFORM 0540-TOTALIZAR-PRODUTO
           END-IF.
           MOVE SPACES TO WRK-LD-CODPROD WRK-LD-DESCR.
           IF WRK-TEM-PROD = 'N'
               MOVE 'S' TO WRK-TEM-PROD
               MOVE RMA-CODPROD TO WRK-PROD-ATUAL
               MOVE RMA-CODPROD TO WRK-LD-CODPROD
               MOVE 'NAO CADASTRADO' TO WRK-LD-DESCR
               IF WRK-PRD-DISPON = 'S'
                   MOVE RMA-CODPROD TO PRD-CODIGO
                   READ PRODUCT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PRD-DESCRICAO TO WRK-LD-DESCR
                   END-READ
               END-IF
           END-IF.
           PERFORM VARYING WRK-IND-MOT FROM 1 BY 1
                   UNTIL WRK-IND-MOT > 5
                      OR WRK-MOT-COD(WRK-IND-MOT) = RMA-MOTIVO
               CONTINUE
           END-PERFORM.
           IF WRK-IND-MOT > 5
               MOVE 5 TO WRK-IND-MOT
           END-IF.
           MOVE WRK-MOT-NOME(WRK-IND-MOT) TO WRK-LD-MOTIVO.
           MOVE RMA-QTD-RECEB TO WRK-LD-QTD.
           MOVE RMA-VALOR TO WRK-LD-VALOR.
           MOVE RMA-CREDITO TO WRK-LD-CREDITO.
           WRITE REL-LINHA FROM WRK-LINHA-DEV.
           ADD RMA-QTD-RECEB TO WRK-TP-QTD WRK-TG-QTD
               WRK-TM-QTD(WRK-IND-MOT).
           ADD RMA-VALOR TO WRK-TP-VALOR WRK-TG-VALOR
               WRK-TM-VALOR(WRK-IND-MOT).
           ADD RMA-CREDITO TO WRK-TP-CREDITO WRK-TG-CREDITO
               WRK-TM-CREDITO(WRK-IND-MOT).
       0540-TOTALIZAR-PRODUTO.
           MOVE SPACES TO WRK-LD-CODPROD WRK-LD-DESCR.
           MOVE '  TOTAL DO PRODUTO' TO WRK-LD-MOTIVO.
           MOVE WRK-TP-QTD TO WRK-LD-QTD.
           MOVE WRK-TP-VALOR TO WRK-LD-VALOR.
           MOVE WRK-TP-CREDITO TO WRK-LD-CREDITO.
           WRITE REL-LINHA FROM WRK-LINHA-DEV.
           INITIALIZE WRK-TOT-PROD.
           MOVE 'N' TO WRK-TEM-PROD.
