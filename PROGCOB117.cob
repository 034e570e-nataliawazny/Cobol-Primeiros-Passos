       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB117.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = TRANSFERENCIA DE MERCADORIA ENTRE LOJAS (TRANSFER,
      * TRFREC.COB): A EMISSAO VALIDA PRODUTO NO PRODMAST E AS LOJAS
      * NO LOJMAST, CONFERE O SALDO DA LOJA DE ORIGEM (ESTOQUE MAIS O
      * ESTMOV AINDA NAO POSTADO), NUMERA EM TRFCTL COMO O OCPCTL DAS
      * ORDENS DE COMPRA E GRAVA A SAIDA ('S') DA ORIGEM NO ESTMOV -
      * A MERCADORIA FICA EM TRANSITO ATE A LOJA DE DESTINO CONFIRMAR
      * O RECEBIMENTO, QUE GRAVA A ENTRADA ('E') NO DESTINO PELO
      * CUSTO MEDIO DA ORIGEM; LISTAGEM DO QUE ESTA EM TRANSITO
      * (REGRAVACAO VIA ARQUIVO TEMPORARIO, COMO O PROGCOB64)
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO 'TRANSFER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRF.
           SELECT TRANSFER-TEMP ASSIGN TO 'TRFTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT TRANSFER-CONTROL-FILE ASSIGN TO 'TRFCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO 'ESTMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MVE.
           SELECT STOCK-BALANCE-FILE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STK.
           SELECT STORE-MASTER ASSIGN TO 'LOJMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJ.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE.
       COPY 'TRFREC.COB'.
       FD  TRANSFER-TEMP.
       01  TMP-REC         PIC X(97).
       FD  TRANSFER-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-NUMERO PIC 9(08).
       FD  STOCK-MOVEMENT-FILE.
       COPY 'ESTMREC.COB'.
       FD  STOCK-BALANCE-FILE.
       COPY 'ESTREC.COB'.
       FD  STORE-MASTER.
       COPY 'LOJREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-TRF      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FS-MVE      PIC X(02) VALUE SPACES.
       77 WRK-FS-STK      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOJ      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO      PIC 9(08) VALUE ZEROS.
       77 WRK-CODIGO      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD         PIC 9(05) VALUE ZEROS.
       77 WRK-LOJA        PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA-ORIGEM PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA-DESTINO PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA-OK     PIC X(01) VALUE 'N'.
       77 WRK-PROD-OK     PIC X(01) VALUE 'N'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-RECUSA      PIC X(01) VALUE 'N'.
       77 WRK-DISPONIVEL  PIC S9(08) VALUE ZEROS.
       77 WRK-CUSTO       PIC 9(06)V9999 VALUE ZEROS.
       77 WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.
       77 WRK-DISP-ED     PIC -ZZZZZZZ9 VALUE ZEROS.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-EMITIR TRANSFERENCIA 2-CONFIRMAR RECEBIMENTO'
               DISPLAY '3-LISTAR EM TRANSITO 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-EMITIR-TRANSFERENCIA
                   WHEN 2
                       PERFORM 0400-CONFIRMAR-RECEBIMENTO
                   WHEN 3
                       PERFORM 0600-LISTAR-TRANSITO
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
                     ==NOME-PROGRAMA== BY =='PROGCOB117'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB117'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0150-RECEBER-PRODUTO==,
                     ==CAMPO-NOME== BY ==WRK-CODIGO==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO PRODUTO: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-ORIGEM==,
                     ==CAMPO-NOME== BY ==WRK-LOJA-ORIGEM==,
                     ==TEXTO-PROMPT== BY
                         =='LOJA DE ORIGEM: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0165-RECEBER-DESTINO==,
                     ==CAMPO-NOME== BY ==WRK-LOJA-DESTINO==,
                     ==TEXTO-PROMPT== BY
                         =='LOJA DE DESTINO: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0170-RECEBER-QTD==,
                     ==CAMPO-NOME== BY ==WRK-QTD==,
                     ==TEXTO-PROMPT== BY
                         =='QUANTIDADE: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0180-RECEBER-NUMERO==,
                     ==CAMPO-NOME== BY ==WRK-NUMERO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DA TRANSFERENCIA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0185-RECEBER-LOJA==,
                     ==CAMPO-NOME== BY ==WRK-LOJA==,
                     ==TEXTO-PROMPT== BY
                         =='LOJA QUE ESTA RECEBENDO: '==.
       0100-EMITIR-TRANSFERENCIA.
           MOVE 'N' TO WRK-RECUSA.
           PERFORM 0150-RECEBER-PRODUTO.
           PERFORM 0250-VALIDAR-PRODUTO.
           IF WRK-PROD-OK = 'N'
               DISPLAY 'PRODUTO DESCONHECIDO OU INATIVO'
               MOVE 'S' TO WRK-RECUSA
           END-IF.
           IF WRK-RECUSA = 'N'
               PERFORM 0160-RECEBER-ORIGEM
               MOVE WRK-LOJA-ORIGEM TO WRK-LOJA
               PERFORM 0260-VALIDAR-LOJA
               IF WRK-LOJA-OK = 'N'
                   DISPLAY 'LOJA DE ORIGEM DESCONHECIDA OU INATIVA'
                   MOVE 'S' TO WRK-RECUSA
               END-IF
           END-IF.
           IF WRK-RECUSA = 'N'
               PERFORM 0165-RECEBER-DESTINO
               MOVE WRK-LOJA-DESTINO TO WRK-LOJA
               PERFORM 0260-VALIDAR-LOJA
               EVALUATE TRUE
                   WHEN WRK-LOJA-OK = 'N'
                       DISPLAY 'LOJA DE DESTINO DESCONHECIDA OU'
                           ' INATIVA'
                       MOVE 'S' TO WRK-RECUSA
                   WHEN WRK-LOJA-DESTINO = WRK-LOJA-ORIGEM
                       DISPLAY 'ORIGEM E DESTINO SAO A MESMA LOJA'
                       MOVE 'S' TO WRK-RECUSA
               END-EVALUATE
           END-IF.
           IF WRK-RECUSA = 'N'
               MOVE ZEROS TO WRK-QTD
               PERFORM UNTIL WRK-QTD > ZEROS
                   PERFORM 0170-RECEBER-QTD
               END-PERFORM
               PERFORM 0300-APURAR-DISPONIVEL
               IF WRK-DISPONIVEL < WRK-QTD
                   MOVE WRK-DISPONIVEL TO WRK-DISP-ED
                   DISPLAY 'SALDO INSUFICIENTE NA LOJA DE ORIGEM -'
                       ' DISPONIVEL: ' WRK-DISP-ED
                   MOVE 'S' TO WRK-RECUSA
               END-IF
           END-IF.
           IF WRK-RECUSA = 'N'
               PERFORM 0270-LER-CONTROLE
               ADD 1 TO WRK-NUMERO
               PERFORM 0280-GRAVAR-TRANSFERENCIA
               PERFORM 0290-GRAVAR-CONTROLE
               PERFORM 0350-GRAVAR-SAIDA
               DISPLAY 'TRANSFERENCIA EMITIDA: ' WRK-NUMERO
                   ' - EM TRANSITO ATE A LOJA ' WRK-LOJA-DESTINO
                   ' CONFIRMAR'
           END-IF.
       0250-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PROD-OK.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE WRK-CODIGO TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-STATUS NOT = 'I'
                           MOVE 'S' TO WRK-PROD-OK
                       END-IF
               END-READ
               CLOSE PRODUCT-MASTER
           ELSE
               DISPLAY 'PRODMAST INDISPONIVEL - STATUS ' WRK-FS-PRD
           END-IF.
      * LOJA 01 E SEMPRE ACEITA (DEPOSITO DE SEMPRE, MESMO SEM
      * LOJMAST); AS DEMAIS PRECISAM ESTAR ATIVAS NO CADASTRO
       0260-VALIDAR-LOJA.
           MOVE 'N' TO WRK-LOJA-OK.
           IF WRK-LOJA = 01
               MOVE 'S' TO WRK-LOJA-OK
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT STORE-MASTER
               IF WRK-FS-LOJ = '00'
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ STORE-MASTER
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               IF LOJ-CODIGO = WRK-LOJA
                                   AND LOJ-STATUS NOT = 'I'
                                   MOVE 'S' TO WRK-LOJA-OK
                                   MOVE 'Y' TO WRK-FIM-ARQ
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STORE-MASTER
               END-IF
           END-IF.
       0270-LER-CONTROLE.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT TRANSFER-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ TRANSFER-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-ULT-NUMERO TO WRK-NUMERO
               END-READ
               CLOSE TRANSFER-CONTROL-FILE
           END-IF.
       0280-GRAVAR-TRANSFERENCIA.
           OPEN EXTEND TRANSFER-FILE.
           IF WRK-FS-TRF NOT = '00'
               OPEN OUTPUT TRANSFER-FILE
           END-IF.
           MOVE WRK-NUMERO TO TRF-NUMERO.
           MOVE WRK-CODIGO TO TRF-CODIGO.
           MOVE WRK-QTD TO TRF-QTD.
           MOVE WRK-LOJA-ORIGEM TO TRF-LOJA-ORIGEM.
           MOVE WRK-LOJA-DESTINO TO TRF-LOJA-DESTINO.
           MOVE WRK-DATA-HOJE TO TRF-DATA-ENVIO.
           MOVE 'TRANSITO' TO TRF-STATUS.
           MOVE ZEROS TO TRF-DATA-RECEB.
           COMPUTE TRF-CUSTO-UNIT ROUNDED = WRK-CUSTO.
           MOVE LNK-OPERADOR TO TRF-EMITENTE.
           MOVE SPACES TO TRF-RECEBEDOR.
           WRITE TRF-REC.
           CLOSE TRANSFER-FILE.
       0290-GRAVAR-CONTROLE.
           OPEN OUTPUT TRANSFER-CONTROL-FILE.
           MOVE WRK-NUMERO TO CTL-ULT-NUMERO.
           WRITE CTL-REC.
           CLOSE TRANSFER-CONTROL-FILE.
      * DISPONIVEL NA ORIGEM = SALDO POSTADO NO ESTOQUE MAIS O QUE
      * AINDA ESTA NO ESTMOV PARA A MESMA LOJA (UM AJUSTE 'A' FIXA O
      * SALDO); O CUSTO MEDIO DA ORIGEM SEGUE NA TRANSFERENCIA
       0300-APURAR-DISPONIVEL.
           MOVE ZEROS TO WRK-DISPONIVEL WRK-CUSTO.
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
                           IF STK-CODIGO = WRK-CODIGO
                               AND STK-LOJA = WRK-LOJA-ORIGEM
                               MOVE STK-SALDO TO WRK-DISPONIVEL
                               IF STK-CUSTO-MEDIO NUMERIC
                                   MOVE STK-CUSTO-MEDIO TO WRK-CUSTO
                               END-IF
                               MOVE 'Y' TO WRK-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-BALANCE-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STOCK-MOVEMENT-FILE.
           IF WRK-FS-MVE = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-MOVEMENT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0310-SOMAR-PENDENTE
                   END-READ
               END-PERFORM
               CLOSE STOCK-MOVEMENT-FILE
           END-IF.
       0310-SOMAR-PENDENTE.
           IF MVE-LOJA NOT NUMERIC
               MOVE 01 TO MVE-LOJA
           END-IF.
           IF MVE-CODIGO = WRK-CODIGO
               AND MVE-LOJA = WRK-LOJA-ORIGEM
               EVALUATE MVE-TIPO
                   WHEN 'E'
                       ADD MVE-QTD TO WRK-DISPONIVEL
                   WHEN 'S'
                       SUBTRACT MVE-QTD FROM WRK-DISPONIVEL
                   WHEN 'A'
                       MOVE MVE-QTD TO WRK-DISPONIVEL
               END-EVALUATE
           END-IF.
       0350-GRAVAR-SAIDA.
           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF WRK-FS-MVE NOT = '00'
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.
           MOVE 'S' TO MVE-TIPO.
           MOVE WRK-CODIGO TO MVE-CODIGO.
           MOVE WRK-QTD TO MVE-QTD.
           MOVE WRK-DATA-HOJE TO MVE-DATA.
           MOVE 'PROGCOB117' TO MVE-ORIGEM.
           MOVE ZEROS TO MVE-CUSTO-UNIT.
           MOVE WRK-NUMERO TO MVE-DOCUMENTO.
           MOVE WRK-LOJA-ORIGEM TO MVE-LOJA.
           WRITE MVE-REC.
           CLOSE STOCK-MOVEMENT-FILE.
      * SO A LOJA DE DESTINO CONFIRMA; A ENTRADA VAI PARA ELA PELO
      * CUSTO DA ORIGEM E A TRANSFERENCIA SAI DO TRANSITO
       0400-CONFIRMAR-RECEBIMENTO.
           PERFORM 0180-RECEBER-NUMERO.
           PERFORM 0185-RECEBER-LOJA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-RECUSA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TRANSFER-FILE.
           IF WRK-FS-TRF NOT = '00'
               DISPLAY 'TRANSFER INDISPONIVEL - STATUS ' WRK-FS-TRF
           ELSE
               OPEN OUTPUT TRANSFER-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TRF-NUMERO = WRK-NUMERO
                               AND TRF-STATUS = 'TRANSITO'
                               PERFORM 0410-RECEBER-TRANSFERENCIA
                           END-IF
                           WRITE TMP-REC FROM TRF-REC
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE TRANSFER-TEMP
               PERFORM 0450-DEVOLVER-DO-TEMP
               EVALUATE TRUE
                   WHEN WRK-RECUSA = 'S'
                       DISPLAY 'TRANSFERENCIA ' WRK-NUMERO
                           ' DESTINADA A OUTRA LOJA - SO A LOJA DE'
                           ' DESTINO CONFIRMA'
                   WHEN WRK-ACHOU = 'S'
                       DISPLAY 'TRANSFERENCIA ' WRK-NUMERO
                           ' RECEBIDA NA LOJA ' WRK-LOJA
                   WHEN OTHER
                       DISPLAY 'TRANSFERENCIA EM TRANSITO NAO'
                           ' ENCONTRADA: ' WRK-NUMERO
               END-EVALUATE
           END-IF.
       0410-RECEBER-TRANSFERENCIA.
           IF TRF-LOJA-DESTINO NOT = WRK-LOJA
               MOVE 'S' TO WRK-RECUSA
           ELSE
               MOVE 'S' TO WRK-ACHOU
               MOVE 'RECEBIDA' TO TRF-STATUS
               MOVE WRK-DATA-HOJE TO TRF-DATA-RECEB
               MOVE LNK-OPERADOR TO TRF-RECEBEDOR
               PERFORM 0420-GRAVAR-ENTRADA
           END-IF.
       0420-GRAVAR-ENTRADA.
           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF WRK-FS-MVE NOT = '00'
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.
           MOVE 'E' TO MVE-TIPO.
           MOVE TRF-CODIGO TO MVE-CODIGO.
           MOVE TRF-QTD TO MVE-QTD.
           MOVE WRK-DATA-HOJE TO MVE-DATA.
           MOVE 'PROGCOB117' TO MVE-ORIGEM.
           MOVE TRF-CUSTO-UNIT TO MVE-CUSTO-UNIT.
           MOVE TRF-NUMERO TO MVE-DOCUMENTO.
           MOVE TRF-LOJA-DESTINO TO MVE-LOJA.
           WRITE MVE-REC.
           CLOSE STOCK-MOVEMENT-FILE.
       0450-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT TRANSFER-FILE.
           OPEN INPUT TRANSFER-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ TRANSFER-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE TRF-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE TRANSFER-FILE TRANSFER-TEMP.
       0600-LISTAR-TRANSITO.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TRANSFER-FILE.
           IF WRK-FS-TRF NOT = '00'
               DISPLAY 'TRANSFER INDISPONIVEL OU VAZIO'
           ELSE
               DISPLAY 'NUMERO   PRODUT   QTD OR DE ENVIO    EMITENTE'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TRF-STATUS = 'TRANSITO'
                               ADD 1 TO WRK-QTD-LISTA
                               DISPLAY TRF-NUMERO ' ' TRF-CODIGO ' '
                                   TRF-QTD ' ' TRF-LOJA-ORIGEM ' '
                                   TRF-LOJA-DESTINO ' '
                                   TRF-DATA-ENVIO ' ' TRF-EMITENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
               DISPLAY 'TRANSFERENCIAS EM TRANSITO: ' WRK-QTD-LISTA
           END-IF.
