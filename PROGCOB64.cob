      * DO PROGCOB62; CANCELAMENTO E LISTAGEM DAS ORDENS ABERTAS
      * (REGRAVACAO VIA ARQUIVO TEMPORARIO, COMO O PROGCOB26)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = CUSTO UNITARIO DE COMPRA NA EMISSAO DA ORDEM
      * (OCP-CUSTO-UNIT), CONFIRMADO OU CORRIGIDO PELO DA NOTA NO
      * RECEBIMENTO E LEVADO NA ENTRADA DO ESTMOV (MVE-CUSTO-UNIT)
      * PARA O CUSTO MEDIO DO PROGCOB62
      * MANUTENCAO = QUANTIDADE RECEBIDA INFORMADA NO RECEBIMENTO
      * (OCP-QTD-RECEB, LEVADA AO ESTMOV) E CUSTO DA EMISSAO PRESERVADO
      * EM OCP-CUSTO-ORDEM PARA A CONFERENCIA DA NOTA NO PROGCOB112
      * MANUTENCAO = LOJA DE ENTREGA NA EMISSAO (OCP-LOJA, VALIDADA NO
      * LOJMAST); O RECEBIMENTO DA A ENTRADA NO ESTOQUE DESSA LOJA
      * MANUTENCAO = O RECEBIMENTO GRAVA TAMBEM O EVENTO 'RECEBOC' EM
      * EXTEND NO EVTCTB (EVTREC.COB, DOCUMENTO 'OC' + ORDEM, VALOR =
      * QUANTIDADE RECEBIDA X CUSTO UNITARIO) PARA A POSTAGEM
      * CONTABIL DO PROGCOB123
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'OCOMPRA'
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
           SELECT STORE-MASTER ASSIGN TO 'LOJMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJ.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
       COPY 'OCPREC.COB'.
       FD  PURCHASE-ORDER-TEMP.
       01  TMP-REC         PIC X(72).
       FD  PO-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-NUMERO PIC 9(08).
       COPY 'FORREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       FD  STORE-MASTER.
       COPY 'LOJREC.COB'.
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-PROD-OK     PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.
       77 WRK-STATUS-NOVO PIC X(10) VALUE SPACES.
       77 WRK-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CUSTO-X     PIC X(12) VALUE SPACES.
       77 WRK-CUSTO-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-RECEB   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-X       PIC X(07) VALUE SPACES.
       77 WRK-FS-LOJ      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FIM-LOJ     PIC X(01) VALUE 'N'.
       77 WRK-LOJA        PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA-OK     PIC X(01) VALUE 'N'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
                     ==CAMPO-NOME== BY ==WRK-NUMERO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DA ORDEM: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0185-RECEBER-LOJA==,
                     ==CAMPO-NOME== BY ==WRK-LOJA==,
                     ==TEXTO-PROMPT== BY
                         =='LOJA DE ENTREGA (0 = 01): '==.
       0190-RECEBER-CUSTO.
           MOVE ZEROS TO WRK-CUSTO.
           MOVE SPACES TO WRK-CUSTO-X.
           ACCEPT WRK-CUSTO-X FROM CONSOLE.
           IF WRK-CUSTO-X NOT = SPACES
               COMPUTE WRK-CUSTO = FUNCTION NUMVAL(WRK-CUSTO-X)
           END-IF.
       0195-RECEBER-QTD-RECEB.
           MOVE ZEROS TO WRK-QTD-RECEB.
           MOVE SPACES TO WRK-QTD-X.
           ACCEPT WRK-QTD-X FROM CONSOLE.
           IF WRK-QTD-X NOT = SPACES
               COMPUTE WRK-QTD-RECEB = FUNCTION NUMVAL(WRK-QTD-X)
           END-IF.
       0100-EMITIR-ORDEM.
           PERFORM 0150-RECEBER-FORNECEDOR.
           PERFORM 0200-VALIDAR-FORNECEDOR.
               IF WRK-PROD-OK = 'N'
                   DISPLAY 'PRODUTO DESCONHECIDO OU INATIVO'
               ELSE
                   PERFORM 0185-RECEBER-LOJA
                   PERFORM 0260-VALIDAR-LOJA
                   IF WRK-LOJA-OK = 'N'
                       DISPLAY 'LOJA DESCONHECIDA OU INATIVA'
                   ELSE
                       PERFORM 0170-RECEBER-QTD
                       MOVE ZEROS TO WRK-CUSTO
                       PERFORM UNTIL WRK-CUSTO > ZEROS
                           DISPLAY 'CUSTO UNITARIO DE COMPRA'
                               ' (EX 12,50): '
                           PERFORM 0190-RECEBER-CUSTO
                       END-PERFORM
                       PERFORM 0270-LER-CONTROLE
                       ADD 1 TO WRK-NUMERO
                       PERFORM 0280-GRAVAR-ORDEM
                       PERFORM 0290-GRAVAR-CONTROLE
                       DISPLAY 'ORDEM DE COMPRA EMITIDA: ' WRK-NUMERO
                   END-IF
               END-IF
           END-IF.
       0200-VALIDAR-FORNECEDOR.
           ELSE
               DISPLAY 'PRODMAST INDISPONIVEL - STATUS ' WRK-FS-PRD
           END-IF.
      * LOJA 01 E SEMPRE ACEITA (DEPOSITO DE SEMPRE, MESMO SEM
      * LOJMAST); AS DEMAIS PRECISAM ESTAR ATIVAS NO CADASTRO
       0260-VALIDAR-LOJA.
           IF WRK-LOJA = ZEROS
               MOVE 01 TO WRK-LOJA
           END-IF.
           MOVE 'N' TO WRK-LOJA-OK.
           IF WRK-LOJA = 01
               MOVE 'S' TO WRK-LOJA-OK
           ELSE
               MOVE 'N' TO WRK-FIM-LOJ
               OPEN INPUT STORE-MASTER
               IF WRK-FS-LOJ = '00'
                   PERFORM UNTIL WRK-FIM-LOJ = 'Y'
                       READ STORE-MASTER
                           AT END
                               MOVE 'Y' TO WRK-FIM-LOJ
                           NOT AT END
                               IF LOJ-CODIGO = WRK-LOJA
                                   AND LOJ-STATUS NOT = 'I'
                                   MOVE 'S' TO WRK-LOJA-OK
                                   MOVE 'Y' TO WRK-FIM-LOJ
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STORE-MASTER
               END-IF
           END-IF.
       0270-LER-CONTROLE.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT PO-CONTROL-FILE.
           MOVE WRK-DATA-HOJE TO OCP-DATA.
           MOVE 'ABERTA' TO OCP-STATUS.
           MOVE WRK-DATA-HOJE TO OCP-DATA-STATUS.
           MOVE WRK-CUSTO TO OCP-CUSTO-UNIT.
           MOVE ZEROS TO OCP-QTD-RECEB.
           MOVE WRK-CUSTO TO OCP-CUSTO-ORDEM.
           MOVE WRK-LOJA TO OCP-LOJA.
           WRITE OCP-REC.
           CLOSE PURCHASE-ORDER-FILE.
       0290-GRAVAR-CONTROLE.
           CLOSE PO-CONTROL-FILE.
       0300-MUDAR-STATUS.
           PERFORM 0180-RECEBER-NUMERO.
           MOVE ZEROS TO WRK-CUSTO.
           IF WRK-STATUS-NOVO = 'RECEBIDA'
               DISPLAY 'CUSTO UNITARIO DA NOTA (ENTER = CUSTO DA'
                   ' ORDEM): '
               PERFORM 0190-RECEBER-CUSTO
               DISPLAY 'QUANTIDADE RECEBIDA (ENTER = QUANTIDADE DA'
                   ' ORDEM): '
               PERFORM 0195-RECEBER-QTD-RECEB
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-OCP.
           OPEN INPUT PURCHASE-ORDER-FILE.
                               MOVE 'S' TO WRK-ACHOU
                               MOVE WRK-STATUS-NOVO TO OCP-STATUS
                               MOVE WRK-DATA-HOJE TO OCP-DATA-STATUS
                               IF OCP-CUSTO-UNIT NOT NUMERIC
                                   MOVE ZEROS TO OCP-CUSTO-UNIT
                               END-IF
                               IF OCP-CUSTO-ORDEM NOT NUMERIC
                                   MOVE OCP-CUSTO-UNIT TO
                                       OCP-CUSTO-ORDEM
                               END-IF
                               MOVE ZEROS TO OCP-QTD-RECEB
                               IF OCP-LOJA NOT NUMERIC
                                   MOVE 01 TO OCP-LOJA
                               END-IF
                               IF WRK-STATUS-NOVO = 'RECEBIDA'
                                   IF WRK-CUSTO > ZEROS
                                       MOVE WRK-CUSTO TO OCP-CUSTO-UNIT
                                   END-IF
                                   IF WRK-QTD-RECEB > ZEROS
                                       MOVE WRK-QTD-RECEB TO
                                           OCP-QTD-RECEB
                                   ELSE
                                       MOVE OCP-QTD TO OCP-QTD-RECEB
                                   END-IF
                                   PERFORM 0400-GRAVAR-ENTRADA
                                   PERFORM 0410-GRAVAR-EVENTO
                               END-IF
                           END-IF
                           WRITE TMP-REC FROM OCP-REC
           END-IF.
           MOVE 'E' TO MVE-TIPO.
           MOVE OCP-CODIGO TO MVE-CODIGO.
           MOVE OCP-QTD-RECEB TO MVE-QTD.
           MOVE WRK-DATA-HOJE TO MVE-DATA.
           MOVE 'PROGCOB64' TO MVE-ORIGEM.
           MOVE OCP-CUSTO-UNIT TO MVE-CUSTO-UNIT.
           MOVE OCP-NUMERO TO MVE-DOCUMENTO.
           MOVE OCP-LOJA TO MVE-LOJA.
           WRITE MVE-REC.
           CLOSE STOCK-MOVEMENT-FILE.
       0410-GRAVAR-EVENTO.
           OPEN EXTEND EVENT-FILE.
           IF WRK-FS-EVT NOT = '00'
               OPEN OUTPUT EVENT-FILE
           END-IF.
           MOVE 'RECEBOC' TO EVT-TIPO.
           MOVE WRK-DATA-HOJE TO EVT-DATA.
           MOVE SPACES TO EVT-DOCUMENTO.
           STRING 'OC' OCP-NUMERO
               DELIMITED BY SIZE INTO EVT-DOCUMENTO.
           COMPUTE EVT-VALOR = OCP-QTD-RECEB * OCP-CUSTO-UNIT.
           MOVE 'PROGCOB64' TO EVT-PROGRAMA.
           WRITE EVT-REC.
           CLOSE EVENT-FILE.
       0450-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-OCP.
           OPEN OUTPUT PURCHASE-ORDER-FILE.
           IF WRK-FS-OCP NOT = '00'
               DISPLAY 'OCOMPRA INDISPONIVEL OU VAZIO'
           ELSE
               DISPLAY 'ORDEM    FORN PRODUTO QTD   DATA     '
                   ' CUSTO UNIT LJ'
               PERFORM UNTIL WRK-FIM-OCP = 'Y'
                   READ PURCHASE-ORDER-FILE
                       AT END
                       NOT AT END
                           IF OCP-STATUS = 'ABERTA'
                               ADD 1 TO WRK-QTD-LISTA
                               IF OCP-CUSTO-UNIT NOT NUMERIC
                                   MOVE ZEROS TO OCP-CUSTO-UNIT
                               END-IF
                               MOVE OCP-CUSTO-UNIT TO WRK-CUSTO-ED
                               IF OCP-LOJA NOT NUMERIC
                                   MOVE 01 TO OCP-LOJA
                               END-IF
                               DISPLAY OCP-NUMERO ' ' OCP-FORNECEDOR
                                   ' ' OCP-CODIGO '  ' OCP-QTD ' '
                                   OCP-DATA ' ' WRK-CUSTO-ED ' '
                                   OCP-LOJA
                           END-IF
                   END-READ
               END-PERFORM
