      * COMO O PROGCOB26 FAZ COM O SHIPSTAT) E LISTAGEM DAS PARCELAS
      * EM ABERTO DE UM CLIENTE
      * DATA = XX/XX/XXXX
      * MANUTENCAO = CADA BAIXA GRAVA O EVENTO 'BAIXAREC' EM EXTEND NO
      * EVTCTB (EVTREC.COB, DOCUMENTO 'RC' + PEDIDO + PARCELA, VALOR
      * PAGO) PARA A POSTAGEM CONTABIL DO PROGCOB123
      * MANUTENCAO = OPERADOR AUTENTICADO RECEBIDO DO PRGMENU VIA
      * LINKAGE E GRAVADO EM RCV-OPERADOR NA BAIXA DA PARCELA
      * MANUTENCAO = PARCELA DE PEDIDO EM MOEDA ESTRANGEIRA (PEDMOEDA,
      * VIA PRGCAMBI) E BAIXADA PELA TAXA DA DATA DO PAGAMENTO: O VALOR
      * A RECEBER EM REAIS E MOSTRADO ANTES DO VALOR PAGO, A VARIACAO
      * CAMBIAL SOBRE O RCV-VALOR VAI PARA O CAMVAR (CVRREC.COB) E PARA
      * O EVENTO 'VARCAMB' NO EVTCTB; SEM COTACAO DA MOEDA A BAIXA NAO
      * E FEITA
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RECEIVABLE-TEMP ASSIGN TO 'CONTATMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
           SELECT EXCHANGE-VAR-FILE ASSIGN TO 'CAMVAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CVR.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  RECEIVABLE-TEMP.
       01  TMP-REC         PIC X(77).
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       FD  EXCHANGE-VAR-FILE.
       COPY 'CVRREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FIM-RCV     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.
       77 WRK-FS-CVR      PIC X(02) VALUE SPACES.
       77 WRK-EM-MOEDA    PIC X(01) VALUE 'N'.
       77 WRK-MOEDA       PIC X(03) VALUE SPACES.
       77 WRK-TAXA-PEDIDO PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-TAXA-PGTO   PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-VALOR-PARC  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-ORIG  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VARIACAO    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CLIENTE-PARC PIC 9(06) VALUE ZEROS.
       77 WRK-CAM-ACAO    PIC X(01) VALUE 'T'.
       77 WRK-CAM-PEDIDO  PIC 9(08) VALUE ZEROS.
       77 WRK-CAM-MOEDA   PIC X(03) VALUE SPACES.
       77 WRK-CAM-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-CAM-TAXA    PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-CAM-DATA-TAXA PIC 9(08) VALUE ZEROS.
       77 WRK-CAM-ACHOU   PIC X(01) VALUE 'N'.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
                       WRK-PEDIDO
               END-IF
           END-IF.
      * A DATA DO PAGAMENTO VEM ANTES DO VALOR: NO PEDIDO EM MOEDA
      * ESTRANGEIRA ELA DA A TAXA DO VALOR A RECEBER EM REAIS
       0200-BAIXAR-PARCELA.
           PERFORM 0150-RECEBER-PEDIDO.
           PERFORM 0160-RECEBER-PARCELA.
           DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, BRANCO=HOJE): '.
           ACCEPT WRK-DATA-PGTO-X FROM CONSOLE.
           IF WRK-DATA-PGTO-X NOT = SPACES
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-DATA-PGTO
           END-IF.
           PERFORM 0210-VERIFICAR-MOEDA.
           IF WRK-EM-MOEDA = 'X'
               DISPLAY 'SEM COTACAO DE ' WRK-MOEDA ' ATE ' WRK-DATA-PGTO
                   ' NO CAMBIO - BAIXA NAO EFETUADA'
           ELSE
               PERFORM 0180-RECEBER-VALOR
               PERFORM 0250-REGRAVAR-CONTAREC
           END-IF.
      * WRK-EM-MOEDA = 'N' PEDIDO EM REAIS / 'S' EM MOEDA COM TAXA NA
      * DATA DO PAGAMENTO / 'X' EM MOEDA SEM TAXA NO CAMBIO
       0210-VERIFICAR-MOEDA.
           MOVE 'N' TO WRK-EM-MOEDA.
           MOVE 'P' TO WRK-CAM-ACAO.
           MOVE WRK-PEDIDO TO WRK-CAM-PEDIDO.
           PERFORM 0220-CHAMAR-PRGCAMBI.
           IF WRK-CAM-ACHOU = 'S'
               MOVE WRK-CAM-MOEDA TO WRK-MOEDA
               MOVE WRK-CAM-TAXA TO WRK-TAXA-PEDIDO
               MOVE 'T' TO WRK-CAM-ACAO
               MOVE WRK-DATA-PGTO TO WRK-CAM-DATA
               PERFORM 0220-CHAMAR-PRGCAMBI
               IF WRK-CAM-ACHOU = 'S'
                   MOVE 'S' TO WRK-EM-MOEDA
                   MOVE WRK-CAM-TAXA TO WRK-TAXA-PGTO
                   PERFORM 0230-MOSTRAR-VALOR-MOEDA
               ELSE
                   MOVE 'X' TO WRK-EM-MOEDA
               END-IF
           END-IF.
       0220-CHAMAR-PRGCAMBI.
           CALL 'PRGCAMBI' USING WRK-CAM-ACAO WRK-CAM-PEDIDO
               WRK-CAM-MOEDA WRK-CAM-DATA WRK-CAM-TAXA
               WRK-CAM-DATA-TAXA WRK-CAM-ACHOU.
       0230-MOSTRAR-VALOR-MOEDA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-RCV.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV = '00'
               PERFORM UNTIL WRK-FIM-RCV = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-RCV
                       NOT AT END
                           IF RCV-PEDIDO = WRK-PEDIDO
                               AND RCV-PARCELA = WRK-PARCELA
                               AND RCV-STATUS = 'A'
                               MOVE 'S' TO WRK-ACHOU
                               MOVE RCV-VALOR TO WRK-VALOR-PARC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF WRK-ACHOU = 'S'
               PERFORM 0280-CALCULAR-VARIACAO
               DISPLAY 'PEDIDO EM ' WRK-MOEDA ' - PARCELA NA MOEDA: '
                   WRK-VALOR-ORIG
               DISPLAY 'TAXA DO PEDIDO: ' WRK-TAXA-PEDIDO
                   '  TAXA DO PAGAMENTO: ' WRK-TAXA-PGTO
                   ' (' WRK-CAM-DATA-TAXA ')'
               DISPLAY 'VALOR A RECEBER EM REAIS: ' WRK-VALOR-ATUAL
                   '  VARIACAO CAMBIAL: ' WRK-VARIACAO
           END-IF.
       0250-REGRAVAR-CONTAREC.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-RCV.
                               MOVE 'P' TO RCV-STATUS
                               MOVE WRK-DATA-PGTO TO RCV-DATA-PGTO
                               MOVE WRK-VALOR-PAGO TO RCV-VALOR-PAGO
                               MOVE LNK-OPERADOR TO RCV-OPERADOR
                               MOVE RCV-VALOR TO WRK-VALOR-PARC
                               MOVE RCV-CLIENTE TO WRK-CLIENTE-PARC
                           END-IF
                           WRITE TMP-REC FROM RCV-REC
                   END-READ
               CLOSE RECEIVABLE-FILE RECEIVABLE-TEMP
               PERFORM 0260-DEVOLVER-DO-TEMP
               IF WRK-ACHOU = 'S'
                   PERFORM 0270-GRAVAR-EVENTO
                   IF WRK-EM-MOEDA = 'S'
                       PERFORM 0280-CALCULAR-VARIACAO
                       PERFORM 0290-GRAVAR-VARIACAO
                   END-IF
                   DISPLAY 'PARCELA BAIXADA - PEDIDO ' WRK-PEDIDO
                       ' PARCELA ' WRK-PARCELA
               ELSE
               END-READ
           END-PERFORM.
           CLOSE RECEIVABLE-FILE RECEIVABLE-TEMP.
       0270-GRAVAR-EVENTO.
           OPEN EXTEND EVENT-FILE.
           IF WRK-FS-EVT NOT = '00'
               OPEN OUTPUT EVENT-FILE
           END-IF.
           MOVE 'BAIXAREC' TO EVT-TIPO.
           MOVE WRK-DATA-PGTO TO EVT-DATA.
           MOVE SPACES TO EVT-DOCUMENTO.
           STRING 'RC' WRK-PEDIDO WRK-PARCELA
               DELIMITED BY SIZE INTO EVT-DOCUMENTO.
           MOVE WRK-VALOR-PAGO TO EVT-VALOR.
           MOVE 'PROGCOB55' TO EVT-PROGRAMA.
           WRITE EVT-REC.
           CLOSE EVENT-FILE.
      * O RCV-VALOR ESTA EM REAIS NA TAXA DO PEDIDO: A PARCELA NA
      * MOEDA E ELE DIVIDIDO PELA TAXA DO PEDIDO, E O VALOR ATUAL A
      * MESMA PARCELA NA TAXA DA DATA DO PAGAMENTO
       0280-CALCULAR-VARIACAO.
           COMPUTE WRK-VALOR-ORIG ROUNDED =
               WRK-VALOR-PARC / WRK-TAXA-PEDIDO.
           COMPUTE WRK-VALOR-ATUAL ROUNDED =
               WRK-VALOR-PARC * WRK-TAXA-PGTO / WRK-TAXA-PEDIDO.
           COMPUTE WRK-VARIACAO = WRK-VALOR-ATUAL - WRK-VALOR-PARC.
       0290-GRAVAR-VARIACAO.
           OPEN EXTEND EXCHANGE-VAR-FILE.
           IF WRK-FS-CVR NOT = '00'
               OPEN OUTPUT EXCHANGE-VAR-FILE
           END-IF.
           MOVE WRK-PEDIDO TO CVR-PEDIDO.
           MOVE WRK-PARCELA TO CVR-PARCELA.
           MOVE WRK-CLIENTE-PARC TO CVR-CLIENTE.
           MOVE WRK-MOEDA TO CVR-MOEDA.
           MOVE WRK-DATA-PGTO TO CVR-DATA-PGTO.
           MOVE WRK-TAXA-PEDIDO TO CVR-TAXA-PEDIDO.
           MOVE WRK-TAXA-PGTO TO CVR-TAXA-PGTO.
           MOVE WRK-VALOR-ORIG TO CVR-VALOR-ORIG.
           MOVE WRK-VALOR-PARC TO CVR-VALOR.
           MOVE WRK-VALOR-ATUAL TO CVR-VALOR-ATUAL.
           MOVE WRK-VARIACAO TO CVR-VARIACAO.
           MOVE 'PROGCOB55' TO CVR-PROGRAMA.
           WRITE CVR-REC.
           CLOSE EXCHANGE-VAR-FILE.
           IF WRK-VARIACAO NOT = ZEROS
               OPEN EXTEND EVENT-FILE
               IF WRK-FS-EVT NOT = '00'
                   OPEN OUTPUT EVENT-FILE
               END-IF
               MOVE 'VARCAMB' TO EVT-TIPO
               MOVE WRK-DATA-PGTO TO EVT-DATA
               MOVE SPACES TO EVT-DOCUMENTO
               STRING 'VC' WRK-PEDIDO WRK-PARCELA
                   DELIMITED BY SIZE INTO EVT-DOCUMENTO
               MOVE WRK-VARIACAO TO EVT-VALOR
               MOVE 'PROGCOB55' TO EVT-PROGRAMA
               WRITE EVT-REC
               CLOSE EVENT-FILE
           END-IF.
       0300-LISTAR-CLIENTE.
           PERFORM 0170-RECEBER-CLIENTE.
           MOVE ZEROS TO WRK-QTD-LISTA.
