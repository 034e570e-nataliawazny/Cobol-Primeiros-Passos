      * REGRAVACAO DO CONTAREC E AS LINHAS SEM PARCELA ABERTA
      * CORRESPONDENTE SAEM NO RELATORIO DE EXCECAO BANKEXC
      * DATA = XX/XX/XXXX
      * MANUTENCAO = CADA PARCELA BAIXADA GRAVA O EVENTO 'BAIXAREC' EM
      * EXTEND NO EVTCTB (EVTREC.COB, DOCUMENTO 'RC' + PEDIDO +
      * PARCELA, VALOR PAGO) PARA A POSTAGEM CONTABIL DO PROGCOB123
      * MANUTENCAO = CADA PARCELA BAIXADA TAMBEM E GUARDADA EM EXTEND
      * NO RETLIQ (RLQREC.COB) PARA A CONCILIACAO BANCARIA DO
      * PROGCOB124
      * MANUTENCAO = PAGAMENTO DE PARCELA JA BAIXADA COMO PERDA ('X')
      * NAO E MAIS EXCECAO: A PARCELA PASSA A 'R' (RECUPERADA), SAI
      * O EVENTO 'RECUPERA' EM VEZ DO 'BAIXAREC' E A RECUPERACAO E
      * LISTADA NO BANKEXC
      * MANUTENCAO = PAGAMENTO SEM PARCELA ABERTA DE CLIENTE
      * IDENTIFICADO PELO PEDIDO (CONTAREC OU, SE AINDA NAO FATURADO,
      * CUSTORD) VIRA SALDO CREDOR 'R' NO CREDCLI (CRDREC.COB), COM O
      * EVENTO 'CREDCLI' NO EVTCTB E O REGISTRO NO RETLIQ; SO O
      * PAGAMENTO SEM CLIENTE CONTINUA COMO EXCECAO NO BANKEXC
      * MANUTENCAO = O BANKRET SO E LIDO SE FOI ACEITO NO PORTAO DE
      * ENTRADA (PROGCOB142/PRGINBOX) COM O MESMO CONTEUDO - O MESMO
      * RETORNO NAO BAIXA DUAS VEZES; BAIXADO, A ENTRADA DO PORTAO E
      * MARCADA CONSUMIDA
      * MANUTENCAO = PARCELA BAIXADA PELO RETORNO GRAVA 'RETORNO
      * BANCARIO' EM RCV-OPERADOR (REGISTRO DO CONTAREC AMPLIADO)
      * MANUTENCAO = PARCELA DE PEDIDO EM MOEDA ESTRANGEIRA (PEDMOEDA,
      * VIA PRGCAMBI) BAIXADA PELO RETORNO TEM A VARIACAO CAMBIAL
      * APURADA NA TAXA DA DATA DO PAGAMENTO, GRAVADA NO CAMVAR
      * (CVRREC.COB) E NO EVENTO 'VARCAMB' DO EVTCTB; SEM COTACAO DA
      * MOEDA A PARCELA E BAIXADA SEM VARIACAO, COM ALERTA VIA PRGALERT
      * E RC 4
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT BANK-EXC-FILE ASSIGN TO 'BANKEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
           SELECT SETTLEMENT-FILE ASSIGN TO 'RETLIQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RLQ.
           SELECT CUST-ORDER-FILE ASSIGN TO 'CUSTORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COR.
           SELECT CUSTOMER-CREDIT-FILE ASSIGN TO 'CREDCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRD.
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
       FD  BANK-EXC-FILE.
       01  EXC-LINHA       PIC X(80).
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       FD  SETTLEMENT-FILE.
       COPY 'RLQREC.COB'.
       FD  CUST-ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  CUSTOMER-CREDIT-FILE.
       COPY 'CRDREC.COB'.
       FD  EXCHANGE-VAR-FILE.
       COPY 'CVRREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-INB-ACAO    PIC X(01) VALUE SPACES.
       77 WRK-INB-ARQUIVO PIC X(12) VALUE 'BANKRET'.
       77 WRK-INB-PROGRAMA PIC X(10) VALUE 'PROGCOB58'.
       77 WRK-INB-QTD     PIC 9(08) VALUE ZEROS.
       77 WRK-INB-HASH    PIC 9(12) VALUE ZEROS.
       77 WRK-INB-LIBERADO PIC X(01) VALUE 'N'.
       77 WRK-FS-RET      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXC      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FS-RLQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-COR      PIC X(02) VALUE SPACES.
       77 WRK-FS-CRD      PIC X(02) VALUE SPACES.
       77 WRK-FIM-COR     PIC X(01) VALUE 'N'.
       77 WRK-QTD-SEM-CLI PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CREDITOS PIC 9(06) VALUE ZEROS.
       77 WRK-FIM-RET     PIC X(01) VALUE 'N'.
       77 WRK-FIM-RCV     PIC X(01) VALUE 'N'.
       77 WRK-ARQ-OK      PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-BAIXAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-PAR PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECUPERADAS PIC 9(06) VALUE ZEROS.
       77 WRK-STATUS-ANT  PIC X(01) VALUE SPACES.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB58'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'A'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-FS-CVR      PIC X(02) VALUE SPACES.
       77 WRK-QTD-VARIACOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-TAXA PIC 9(06) VALUE ZEROS.
       77 WRK-TAXA-PEDIDO PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-VALOR-ATUAL PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VARIACAO    PIC S9(07)V99 VALUE ZEROS.
       77 WRK-CAM-ACAO    PIC X(01) VALUE 'T'.
       77 WRK-CAM-PEDIDO  PIC 9(08) VALUE ZEROS.
       77 WRK-CAM-MOEDA   PIC X(03) VALUE SPACES.
       77 WRK-CAM-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-CAM-TAXA    PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-CAM-DATA-TAXA PIC 9(08) VALUE ZEROS.
       77 WRK-CAM-ACHOU   PIC X(01) VALUE 'N'.
       01 WRK-TABELA-PAGTOS.
           02 WRK-PAG OCCURS 500 TIMES.
               03 WRK-PAG-PEDIDO  PIC 9(08).
               03 WRK-PAG-VALOR   PIC 9(06)V99.
               03 WRK-PAG-DATA    PIC 9(08).
               03 WRK-PAG-CASADO  PIC X(01).
               03 WRK-PAG-CLIENTE PIC 9(06).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM 0940-VERIFICAR-PORTAO.
           IF WRK-INB-LIBERADO NOT = 'S'
               DISPLAY '*** BANKRET NAO LIBERADO PELO PORTAO DE'
                   ' ENTRADA - NADA FOI IMPORTADO ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CONFERIR-RETORNO.
           IF WRK-ARQ-OK = 'N'
                   GOBACK
               END-IF
               PERFORM 0300-BAIXAR-PARCELAS
               PERFORM 0370-IDENTIFICAR-PEDIDOS
               PERFORM 0380-GRAVAR-CREDITOS
               PERFORM 0400-GRAVAR-EXCECOES
               PERFORM 0950-BAIXAR-NO-PORTAO
               DISPLAY 'PARCELAS BAIXADAS: ' WRK-QTD-BAIXAS
                   '  SEM CORRESPONDENCIA: ' WRK-QTD-SEM-PAR
               IF WRK-QTD-RECUPERADAS > 0
                   DISPLAY 'RECUPERADAS (BAIXADAS COMO PERDA): '
                       WRK-QTD-RECUPERADAS
               END-IF
               IF WRK-QTD-CREDITOS > 0
                   DISPLAY 'CREDITOS DE CLIENTE NO CREDCLI: '
                       WRK-QTD-CREDITOS
               END-IF
               IF WRK-QTD-VARIACOES > 0
                   DISPLAY 'VARIACOES CAMBIAIS NO CAMVAR: '
                       WRK-QTD-VARIACOES
               END-IF
               IF WRK-QTD-SEM-TAXA > 0
                   MOVE 'A' TO WRK-ALT-SEVERIDADE
                   MOVE SPACES TO WRK-ALT-MENSAGEM
                   STRING 'BAIXAS EM MOEDA SEM COTACAO: '
                          WRK-QTD-SEM-TAXA
                       DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
                   CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                       WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WRK-QTD-SEM-PAR > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB58'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0940-VERIFICAR-PORTAO.
           MOVE 'V' TO WRK-INB-ACAO.
           CALL 'PRGINBOX' USING WRK-INB-ACAO WRK-INB-ARQUIVO
               WRK-INB-PROGRAMA WRK-INB-QTD WRK-INB-HASH
               WRK-INB-LIBERADO.
       0950-BAIXAR-NO-PORTAO.
           MOVE 'C' TO WRK-INB-ACAO.
           CALL 'PRGINBOX' USING WRK-INB-ACAO WRK-INB-ARQUIVO
               WRK-INB-PROGRAMA WRK-INB-QTD WRK-INB-HASH
               WRK-INB-LIBERADO.
       0100-CONFERIR-RETORNO.
           MOVE 'N' TO WRK-ARQ-OK WRK-TEM-HEADER WRK-TEM-TRAILER.
           MOVE ZEROS TO WRK-VER-QTD WRK-VER-HASH
                               WRK-PAG-DATA(WRK-QTD-PAGTOS)
                           MOVE 'N' TO
                               WRK-PAG-CASADO(WRK-QTD-PAGTOS)
                           MOVE ZEROS TO
                               WRK-PAG-CLIENTE(WRK-QTD-PAGTOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-RETURN-FILE.
       0300-BAIXAR-PARCELAS.
           MOVE ZEROS TO WRK-QTD-BAIXAS WRK-QTD-RECUPERADAS.
           MOVE 'N' TO WRK-FIM-RCV.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV NOT = '00'
               DISPLAY 'CONTAREC INDISPONIVEL - NADA BAIXADO'
           ELSE
               OPEN OUTPUT RECEIVABLE-TEMP
               OPEN EXTEND EVENT-FILE
               IF WRK-FS-EVT NOT = '00'
                   OPEN OUTPUT EVENT-FILE
               END-IF
               OPEN EXTEND SETTLEMENT-FILE
               IF WRK-FS-RLQ NOT = '00'
                   OPEN OUTPUT SETTLEMENT-FILE
               END-IF
               OPEN EXTEND EXCHANGE-VAR-FILE
               IF WRK-FS-CVR NOT = '00'
                   OPEN OUTPUT EXCHANGE-VAR-FILE
               END-IF
               PERFORM UNTIL WRK-FIM-RCV = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           WRITE TMP-REC FROM RCV-REC
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE RECEIVABLE-TEMP EVENT-FILE
                   SETTLEMENT-FILE EXCHANGE-VAR-FILE
               PERFORM 0360-DEVOLVER-DO-TEMP
           END-IF.
      * QUALQUER PARCELA DO PEDIDO, MESMO JA PAGA, IDENTIFICA O
      * CLIENTE DE UM PAGAMENTO QUE NAO ENCONTRAR PARCELA ABERTA
       0350-CASAR-PARCELA.
           PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                   UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
               IF WRK-PAG-PEDIDO(WRK-IND-PAG) = RCV-PEDIDO
                   MOVE RCV-CLIENTE TO WRK-PAG-CLIENTE(WRK-IND-PAG)
               END-IF
           END-PERFORM.
           MOVE RCV-STATUS TO WRK-STATUS-ANT.
           IF RCV-STATUS = 'A' OR RCV-STATUS = 'X'
               PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                       UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
                   IF WRK-PAG-CASADO(WRK-IND-PAG) = 'N'
                       AND WRK-PAG-PARCELA(WRK-IND-PAG) = RCV-PARCELA
                       MOVE 'S' TO WRK-PAG-CASADO(WRK-IND-PAG)
                       MOVE 'P' TO RCV-STATUS
                       IF WRK-STATUS-ANT = 'X'
                           MOVE 'R' TO WRK-PAG-CASADO(WRK-IND-PAG)
                           MOVE 'R' TO RCV-STATUS
                           ADD 1 TO WRK-QTD-RECUPERADAS
                       END-IF
                       MOVE WRK-PAG-DATA(WRK-IND-PAG)
                           TO RCV-DATA-PGTO
                       MOVE WRK-PAG-VALOR(WRK-IND-PAG)
                           TO RCV-VALOR-PAGO
                       MOVE 'RETORNO BANCARIO' TO RCV-OPERADOR
                       ADD 1 TO WRK-QTD-BAIXAS
                       PERFORM 0355-REGISTRAR-BAIXA
                   END-IF
               END-PERFORM
           END-IF.
       0355-REGISTRAR-BAIXA.
           IF WRK-STATUS-ANT = 'X'
               MOVE 'RECUPERA' TO EVT-TIPO
           ELSE
               MOVE 'BAIXAREC' TO EVT-TIPO
           END-IF.
           MOVE RCV-DATA-PGTO TO EVT-DATA.
           MOVE SPACES TO EVT-DOCUMENTO.
           STRING 'RC' RCV-PEDIDO RCV-PARCELA
               DELIMITED BY SIZE INTO EVT-DOCUMENTO.
           MOVE RCV-VALOR-PAGO TO EVT-VALOR.
           MOVE 'PROGCOB58' TO EVT-PROGRAMA.
           WRITE EVT-REC.
           MOVE RCV-PEDIDO TO RLQ-PEDIDO.
           MOVE RCV-PARCELA TO RLQ-PARCELA.
           MOVE RCV-VALOR-PAGO TO RLQ-VALOR.
           MOVE RCV-DATA-PGTO TO RLQ-DATA-PGTO.
           MOVE WRK-DATA-HOJE TO RLQ-DATA-IMPORT.
           WRITE RLQ-REC.
           IF WRK-STATUS-ANT NOT = 'X'
               PERFORM 0357-APURAR-VARIACAO
           END-IF.
      * MESMA CONTA DA BAIXA DO PROGCOB55: A PARCELA NA MOEDA (RCV-VALOR
      * NA TAXA DO PEDIDO) VALORIZADA PELA TAXA DA DATA DO PAGAMENTO
       0357-APURAR-VARIACAO.
           MOVE 'P' TO WRK-CAM-ACAO.
           MOVE RCV-PEDIDO TO WRK-CAM-PEDIDO.
           PERFORM 0358-CHAMAR-PRGCAMBI.
           IF WRK-CAM-ACHOU = 'S'
               MOVE WRK-CAM-TAXA TO WRK-TAXA-PEDIDO
               MOVE 'T' TO WRK-CAM-ACAO
               MOVE RCV-DATA-PGTO TO WRK-CAM-DATA
               PERFORM 0358-CHAMAR-PRGCAMBI
               IF WRK-CAM-ACHOU = 'S'
                   PERFORM 0359-GRAVAR-VARIACAO
               ELSE
                   ADD 1 TO WRK-QTD-SEM-TAXA
                   DISPLAY 'SEM COTACAO DE ' WRK-CAM-MOEDA ' ATE '
                       RCV-DATA-PGTO ' - PEDIDO ' RCV-PEDIDO
                       ' PARCELA ' RCV-PARCELA ' SEM VARIACAO'
               END-IF
           END-IF.
       0358-CHAMAR-PRGCAMBI.
           CALL 'PRGCAMBI' USING WRK-CAM-ACAO WRK-CAM-PEDIDO
               WRK-CAM-MOEDA WRK-CAM-DATA WRK-CAM-TAXA
               WRK-CAM-DATA-TAXA WRK-CAM-ACHOU.
       0359-GRAVAR-VARIACAO.
           COMPUTE WRK-VALOR-ATUAL ROUNDED =
               RCV-VALOR * WRK-CAM-TAXA / WRK-TAXA-PEDIDO.
           COMPUTE WRK-VARIACAO = WRK-VALOR-ATUAL - RCV-VALOR.
           MOVE RCV-PEDIDO TO CVR-PEDIDO.
           MOVE RCV-PARCELA TO CVR-PARCELA.
           MOVE RCV-CLIENTE TO CVR-CLIENTE.
           MOVE WRK-CAM-MOEDA TO CVR-MOEDA.
           MOVE RCV-DATA-PGTO TO CVR-DATA-PGTO.
           MOVE WRK-TAXA-PEDIDO TO CVR-TAXA-PEDIDO.
           MOVE WRK-CAM-TAXA TO CVR-TAXA-PGTO.
           COMPUTE CVR-VALOR-ORIG ROUNDED = RCV-VALOR / WRK-TAXA-PEDIDO.
           MOVE RCV-VALOR TO CVR-VALOR.
           MOVE WRK-VALOR-ATUAL TO CVR-VALOR-ATUAL.
           MOVE WRK-VARIACAO TO CVR-VARIACAO.
           MOVE 'PROGCOB58' TO CVR-PROGRAMA.
           WRITE CVR-REC.
           ADD 1 TO WRK-QTD-VARIACOES.
           IF WRK-VARIACAO NOT = ZEROS
               MOVE 'VARCAMB' TO EVT-TIPO
               MOVE RCV-DATA-PGTO TO EVT-DATA
               MOVE SPACES TO EVT-DOCUMENTO
               STRING 'VC' RCV-PEDIDO RCV-PARCELA
                   DELIMITED BY SIZE INTO EVT-DOCUMENTO
               MOVE WRK-VARIACAO TO EVT-VALOR
               MOVE 'PROGCOB58' TO EVT-PROGRAMA
               WRITE EVT-REC
           END-IF.
       0360-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-RCV.
           OPEN OUTPUT RECEIVABLE-FILE.
               END-READ
           END-PERFORM.
           CLOSE RECEIVABLE-FILE RECEIVABLE-TEMP.
      * PAGAMENTO ANTECIPADO: PEDIDO AINDA SEM NOTA NAO ESTA NO
      * CONTAREC, O CLIENTE VEM DO CUSTORD
       0370-IDENTIFICAR-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-SEM-CLI.
           PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                   UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
               IF WRK-PAG-CASADO(WRK-IND-PAG) = 'N'
                   AND WRK-PAG-CLIENTE(WRK-IND-PAG) = ZEROS
                   ADD 1 TO WRK-QTD-SEM-CLI
               END-IF
           END-PERFORM.
           IF WRK-QTD-SEM-CLI > 0
               MOVE 'N' TO WRK-FIM-COR
               OPEN INPUT CUST-ORDER-FILE
               IF WRK-FS-COR = '00'
                   PERFORM UNTIL WRK-FIM-COR = 'Y'
                       READ CUST-ORDER-FILE
                           AT END
                               MOVE 'Y' TO WRK-FIM-COR
                           NOT AT END
                               PERFORM 0375-CASAR-PEDIDO
                       END-READ
                   END-PERFORM
                   CLOSE CUST-ORDER-FILE
               END-IF
           END-IF.
       0375-CASAR-PEDIDO.
           PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                   UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
               IF WRK-PAG-CASADO(WRK-IND-PAG) = 'N'
                   AND WRK-PAG-CLIENTE(WRK-IND-PAG) = ZEROS
                   AND WRK-PAG-PEDIDO(WRK-IND-PAG) = CORD-PEDIDO
                   MOVE CORD-CLIENTE TO WRK-PAG-CLIENTE(WRK-IND-PAG)
               END-IF
           END-PERFORM.
      * O DINHEIRO ENTROU NO BANCO: VAI PARA O RETLIQ DA CONCILIACAO
      * E PARA O EVTCTB COMO 'CREDCLI' (DOCUMENTO 'CR' + PEDIDO +
      * PARCELA + DATA DO PAGAMENTO), ALEM DO SALDO CREDOR
       0380-GRAVAR-CREDITOS.
           MOVE ZEROS TO WRK-QTD-CREDITOS.
           PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                   UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
               IF WRK-PAG-CASADO(WRK-IND-PAG) = 'N'
                   AND WRK-PAG-CLIENTE(WRK-IND-PAG) > ZEROS
                   MOVE 'C' TO WRK-PAG-CASADO(WRK-IND-PAG)
                   ADD 1 TO WRK-QTD-CREDITOS
               END-IF
           END-PERFORM.
           IF WRK-QTD-CREDITOS > 0
               OPEN EXTEND CUSTOMER-CREDIT-FILE
               IF WRK-FS-CRD NOT = '00'
                   OPEN OUTPUT CUSTOMER-CREDIT-FILE
               END-IF
               OPEN EXTEND EVENT-FILE
               IF WRK-FS-EVT NOT = '00'
                   OPEN OUTPUT EVENT-FILE
               END-IF
               OPEN EXTEND SETTLEMENT-FILE
               IF WRK-FS-RLQ NOT = '00'
                   OPEN OUTPUT SETTLEMENT-FILE
               END-IF
               PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                       UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
                   IF WRK-PAG-CASADO(WRK-IND-PAG) = 'C'
                       PERFORM 0385-GRAVAR-CREDITO
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-CREDIT-FILE EVENT-FILE SETTLEMENT-FILE
           END-IF.
       0385-GRAVAR-CREDITO.
           MOVE WRK-PAG-CLIENTE(WRK-IND-PAG) TO CRD-CLIENTE.
           MOVE WRK-PAG-DATA(WRK-IND-PAG) TO CRD-DATA.
           MOVE 'R' TO CRD-ORIGEM.
           MOVE WRK-PAG-PEDIDO(WRK-IND-PAG) TO CRD-DOCUMENTO.
           MOVE WRK-PAG-VALOR(WRK-IND-PAG) TO CRD-VALOR.
           MOVE WRK-PAG-VALOR(WRK-IND-PAG) TO CRD-SALDO.
           MOVE 'PROGCOB58' TO CRD-OPERADOR.
           WRITE CRD-REC.
           MOVE 'CREDCLI' TO EVT-TIPO.
           MOVE WRK-PAG-DATA(WRK-IND-PAG) TO EVT-DATA.
           MOVE SPACES TO EVT-DOCUMENTO.
           STRING 'CR' WRK-PAG-PEDIDO(WRK-IND-PAG)
                  WRK-PAG-PARCELA(WRK-IND-PAG)
                  WRK-PAG-DATA(WRK-IND-PAG)
               DELIMITED BY SIZE INTO EVT-DOCUMENTO.
           MOVE WRK-PAG-VALOR(WRK-IND-PAG) TO EVT-VALOR.
           MOVE 'PROGCOB58' TO EVT-PROGRAMA.
           WRITE EVT-REC.
           MOVE WRK-PAG-PEDIDO(WRK-IND-PAG) TO RLQ-PEDIDO.
           MOVE WRK-PAG-PARCELA(WRK-IND-PAG) TO RLQ-PARCELA.
           MOVE WRK-PAG-VALOR(WRK-IND-PAG) TO RLQ-VALOR.
           MOVE WRK-PAG-DATA(WRK-IND-PAG) TO RLQ-DATA-PGTO.
           MOVE WRK-DATA-HOJE TO RLQ-DATA-IMPORT.
           WRITE RLQ-REC.
       0400-GRAVAR-EXCECOES.
           MOVE ZEROS TO WRK-QTD-SEM-PAR.
           OPEN OUTPUT BANK-EXC-FILE.
                   WRITE EXC-LINHA
               END-IF
           END-PERFORM.
           IF WRK-QTD-CREDITOS > 0
               MOVE SPACES TO EXC-LINHA
               WRITE EXC-LINHA
               MOVE 'SALDO CREDOR - PAGAMENTOS LEVADOS AO CREDCLI'
                   TO EXC-LINHA
               WRITE EXC-LINHA
               PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                       UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
                   IF WRK-PAG-CASADO(WRK-IND-PAG) = 'C'
                       MOVE SPACES TO EXC-LINHA
                       STRING 'PEDIDO ' WRK-PAG-PEDIDO(WRK-IND-PAG)
                              ' PARCELA ' WRK-PAG-PARCELA(WRK-IND-PAG)
                              ' VALOR ' WRK-PAG-VALOR(WRK-IND-PAG)
                              ' CLIENTE ' WRK-PAG-CLIENTE(WRK-IND-PAG)
                           DELIMITED BY SIZE INTO EXC-LINHA
                       WRITE EXC-LINHA
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-QTD-RECUPERADAS > 0
               MOVE SPACES TO EXC-LINHA
               WRITE EXC-LINHA
               MOVE 'RECUPERACOES - PARCELAS BAIXADAS COMO PERDA PAGAS'
                   TO EXC-LINHA
               WRITE EXC-LINHA
               PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                       UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
                   IF WRK-PAG-CASADO(WRK-IND-PAG) = 'R'
                       MOVE SPACES TO EXC-LINHA
                       STRING 'PEDIDO ' WRK-PAG-PEDIDO(WRK-IND-PAG)
                              ' PARCELA ' WRK-PAG-PARCELA(WRK-IND-PAG)
                              ' VALOR ' WRK-PAG-VALOR(WRK-IND-PAG)
                              ' RECUPERADA'
                           DELIMITED BY SIZE INTO EXC-LINHA
                       WRITE EXC-LINHA
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'BAIXADAS: ' WRK-QTD-BAIXAS
                  '  SEM CORRESPONDENCIA: ' WRK-QTD-SEM-PAR
                  '  RECUPERADAS: ' WRK-QTD-RECUPERADAS
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'CREDITOS DE CLIENTE: ' WRK-QTD-CREDITOS
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
           CLOSE BANK-EXC-FILE.
