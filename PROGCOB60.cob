      * MANUTENCAO = NOME DO CLIENTE IMPRESSO PASSA PELO MASKDADO.COB
      * CONFORME O NIVEL DA SESSAO (LNK-NIVEL DO PRGMENU), COMO NO
      * PROGCOB24 - EXECUTAR PELO PRGMENU
      * MANUTENCAO = PAGAMENTO DE PARCELA RECUPERADA ('R', PAGA
      * DEPOIS DE BAIXADA COMO PERDA) ENTRA COMO PAGAMENTO APLICADO
      * MANUTENCAO = O EXTRATO TERMINA COM O SALDO CREDOR DO CLIENTE
      * AINDA NAO APLICADO (SOMA DO CRD-SALDO NO CREDCLI) E O SALDO
      * LIQUIDO (DEVEDOR MENOS CREDOR)
      * MANUTENCAO = CLIENTE COM CANAL E-MAIL NO CONTCLI RECEBE O
      * EXTRATO PELO CORREIO ELETRONICO (PRGCORRE); NO EXTCLREL FICA A
      * LINHA COM O NUMERO DO DOCUMENTO ENVIADO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
           SELECT CUSTOMER-CREDIT-FILE ASSIGN TO 'CREDCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRD.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       01  EXT-LINHA       PIC X(80).
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  CUSTOMER-CREDIT-FILE.
       COPY 'CRDREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-EXT      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FIM-RCV     PIC X(01) VALUE 'N'.
       77 WRK-FS-CRD      PIC X(02) VALUE SPACES.
       77 WRK-FIM-CRD     PIC X(01) VALUE 'N'.
       77 WRK-SALDO-CREDOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-LIQ   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INI    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-MASC-IND    PIC 9(02) VALUE ZEROS.
       77 WRK-MASC-PTR    PIC 9(02) VALUE ZEROS.
       77 WRK-MASC-FASE   PIC X(01) VALUE SPACES.
       COPY 'CORRWS.COB'.
       01 WRK-MOV-TROCA.
           02 WRK-TR-DATA    PIC 9(08).
           02 WRK-TR-TIPO    PIC X(01).
           PERFORM 0060-RECEBER-DATA-INI.
           PERFORM 0070-RECEBER-DATA-FIM.
           PERFORM 0100-CARREGAR-MOVIMENTOS.
           PERFORM 0180-SOMAR-SALDO-CREDOR.
           PERFORM 0200-ORDENAR-MOVIMENTOS.
           PERFORM 0300-IMPRIMIR-EXTRATO.
           PERFORM 0910-REGISTRAR-FIM.
                   PERFORM 0160-GUARDAR-FATURAMENTO
               END-IF
           END-IF.
           IF RCV-STATUS = 'P' OR RCV-STATUS = 'R'
               IF RCV-DATA-PGTO < WRK-DATA-INI
                   SUBTRACT RCV-VALOR-PAGO FROM WRK-SALDO-ABERT
               ELSE
               COMPUTE WRK-MOV-VALOR(WRK-QTD-MOV) =
                   RCV-VALOR-PAGO * -1
           END-IF.
      * SALDO CREDOR ATUAL, INDEPENDENTE DO INTERVALO DO EXTRATO
       0180-SOMAR-SALDO-CREDOR.
           MOVE ZEROS TO WRK-SALDO-CREDOR.
           MOVE 'N' TO WRK-FIM-CRD.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           IF WRK-FS-CRD = '00'
               PERFORM UNTIL WRK-FIM-CRD = 'Y'
                   READ CUSTOMER-CREDIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-CRD
                       NOT AT END
                           IF CRD-CLIENTE = WRK-CLIENTE
                               ADD CRD-SALDO TO WRK-SALDO-CREDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CREDIT-FILE
           END-IF.
      * ORDENACAO POR TROCA SIMPLES - O EXTRATO DE UM CLIENTE CABE
      * FOLGADO NA TABELA DE 400 MOVIMENTOS
       0200-ORDENAR-MOVIMENTOS.
           END-IF.
           PERFORM 0310-MASCARAR-DADOS.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM 0335-ABRIR-CORREIO.
           PERFORM 0320-IMPRIMIR-CABECALHO.
           MOVE WRK-SALDO-ABERT TO WRK-SALDO.
           MOVE WRK-SALDO-ABERT TO WRK-SALDO-ED.
           MOVE SPACES TO EXT-LINHA.
           STRING 'SALDO DE ABERTURA: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
           PERFORM VARYING WRK-IND-MOV FROM 1 BY 1
                   UNTIL WRK-IND-MOV > WRK-QTD-MOV
               PERFORM 0400-IMPRIMIR-MOVIMENTO
           END-PERFORM.
           MOVE SPACES TO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
           MOVE WRK-TOT-FATUR TO WRK-TOT-ED.
           MOVE SPACES TO EXT-LINHA.
           STRING 'FATURADO NO PERIODO: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
           MOVE WRK-TOT-PAGO TO WRK-TOT-ED.
           MOVE SPACES TO EXT-LINHA.
           STRING 'PAGO NO PERIODO....: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
           MOVE WRK-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO EXT-LINHA.
           STRING 'SALDO DEVEDOR FINAL: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
           MOVE WRK-SALDO-CREDOR TO WRK-SALDO-ED.
           MOVE SPACES TO EXT-LINHA.
           STRING 'SALDO CREDOR.......: ' WRK-SALDO-ED
                  '  (PAGAMENTOS E DEVOLUCOES NAO APLICADOS)'
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
           COMPUTE WRK-SALDO-LIQ = WRK-SALDO - WRK-SALDO-CREDOR.
           MOVE WRK-SALDO-LIQ TO WRK-SALDO-ED.
           MOVE SPACES TO EXT-LINHA.
           STRING 'SALDO LIQUIDO......: ' WRK-SALDO-ED
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
           PERFORM 0345-FECHAR-CORREIO.
           CLOSE STATEMENT-FILE.
           DISPLAY 'EXTRATO GRAVADO EM EXTCLREL'.
       COPY 'MASKDADO.COB'
           REPLACING ==PARA-NOME== BY ==0310-MASCARAR-DADOS==.
       0320-IMPRIMIR-CABECALHO.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           IF WRK-CORR-ENVIAR NOT = 'S'
               PERFORM 0330-GERAR-CABECALHO-PADRAO
           END-IF.
           MOVE SPACES TO EXT-LINHA.
           STRING 'CLIENTE ' WRK-CLIENTE ' - ' WRK-MASC-NOME
                  ' PERIODO ' WRK-DATA-INI ' A ' WRK-DATA-FIM
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING 'DATA      HISTORICO    PEDIDO/PAR  '
                  'VALOR       SALDO'
               DELIMITED BY SIZE INTO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0330-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==EXT-LINHA==,
           MOVE WRK-MOV-PARCELA(WRK-IND-MOV) TO WRK-LM-PARCELA.
           MOVE WRK-MOV-VALOR(WRK-IND-MOV) TO WRK-LM-VALOR.
           MOVE WRK-SALDO TO WRK-LM-SALDO.
           MOVE WRK-LINHA-MOV TO EXT-LINHA.
           PERFORM 0340-EMITIR-LINHA.
           ADD 1 TO WRK-LINHAS-PAG.
           IF WRK-LINHAS-PAG >= 15 AND WRK-CORR-ENVIAR NOT = 'S'
               PERFORM 0320-IMPRIMIR-CABECALHO
           END-IF.
      * CLIENTE COM CANAL E-MAIL NO CONTCLI: O EXTRATO VAI INTEIRO,
      * SEM QUEBRA DE PAGINA, PARA O CORREIO (PRGCORRE) E NO EXTCLREL
      * FICA SO A LINHA COM O NUMERO DO DOCUMENTO
       0335-ABRIR-CORREIO.
           MOVE 'A' TO WRK-CORR-FUNCAO.
           MOVE 'PROGCOB60' TO WRK-CORR-PROGRAMA.
           MOVE WRK-CLIENTE TO WRK-CORR-CLIENTE.
           MOVE 'EXT' TO WRK-CORR-TIPO.
           MOVE SPACES TO WRK-CORR-REFER.
           STRING WRK-DATA-INI '-' WRK-DATA-FIM
               DELIMITED BY SIZE INTO WRK-CORR-REFER.
           MOVE 'EXTRATO DE CONTA DO CLIENTE' TO WRK-CORR-ASSUNTO.
           CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
               WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
               WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
               WRK-CORR-ENVIAR.
       0340-EMITIR-LINHA.
           IF WRK-CORR-ENVIAR = 'S'
               MOVE 'L' TO WRK-CORR-FUNCAO
               MOVE EXT-LINHA TO WRK-CORR-LINHA
               CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
                   WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
                   WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
                   WRK-CORR-ENVIAR
           ELSE
               WRITE EXT-LINHA
           END-IF.
       0345-FECHAR-CORREIO.
           IF WRK-CORR-ENVIAR = 'S'
               MOVE 'F' TO WRK-CORR-FUNCAO
               CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
                   WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
                   WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
                   WRK-CORR-ENVIAR
               MOVE SPACES TO EXT-LINHA
               STRING 'EXTRATO DO CLIENTE ' WRK-CLIENTE
                      ' ENVIADO POR E-MAIL - DOCUMENTO '
                      WRK-CORR-DOCUMENTO
                   DELIMITED BY SIZE INTO EXT-LINHA
               WRITE EXT-LINHA
               DISPLAY 'EXTRATO ENVIADO PELO CORREIO ELETRONICO -'
                   ' DOCUMENTO ' WRK-CORR-DOCUMENTO
               MOVE 'N' TO WRK-CORR-ENVIAR
           END-IF.
