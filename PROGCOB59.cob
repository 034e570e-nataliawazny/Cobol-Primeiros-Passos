      * JUROS = VALOR * (JUROS-MES/30) * DIAS / 100 ; MULTA = VALOR *
      * MULTA-PCT / 100, UMA UNICA VEZ POR PARCELA
      * DATA = XX/XX/XXXX
      * MANUTENCAO = CLIENTE COM CANAL E-MAIL NO CONTCLI RECEBE A
      * CARTA PELO CORREIO ELETRONICO (PRGCORRE); NO DUNNREL FICA A
      * LINHA COM O NUMERO DO DOCUMENTO ENVIADO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-QTD-CARTAS  PIC 9(04) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-ED      PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-QTD-EMAIL   PIC 9(04) VALUE ZEROS.
       COPY 'CORRWS.COB'.
       01 WRK-TABELA-CLIENTES.
           02 WRK-CLI-ID PIC 9(06) OCCURS 1000 TIMES.
       01 WRK-LINHA-PARC.
               CLOSE CUSTOMER-MASTER
           END-IF.
           DISPLAY 'CARTAS DE COBRANCA GERADAS: ' WRK-QTD-CARTAS.
           DISPLAY 'ENVIADAS PELO CORREIO ELETRONICO: ' WRK-QTD-EMAIL.
       0400-IMPRIMIR-UMA-CARTA.
           ADD 1 TO WRK-QTD-CARTAS.
           MOVE ZEROS TO WRK-TOT-CARTA WRK-QTD-PARC.
           MOVE 'NOME NAO DISPONIVEL' TO WRK-NOME-CLI.
           IF WRK-CLI-DISPON = 'S'
               MOVE WRK-CLI-ATUAL TO CM-ID
                       MOVE CM-NOME TO WRK-NOME-CLI
               END-READ
           END-IF.
           PERFORM 0420-ABRIR-CORREIO.
           IF WRK-CORR-ENVIAR NOT = 'S'
               PERFORM 0410-GERAR-CABECALHO-PADRAO
           END-IF.
           MOVE SPACES TO DUN-LINHA.
           STRING 'AO CLIENTE ' WRK-CLI-ATUAL ' - ' WRK-NOME-CLI
               DELIMITED BY SIZE INTO DUN-LINHA.
           PERFORM 0460-EMITIR-LINHA.
           MOVE 'CONSTAM EM ABERTO AS PARCELAS VENCIDAS ABAIXO:'
               TO DUN-LINHA.
           PERFORM 0460-EMITIR-LINHA.
           MOVE SPACES TO DUN-LINHA.
           STRING 'PEDIDO/PAR  VALOR      DIAS   JUROS'
                  '      MULTA      DEVIDO'
               DELIMITED BY SIZE INTO DUN-LINHA.
           PERFORM 0460-EMITIR-LINHA.
           MOVE 'N' TO WRK-FIM-RCV.
           OPEN INPUT RECEIVABLE-FILE.
           PERFORM UNTIL WRK-FIM-RCV = 'Y'
           END-PERFORM.
           CLOSE RECEIVABLE-FILE.
           MOVE SPACES TO DUN-LINHA.
           PERFORM 0460-EMITIR-LINHA.
           MOVE WRK-TOT-CARTA TO WRK-TOT-ED.
           MOVE SPACES TO DUN-LINHA.
           STRING 'TOTAL DEVIDO COM ENCARGOS: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO DUN-LINHA.
           PERFORM 0460-EMITIR-LINHA.
           MOVE SPACES TO DUN-LINHA.
           STRING 'PARCELAS EM ATRASO.......: ' WRK-QTD-PARC
               DELIMITED BY SIZE INTO DUN-LINHA.
           PERFORM 0460-EMITIR-LINHA.
           MOVE 'SOLICITAMOS A REGULARIZACAO EM 5 DIAS UTEIS.'
               TO DUN-LINHA.
           PERFORM 0460-EMITIR-LINHA.
           MOVE SPACES TO DUN-LINHA.
           PERFORM 0460-EMITIR-LINHA.
           PERFORM 0470-FECHAR-CORREIO.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0410-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==DUN-LINHA==,
           MOVE WRK-JUROS TO WRK-LP-JUROS.
           MOVE WRK-MULTA TO WRK-LP-MULTA.
           MOVE WRK-DEVIDO TO WRK-LP-DEVIDO.
           MOVE WRK-LINHA-PARC TO DUN-LINHA.
           PERFORM 0460-EMITIR-LINHA.
           ADD 1 TO WRK-QTD-PARC.
           ADD WRK-DEVIDO TO WRK-TOT-CARTA.
      * CLIENTE COM CANAL E-MAIL NO CONTCLI: A CARTA VAI PARA O
      * CORREIO (PRGCORRE) E NO DUNNREL FICA SO A LINHA DE REFERENCIA
      * DO DOCUMENTO - SE O GATEWAY DEVOLVER, O PROGCOB151 A COLOCA NA
      * FILA DE IMPRESSAO
       0420-ABRIR-CORREIO.
           MOVE 'A' TO WRK-CORR-FUNCAO.
           MOVE 'PROGCOB59' TO WRK-CORR-PROGRAMA.
           MOVE WRK-CLI-ATUAL TO WRK-CORR-CLIENTE.
           MOVE 'COB' TO WRK-CORR-TIPO.
           MOVE SPACES TO WRK-CORR-REFER.
           STRING WRK-DATA-HOJE '-' WRK-CLI-ATUAL
               DELIMITED BY SIZE INTO WRK-CORR-REFER.
           MOVE 'AVISO DE TITULOS VENCIDOS EM ABERTO'
               TO WRK-CORR-ASSUNTO.
           CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
               WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
               WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
               WRK-CORR-ENVIAR.
       0460-EMITIR-LINHA.
           IF WRK-CORR-ENVIAR = 'S'
               MOVE 'L' TO WRK-CORR-FUNCAO
               MOVE DUN-LINHA TO WRK-CORR-LINHA
               CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
                   WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
                   WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
                   WRK-CORR-ENVIAR
           ELSE
               WRITE DUN-LINHA
           END-IF.
       0470-FECHAR-CORREIO.
           IF WRK-CORR-ENVIAR = 'S'
               MOVE 'F' TO WRK-CORR-FUNCAO
               CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
                   WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
                   WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
                   WRK-CORR-ENVIAR
               ADD 1 TO WRK-QTD-EMAIL
               MOVE SPACES TO DUN-LINHA
               STRING 'CARTA DO CLIENTE ' WRK-CLI-ATUAL
                      ' ENVIADA POR E-MAIL - DOCUMENTO '
                      WRK-CORR-DOCUMENTO
                   DELIMITED BY SIZE INTO DUN-LINHA
               WRITE DUN-LINHA
               MOVE 'N' TO WRK-CORR-ENVIAR
           END-IF.
