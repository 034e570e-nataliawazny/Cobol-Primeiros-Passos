      * EXTEND NO ORCFILE (ORQREC.COB) COM STATUS ABERTO - E POR ELE
      * QUE O PROGCOB98 CONVERTE O ORCAMENTO ACEITO EM PEDIDO E MEDE
      * A TAXA DE CONVERSAO
      * MANUTENCAO = OPERADOR AUTENTICADO RECEBIDO DO PRGMENU VIA
      * LINKAGE E GRAVADO COMO EMISSOR (ORQ-EMISSOR) DO ORCAMENTO NO
      * ORCFILE
      * MANUTENCAO = CLIENTE COM CANAL E-MAIL NO CONTCLI RECEBE O
      * ORCAMENTO PELO CORREIO ELETRONICO (PRGCORRE); NO ORCAREL FICA A
      * LINHA COM O NUMERO DO DOCUMENTO ENVIADO
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-INTEIRO     PIC S9(09) VALUE ZEROS.
       77 WRK-TOTAL-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FS-ORQ      PIC X(02) VALUE SPACES.
       COPY 'CORRWS.COB'.
       01 WRK-LINHA-COMODO.
           02 WRK-LC-ROTULO  PIC X(12).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LC-AREA    PIC ZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LC-CUSTO   PIC ZZZ.ZZ9,99.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM 0050-RECEBER-CLIENTE.
               TO WRK-VALIDADE.
           MOVE ZEROS TO WRK-QTD-COMODOS WRK-TOTAL WRK-PAGINA.
           OPEN OUTPUT QUOTE-REPORT-FILE.
           PERFORM 0360-ABRIR-CORREIO.
           IF WRK-CORR-ENVIAR NOT = 'S'
               PERFORM 0310-GERAR-CABECALHO-PADRAO
           END-IF.
           MOVE SPACES TO ORC-LINHA.
           STRING 'ORCAMENTO N. ' WRK-NUM-ORC
               DELIMITED BY SIZE INTO ORC-LINHA.
           PERFORM 0370-EMITIR-LINHA.
           MOVE SPACES TO ORC-LINHA.
           STRING 'CLIENTE ' WRK-CLIENTE ' - ' WRK-NOME-CLI
               DELIMITED BY SIZE INTO ORC-LINHA.
           PERFORM 0370-EMITIR-LINHA.
           MOVE 'COMODO        AREA M2    CUSTO MATERIAL'
               TO ORC-LINHA.
           PERFORM 0370-EMITIR-LINHA.
           MOVE 'N' TO WRK-FIM-ROM.
           OPEN INPUT ROOMS-FILE.
           IF WRK-FS-ROM = '00'
               DISPLAY 'ROOMFILE INDISPONIVEL - STATUS ' WRK-FS-ROM
           END-IF.
           MOVE SPACES TO ORC-LINHA.
           PERFORM 0370-EMITIR-LINHA.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO ORC-LINHA.
           STRING 'TOTAL GERAL DO ORCAMENTO: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO ORC-LINHA.
           PERFORM 0370-EMITIR-LINHA.
           MOVE SPACES TO ORC-LINHA.
           STRING 'COMODOS ORCADOS.........: ' WRK-QTD-COMODOS
               DELIMITED BY SIZE INTO ORC-LINHA.
           PERFORM 0370-EMITIR-LINHA.
           MOVE SPACES TO ORC-LINHA.
           STRING 'VALIDO ATE..............: ' WRK-VALIDADE
               DELIMITED BY SIZE INTO ORC-LINHA.
           PERFORM 0370-EMITIR-LINHA.
           PERFORM 0380-FECHAR-CORREIO.
           CLOSE QUOTE-REPORT-FILE.
           DISPLAY 'ORCAMENTO ' WRK-NUM-ORC ' GRAVADO EM ORCAREL'.
       COPY 'RELHEAD.COB'
           MOVE ROM-ROTULO TO WRK-LC-ROTULO.
           MOVE WRK-AREA TO WRK-LC-AREA.
           MOVE WRK-CUSTO TO WRK-LC-CUSTO.
           MOVE WRK-LINHA-COMODO TO ORC-LINHA.
           PERFORM 0370-EMITIR-LINHA.
           ADD 1 TO WRK-QTD-COMODOS.
           ADD WRK-CUSTO TO WRK-TOTAL.
      * CLIENTE COM CANAL E-MAIL NO CONTCLI: O ORCAMENTO VAI PARA O
      * CORREIO (PRGCORRE) E NO ORCAREL FICA SO A LINHA COM O NUMERO
      * DO DOCUMENTO
       0360-ABRIR-CORREIO.
           MOVE 'A' TO WRK-CORR-FUNCAO.
           MOVE 'PROGCOB53' TO WRK-CORR-PROGRAMA.
           MOVE WRK-CLIENTE TO WRK-CORR-CLIENTE.
           MOVE 'ORC' TO WRK-CORR-TIPO.
           MOVE SPACES TO WRK-CORR-REFER.
           STRING 'ORCAMENTO ' WRK-NUM-ORC
               DELIMITED BY SIZE INTO WRK-CORR-REFER.
           MOVE SPACES TO WRK-CORR-ASSUNTO.
           STRING 'ORCAMENTO DE MATERIAL N. ' WRK-NUM-ORC
               DELIMITED BY SIZE INTO WRK-CORR-ASSUNTO.
           CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
               WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
               WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
               WRK-CORR-ENVIAR.
       0370-EMITIR-LINHA.
           IF WRK-CORR-ENVIAR = 'S'
               MOVE 'L' TO WRK-CORR-FUNCAO
               MOVE ORC-LINHA TO WRK-CORR-LINHA
               CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
                   WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
                   WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
                   WRK-CORR-ENVIAR
           ELSE
               WRITE ORC-LINHA
           END-IF.
       0380-FECHAR-CORREIO.
           IF WRK-CORR-ENVIAR = 'S'
               MOVE 'F' TO WRK-CORR-FUNCAO
               CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
                   WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
                   WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
                   WRK-CORR-ENVIAR
               MOVE SPACES TO ORC-LINHA
               STRING 'ORCAMENTO ' WRK-NUM-ORC
                      ' ENVIADO POR E-MAIL - DOCUMENTO '
                      WRK-CORR-DOCUMENTO
                   DELIMITED BY SIZE INTO ORC-LINHA
               WRITE ORC-LINHA
               DISPLAY 'ORCAMENTO ENVIADO PELO CORREIO ELETRONICO -'
                   ' DOCUMENTO ' WRK-CORR-DOCUMENTO
               MOVE 'N' TO WRK-CORR-ENVIAR
           END-IF.
       0400-GRAVAR-CONTROLE-ORC.
           OPEN OUTPUT QUOTE-CONTROL-FILE.
           MOVE WRK-NUM-ORC TO OCT-ULT-NUMERO.
           MOVE 'A' TO ORQ-STATUS.
           MOVE ZEROS TO ORQ-DATA-ACEITE.
           MOVE SPACES TO ORQ-OPERADOR.
           MOVE SPACES TO ORQ-MOTIVO-PERDA ORQ-OBS-PERDA.
           MOVE ZEROS TO ORQ-DATA-PERDA.
           MOVE LNK-OPERADOR TO ORQ-EMISSOR.
           WRITE ORQ-REC.
           CLOSE QUOTE-FILE.
