      * DIAGRAMADO EM BLOCOS FIXOS PARA O FORMULARIO CONTINUO DE
      * ETIQUETAS, SAINDO JUNTO COM O ROMANEIO DO PROGCOB72
      * DATA = XX/XX/XXXX
      * MANUTENCAO = UMA ETIQUETA POR EMBARQUE FISICO: PEDIDOS
      * CONSOLIDADOS PELO PROGCOB106 (SST-EMBARQUE DE OUTRO PEDIDO) NAO
      * GANHAM ETIQUETA PROPRIA - A DO PEDIDO LIDER INFORMA QUANTOS
      * PEDIDOS SEGUEM JUNTOS
      * MANUTENCAO = NOTA DE ENTRADA DE DEVOLUCAO (NFR-TIPO 'E') NAO
      * VAI PARA A ETIQUETA
      * MANUTENCAO = ETIQUETA COM O ENDERECO DE ENTREGA GRAVADO NO
      * SHIPSTAT (LOGRADOURO, CIDADE, UF E CEP; EMBARQUE ANTIGO SEM ELE
      * USA O DO CADASTRO); DATA PROMETIDA E NOTA FISCAL NA MESMA LINHA
      * PARA O BLOCO CONTINUAR COM 8 LINHAS
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-IND-NOTA    PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-NF      PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-CLI    PIC X(20) VALUE SPACES.
       77 WRK-ETQ-LOGRADOURO PIC X(30) VALUE SPACES.
       77 WRK-ETQ-CIDADE  PIC X(20) VALUE SPACES.
       77 WRK-ETQ-CEP     PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-CONS    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CONS    PIC 9(03) VALUE ZEROS.
       77 WRK-ACHOU-CONS  PIC X(01) VALUE 'N'.
       77 WRK-PED-JUNTOS  PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-NOTAS.
           02 WRK-NF OCCURS 500 TIMES.
               03 WRK-NF-PEDIDO PIC 9(08).
               03 WRK-NF-NUMERO PIC 9(08).
      * PEDIDOS LIDERES DE EMBARQUE CONSOLIDADO E QUANTOS PEDIDOS
      * SEGUEM NA CARGA DE CADA UM (ALEM DO PROPRIO LIDER)
       01 WRK-TABELA-CONS.
           02 WRK-CONS OCCURS 500 TIMES.
               03 WRK-CONS-LIDER PIC 9(08).
               03 WRK-CONS-QTD   PIC 9(03).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
               MOVE WRK-DATA-LOTE-X TO WRK-DATA-LOTE
           END-IF.
           PERFORM 0100-CARREGAR-NOTAS.
           PERFORM 0150-CONTAR-CONSOLIDADOS.
           PERFORM 0200-GERAR-ETIQUETAS.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF NFR-DATA = WRK-DATA-LOTE
                               AND NFR-TIPO NOT = 'E'
                               AND WRK-QTD-NOTAS < 500
                               ADD 1 TO WRK-QTD-NOTAS
                               MOVE NFR-PEDIDO TO
               DISPLAY 'NOTAFISC INDISPONIVEL - ETIQUETAS SEM'
               DISPLAY 'NUMERO DE NOTA'
           END-IF.
      * PRIMEIRA PASSADA NO SHIPSTAT: PEDIDO COM SST-EMBARQUE DE
      * OUTRO PEDIDO VIAJA NA CARGA DO LIDER
       0150-CONTAR-CONSOLIDADOS.
           MOVE ZEROS TO WRK-QTD-CONS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SST-DATA = WRK-DATA-LOTE
                               AND SST-EMBARQUE IS NUMERIC
                               AND SST-EMBARQUE NOT = ZEROS
                               AND SST-EMBARQUE NOT = SST-NUMERO
                               PERFORM 0160-SOMAR-CONSOLIDADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           END-IF.
       0160-SOMAR-CONSOLIDADO.
           MOVE 'N' TO WRK-ACHOU-CONS.
           PERFORM VARYING WRK-IND-CONS FROM 1 BY 1
                   UNTIL WRK-IND-CONS > WRK-QTD-CONS
               IF WRK-CONS-LIDER(WRK-IND-CONS) = SST-EMBARQUE
                   ADD 1 TO WRK-CONS-QTD(WRK-IND-CONS)
                   MOVE 'S' TO WRK-ACHOU-CONS
               END-IF
           END-PERFORM.
           IF WRK-ACHOU-CONS = 'N' AND WRK-QTD-CONS < 500
               ADD 1 TO WRK-QTD-CONS
               MOVE SST-EMBARQUE TO WRK-CONS-LIDER(WRK-QTD-CONS)
               MOVE 1 TO WRK-CONS-QTD(WRK-QTD-CONS)
           END-IF.
       0200-GERAR-ETIQUETAS.
           MOVE ZEROS TO WRK-QTD-ETIQ.
           MOVE 'N' TO WRK-CLI-DISPON.
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SST-DATA = WRK-DATA-LOTE
                               AND (SST-EMBARQUE IS NOT NUMERIC
                                   OR SST-EMBARQUE = ZEROS
                                   OR SST-EMBARQUE = SST-NUMERO)
                               PERFORM 0300-IMPRIMIR-ETIQUETA
                           END-IF
                   END-READ
           END-IF.
      * BLOCO FIXO DE 8 LINHAS POR ETIQUETA, CASADO COM O SALTO DO
      * FORMULARIO CONTINUO DE ETIQUETAS
      * O ENDERECO E O DE ENTREGA GRAVADO NO SHIPSTAT PELO LOTE;
      * EMBARQUE ANTIGO SEM ELE SAI COM O ENDERECO DO CADASTRO
       0300-IMPRIMIR-ETIQUETA.
           ADD 1 TO WRK-QTD-ETIQ.
           MOVE 'NOME NAO DISPONIVEL' TO WRK-NOME-CLI.
           MOVE SST-LOGRADOURO TO WRK-ETQ-LOGRADOURO.
           MOVE SST-CIDADE TO WRK-ETQ-CIDADE.
           IF SST-CEP IS NUMERIC
               MOVE SST-CEP TO WRK-ETQ-CEP
           ELSE
               MOVE ZEROS TO WRK-ETQ-CEP
           END-IF.
           IF WRK-CLI-DISPON = 'S'
               MOVE SST-CLIENTE TO CM-ID
               READ CUSTOMER-MASTER
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NOME TO WRK-NOME-CLI
                       IF WRK-ETQ-LOGRADOURO = SPACES
                           MOVE CM-LOGRADOURO TO WRK-ETQ-LOGRADOURO
                           MOVE CM-CIDADE TO WRK-ETQ-CIDADE
                           MOVE CM-CEP TO WRK-ETQ-CEP
                       END-IF
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-NUM-NF.
                   MOVE WRK-NF-NUMERO(WRK-IND-NOTA) TO WRK-NUM-NF
               END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-PED-JUNTOS.
           PERFORM VARYING WRK-IND-CONS FROM 1 BY 1
                   UNTIL WRK-IND-CONS > WRK-QTD-CONS
               IF WRK-CONS-LIDER(WRK-IND-CONS) = SST-NUMERO
                   MOVE WRK-CONS-QTD(WRK-IND-CONS) TO WRK-PED-JUNTOS
               END-IF
           END-PERFORM.
           MOVE ALL '*' TO ETQ-LINHA.
           WRITE ETQ-LINHA.
           MOVE SPACES TO ETQ-LINHA.
           IF WRK-PED-JUNTOS > 0
               STRING '**  PEDIDO >>> ' SST-NUMERO ' <<<  + '
                      WRK-PED-JUNTOS ' PEDIDOS CONSOLIDADOS'
                   DELIMITED BY SIZE INTO ETQ-LINHA
           ELSE
               STRING '**  PEDIDO >>> ' SST-NUMERO ' <<<'
                   DELIMITED BY SIZE INTO ETQ-LINHA
           END-IF.
           WRITE ETQ-LINHA.
           MOVE SPACES TO ETQ-LINHA.
           STRING '**  CLIENTE....: ' SST-CLIENTE
               DELIMITED BY SIZE INTO ETQ-LINHA.
           WRITE ETQ-LINHA.
           MOVE SPACES TO ETQ-LINHA.
           STRING '**  ENDERECO...: ' WRK-ETQ-LOGRADOURO
               DELIMITED BY SIZE INTO ETQ-LINHA.
           WRITE ETQ-LINHA.
           MOVE SPACES TO ETQ-LINHA.
           STRING '**  DESTINO....: ' WRK-ETQ-CIDADE ' - ' SST-UF
                  '  CEP ' WRK-ETQ-CEP
               DELIMITED BY SIZE INTO ETQ-LINHA.
           WRITE ETQ-LINHA.
           MOVE SPACES TO ETQ-LINHA.
           IF WRK-NUM-NF > 0
               STRING '**  ENTREGA ATE: ' SST-PREVISAO
                      '   NOTA FISCAL: ' WRK-NUM-NF
                   DELIMITED BY SIZE INTO ETQ-LINHA
           ELSE
               STRING '**  ENTREGA ATE: ' SST-PREVISAO
                      '   NOTA FISCAL: NAO EMITIDA'
                   DELIMITED BY SIZE INTO ETQ-LINHA
           END-IF.
           WRITE ETQ-LINHA.
           MOVE ALL '*' TO ETQ-LINHA.
