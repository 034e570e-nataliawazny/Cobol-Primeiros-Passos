      * PROMETIDA DE ENTREGA (PRAZOUF + PRGDIAUT); NAO GRAVA NADA
      * NOS ARQUIVOS DE PEDIDO - E SIMULACAO, E A TELA DIZ ISSO
      * DATA = XX/XX/XXXX
      * MANUTENCAO = CLIENTE OPCIONAL NA SIMULACAO (0 = PRECO DE
      * LISTA): COM CLIENTE, O PRECO VEM DA TABELA NEGOCIADA DELE OU
      * DO GRUPO (PRECOCLI VIA PRGPRECO) COMO NO LOTE DO PROGCOB09, A
      * TELA MOSTRA VALOR DE LISTA, DESCONTO E VALOR LIQUIDO E O FRETE
      * E CALCULADO SOBRE O VALOR LIQUIDO
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-VIG-ESCOLHIDA PIC 9(08) VALUE ZEROS.
       77 WRK-CODPROD     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD         PIC 9(04) VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PRC     PIC 9(05) VALUE ZEROS.
       77 WRK-PRECO-LIQ   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRC-ACHOU   PIC X(01) VALUE 'N'.
       77 WRK-VALOR-LISTA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DESCONTO    PIC 9(08)V99 VALUE ZEROS.
       77 WRK-UF          PIC X(02) VALUE SPACES.
       77 WRK-VALOR       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ICMS-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LISTA-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DESCONTO-ED PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
                     ==CAMPO-NOME== BY ==WRK-QTD==,
                     ==TEXTO-PROMPT== BY
                         =='QUANTIDADE: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0240-RECEBER-CLIENTE==,
                     ==CAMPO-NOME== BY ==WRK-CLIENTE==,
                     ==TEXTO-PROMPT== BY
                         =='CLIENTE (0 = LISTA): '==.
       0100-CARREGAR-TARIFAS.
           MOVE ZEROS TO WRK-QTD-TARIFAS.
           MOVE 'N' TO WRK-FIM-ARQ.
               DISPLAY 'PRAZOUF INDISPONIVEL - PRAZO PADRAO 5 DIAS'
           END-IF.
       0200-SIMULAR-COTACAO.
           PERFORM 0240-RECEBER-CLIENTE.
           PERFORM 0250-RECEBER-PRODUTO.
           PERFORM 0260-RECEBER-QTD.
           DISPLAY 'UF DE ENTREGA: '.
               CLOSE PRODUCT-MASTER
           END-IF.
       0300-CALCULAR-SIMULACAO.
           MOVE PRD-PRECO TO WRK-PRECO-LIQ.
           MOVE 'N' TO WRK-PRC-ACHOU.
           IF WRK-CLIENTE NOT = ZEROS
               MOVE WRK-QTD TO WRK-QTD-PRC
               CALL 'PRGPRECO' USING WRK-CLIENTE WRK-CODPROD
                   WRK-QTD-PRC WRK-DATA-HOJE PRD-PRECO WRK-PRECO-LIQ
                   WRK-PRC-ACHOU
           END-IF.
           COMPUTE WRK-VALOR-LISTA = PRD-PRECO * WRK-QTD.
           COMPUTE WRK-VALOR = WRK-PRECO-LIQ * WRK-QTD.
           COMPUTE WRK-DESCONTO = WRK-VALOR-LISTA - WRK-VALOR.
           COMPUTE WRK-PESO = PRD-PESO * WRK-QTD.
           PERFORM 0350-DETERMINAR-MULT-UF.
           IF WRK-MULT-UF = 0
           MOVE WRK-FRETE TO WRK-FRETE-ED.
           MOVE WRK-VALOR-ICMS TO WRK-ICMS-ED.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           MOVE WRK-VALOR-LISTA TO WRK-LISTA-ED.
           MOVE WRK-DESCONTO TO WRK-DESCONTO-ED.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           DISPLAY '================================================'.
           DISPLAY '*** SIMULACAO - NENHUM PEDIDO FOI GRAVADO ***'.
           DISPLAY 'PRODUTO........: ' PRD-DESCRICAO.
           DISPLAY 'QUANTIDADE.....: ' WRK-QTD.
           DISPLAY 'UF DE ENTREGA..: ' WRK-UF.
           IF WRK-CLIENTE NOT = ZEROS
               DISPLAY 'CLIENTE........: ' WRK-CLIENTE
           END-IF.
           DISPLAY 'VALOR DE LISTA.: ' WRK-LISTA-ED.
           IF WRK-PRC-ACHOU = 'S'
               DISPLAY 'DESCONTO TABELA: ' WRK-DESCONTO-ED
           END-IF.
           DISPLAY 'VALOR LIQUIDO..: ' WRK-VALOR-ED.
           DISPLAY 'FRETE..........: ' WRK-FRETE-ED.
           DISPLAY 'ICMS DA UF.....: ' WRK-ICMS-ED.
           DISPLAY 'TOTAL SIMULADO.: ' WRK-TOTAL-ED.
