      *> PROGCOB09 (UM REGISTRO POR PEDIDO PRECIFICADO) E LIDO PELOS
      *> RELATORIOS POR CLIENTE (PROGCOB24), POR UF (PROGCOB29),
      *> SCORE DE CREDITO (PROGCOB61), DIVERGENCIA DE UF (PROGCOB78),
      *> FUSAO (PROGCOB79), DORMENTES (PROGCOB80), ABC (PROGCOB81) E
      *> RENTABILIDADE POR PEDIDO (PROGCOB111)
      *> CORD-CODPROD = PRD-CODIGO DO PRODMAST, GRAVADO NO FIM DO
      *> REGISTRO PARA A ANALISE POR PRODUTO (CORD-PRODUTO SEGUE
      *> SENDO A DESCRICAO IMPRESSA)
      *> PEDIDO COM VARIOS ITENS GERA UM CORD-REC POR ITEM PRECIFICADO:
      *> CORD-PEDIDO = NUMERO DO PEDIDO (ORDCTL), CORD-QTD = QUANTIDADE
      *> DO ITEM; VALOR, FRETE E ICMS SAO OS DA LINHA (UNITARIO X QTD)
       01  CORD-REC.
           02 CORD-CLIENTE PIC 9(06).
           02 CORD-PRODUTO PIC X(20).
           02 CORD-ICMS    PIC 9(06)V99.
           02 CORD-DATA    PIC 9(08).
           02 CORD-CODPROD PIC 9(06).
           02 CORD-PEDIDO  PIC 9(08).
           02 CORD-QTD     PIC 9(05).
      *> CORD-OPERADOR = ENC-OPERADOR DO CABECALHO DO PEDIDO (QUEM
      *> DIGITOU OU CONVERTEU); BRANCO NO BACKORDER REPROCESSADO, NO
      *> PEDIDO DE PARCEIRO E NO REGISTRO ANTIGO SEM O CAMPO
           02 CORD-OPERADOR PIC X(20).
