      *> COPY DENTRO DE FILE SECTION, APOS O FD DO PRICE-LIST-FILE -
      *> LAYOUT COMUM DO PRC-REC (PRECOCLI): TABELAS DE PRECO
      *> NEGOCIADAS POR CLIENTE OU GRUPO DE CLIENTES, MANTIDAS PELO
      *> PROGCOB105 E CONSULTADAS VIA PRGPRECO PELO LOTE DO PROGCOB09,
      *> PELA DIGITACAO DO PROGCOB66 E PELO SIMULADOR DO PROGCOB74
      *> PRC-TIPO = 'C' PRECO DO CLIENTE PRC-CLIENTE /
      *>            'G' PRECO DO GRUPO PRC-GRUPO /
      *>            'M' CLIENTE PRC-CLIENTE PERTENCE AO GRUPO PRC-GRUPO
      *>                (UM GRUPO POR CLIENTE; DEMAIS CAMPOS ZERADOS)
      *> PRC-QTD-MIN = INICIO DA FAIXA DE VOLUME: FAIXAS SAO LINHAS
      *> DO MESMO CLIENTE/GRUPO E PRODUTO COM QTD-MIN DIFERENTES; VALE
      *> A MAIOR QTD-MIN ATE A QUANTIDADE DO ITEM
      *> PRC-PRECO > ZEROS = PRECO UNITARIO FIXO; ZEROS = PRD-PRECO
      *> DO PRODMAST MENOS PRC-DESCONTO POR CENTO
      *> PRC-FIM ZEROS = SEM DATA DE TERMINO
      *> PRECO DO CLIENTE PREVALECE SOBRE O DO GRUPO; SO E APLICADO
      *> QUANDO FICA ABAIXO DO PRECO DE LISTA
       01  PRC-REC.
           02 PRC-TIPO      PIC X(01).
           02 PRC-CLIENTE   PIC 9(06).
           02 PRC-GRUPO     PIC X(04).
           02 PRC-CODPROD   PIC 9(06).
           02 PRC-QTD-MIN   PIC 9(05).
           02 PRC-PRECO     PIC 9(06)V99.
           02 PRC-DESCONTO  PIC 9(02)V99.
           02 PRC-INICIO    PIC 9(08).
           02 PRC-FIM       PIC 9(08).
           02 PRC-OPERADOR  PIC X(20).
