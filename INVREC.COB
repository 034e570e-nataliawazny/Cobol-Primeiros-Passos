      *> COPY DENTRO DE FILE SECTION, APOS O FD DO INVENTORY-COUNT-FILE
      *> - LAYOUT COMUM DO INV-REC (INVCONT): UMA LINHA POR PRODUTO
      *> DA CONTAGEM DE INVENTARIO ABERTA NO PROGCOB110 (CONTROLE EM
      *> INVCTL), COM O SALDO DO ESTOQUE CONGELADO NA ABERTURA
      *> INV-VALOR-UNIT = VALOR UNITARIO CONGELADO PARA VALORIZAR A
      *> DIVERGENCIA (CUSTO MEDIO DO ESTOQUE; SEM ELE, PRD-PRECO)
      *> INV-CONTADO = 'S' QUANTIDADE JA DIGITADA / 'N' AINDA NAO
      *> INV-SITUACAO = 'P' PENDENTE / 'A' DIVERGENCIA APROVADA /
      *>                'R' REJEITADA / 'L' LANCADA NO ESTMOV COMO
      *>                AJUSTE ('A') PARA A POSTAGEM DO PROGCOB62
       01  INV-REC.
           02 INV-CONTAGEM   PIC 9(06).
           02 INV-CODIGO     PIC 9(06).
           02 INV-DESCRICAO  PIC X(20).
           02 INV-SALDO-SIS  PIC S9(07).
           02 INV-VALOR-UNIT PIC 9(06)V99.
           02 INV-CONTADO    PIC X(01).
           02 INV-QTD-CONT   PIC 9(07).
           02 INV-SITUACAO   PIC X(01).
           02 INV-DATA-CONT  PIC 9(08).
           02 INV-CONTADOR   PIC X(20).
           02 INV-APROVADOR  PIC X(20).
