      *> ATE SEREM ATENDIDOS OU CANCELADOS NO PROGCOB68
      *> BCK-DATA = DATA DO PRIMEIRO LOTE QUE DEIXOU O PEDIDO
      *> PENDENTE (PRESERVADA NAS REENTRADAS, PARA MEDIR A IDADE)
      *> UM BCK-REC POR ITEM SEM SALDO: BCK-VALOR E BCK-PESO SAO OS
      *> UNITARIOS E BCK-QTD A QUANTIDADE PENDENTE DO ITEM; REENTRA
      *> COMO PEDIDO DE UM ITEM SO (BCK-QTD EM BRANCO NOS REGISTROS
      *> ANTIGOS = QUANTIDADE 1)
      *> BCK-ENDERECO = ENDERECO DE ENTREGA DO PEDIDO (ENDENTR),
      *> PRESERVADO NA REENTRADA; BRANCO NOS REGISTROS ANTIGOS = 00,
      *> ENDERECO DO CADASTRO
       01  BCK-REC.
           02 BCK-CODPROD  PIC 9(06).
           02 BCK-VALOR    PIC 9(06)V99.
           02 BCK-UF       PIC X(02).
           02 BCK-CLIENTE  PIC 9(06).
           02 BCK-DATA     PIC 9(08).
           02 BCK-QTD      PIC 9(05).
           02 BCK-ENDERECO PIC 9(02).
