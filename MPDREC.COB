      *> COPY DENTRO DE FILE SECTION, APOS O FD DO ORDER-CURRENCY-FILE
      *> - LAYOUT COMUM DO MPD-REC (PEDMOEDA): PEDIDO NEGOCIADO EM
      *> MOEDA ESTRANGEIRA (PARCEIRO DO PROGCOB67), GRAVADO EM EXTEND
      *> PELO LOTE DO PROGCOB09 QUANDO O PEDIDO RECEBE O NUMERO; O
      *> PRGCAMBI O DEVOLVE NA BAIXA DAS PARCELAS DO PEDIDO NO
      *> CONTAREC (PROGCOB55/58) PARA A VARIACAO CAMBIAL
      *> MPD-TAXA = TAXA USADA NA CONVERSAO PARA REAIS (CAMBIO DA
      *> DATA DO PEDIDO MPD-DATA-TAXA)
      *> MPD-VALOR-ORIG = VALOR DOS ITENS PRECIFICADOS NA MOEDA
      *> MPD-VALOR = O MESMO VALOR CONVERTIDO EM REAIS
       01  MPD-REC.
           02 MPD-PEDIDO     PIC 9(08).
           02 MPD-CLIENTE    PIC 9(06).
           02 MPD-MOEDA      PIC X(03).
           02 MPD-DATA-TAXA  PIC 9(08).
           02 MPD-TAXA       PIC 9(03)V9(06).
           02 MPD-VALOR-ORIG PIC 9(09)V99.
           02 MPD-VALOR      PIC 9(09)V99.
