      *> COPY DENTRO DE FILE SECTION, APOS O FD DO EXCHANGE-VAR-FILE -
      *> LAYOUT COMUM DO CVR-REC (CAMVAR): VARIACAO CAMBIAL APURADA NA
      *> BAIXA DE PARCELA DE PEDIDO EM MOEDA ESTRANGEIRA (PEDMOEDA,
      *> MPDREC.COB), GRAVADA EM EXTEND PELO PROGCOB55 E PELO
      *> PROGCOB58 JUNTO COM O EVENTO 'VARCAMB' DO EVTCTB; LIDA PELO
      *> RELATORIO DE VARIACAO CAMBIAL DO PROGCOB149
      *> CVR-VALOR = RCV-VALOR DA PARCELA (REAIS NA TAXA DO PEDIDO)
      *> CVR-VALOR-ORIG = A PARCELA NA MOEDA (CVR-VALOR / TAXA DO
      *> PEDIDO)
      *> CVR-VALOR-ATUAL = CVR-VALOR-ORIG NA TAXA DA DATA DO PAGAMENTO
      *> CVR-VARIACAO = CVR-VALOR-ATUAL - CVR-VALOR (POSITIVO =
      *> GANHO, NEGATIVO = PERDA)
       01  CVR-REC.
           02 CVR-PEDIDO      PIC 9(08).
           02 CVR-PARCELA     PIC 9(02).
           02 CVR-CLIENTE     PIC 9(06).
           02 CVR-MOEDA       PIC X(03).
           02 CVR-DATA-PGTO   PIC 9(08).
           02 CVR-TAXA-PEDIDO PIC 9(03)V9(06).
           02 CVR-TAXA-PGTO   PIC 9(03)V9(06).
           02 CVR-VALOR-ORIG  PIC 9(07)V99.
           02 CVR-VALOR       PIC 9(06)V99.
           02 CVR-VALOR-ATUAL PIC 9(07)V99.
           02 CVR-VARIACAO    PIC S9(07)V99.
           02 CVR-PROGRAMA    PIC X(10).
