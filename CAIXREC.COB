      *> SCX-LOJA = CODIGO DA LOJA (LOJMAST), CARIMBADO PELO
      *> PROGCOB15 PARA A RECONCILIACAO POR LOJA DO PROGCOB20
           02 SCX-LOJA     PIC 9(02).
      *> LIQUIDO DO CAIXA POR FORMA DE PAGAMENTO (SLS-PAGTO DO
      *> SALESTXN): SO O DINHEIRO VAI PARA O BORDERO DO PROGCOB84;
      *> CARTOES SAO CONCILIADOS COM A ADQUIRENTE PELO PROGCOB131
           02 SCX-LIQ-DINHEIRO PIC S9(09)V99.
           02 SCX-LIQ-DEBITO   PIC S9(09)V99.
           02 SCX-LIQ-CREDITO  PIC S9(09)V99.
           02 SCX-LIQ-PIX      PIC S9(09)V99.
           02 SCX-LIQ-VALE     PIC S9(09)V99.
