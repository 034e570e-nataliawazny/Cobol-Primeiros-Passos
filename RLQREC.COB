      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SETTLEMENT-FILE -
      *> LAYOUT COMUM DO RLQ-REC (RETLIQ): PARCELAS DO CONTAREC
      *> LIQUIDADAS PELO RETORNO BANCARIO (BANKRET) DO PROGCOB58,
      *> GRAVADAS EM EXTEND NA BAIXA - O BANKRET E SUBSTITUIDO A CADA
      *> DIA E O RETLIQ GUARDA O QUE ENTROU PELO BANCO PARA A
      *> CONCILIACAO BANCARIA DO PROGCOB124 (REFERENCIA 'RC' +
      *> PEDIDO + PARCELA, A MESMA DO EVENTO BAIXAREC DO EVTCTB)
      *> O PAGAMENTO SEM PARCELA ABERTA LEVADO AO SALDO CREDOR DO
      *> CLIENTE (CREDCLI) TAMBEM E GRAVADO AQUI
       01  RLQ-REC.
           02 RLQ-PEDIDO      PIC 9(08).
           02 RLQ-PARCELA     PIC 9(02).
           02 RLQ-VALOR       PIC 9(06)V99.
           02 RLQ-DATA-PGTO   PIC 9(08).
           02 RLQ-DATA-IMPORT PIC 9(08).
