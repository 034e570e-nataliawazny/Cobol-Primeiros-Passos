      *> COPY DENTRO DE FILE SECTION, APOS O FD DO CARD-SALES-FILE -
      *> LAYOUT COMUM DO CVD-REC (CARTVEND): VENDAS E DEVOLUCOES PAGAS
      *> EM CARTAO, UMA POR LINHA DO SALESTXN, GRAVADAS PELO PROGCOB15
      *> E CONCILIADAS CONTRA A LIQUIDACAO DA ADQUIRENTE PELO
      *> PROGCOB131 (CHAVE DE CONCILIACAO = CVD-NSU + CVD-DATA)
      *> CVD-MODAL = 'B' CARTAO DE DEBITO / 'C' CARTAO DE CREDITO
      *> CVD-TIPO = 'V' VENDA / 'D' DEVOLUCAO ESTORNADA NO CARTAO
      *> CVD-STATUS = 'P' PENDENTE DE LIQUIDACAO / 'L' LIQUIDADO /
      *> 'D' LIQUIDADO COM VALOR DIVERGENTE / 'X' CHARGEBACK
      *> CVD-DATA-LIQ / CVD-TAXA / CVD-LIQUIDO = DATA DO PAGAMENTO,
      *> TAXA RETIDA E VALOR CREDITADO PELA ADQUIRENTE
       01  CVD-REC.
           02 CVD-DATA     PIC 9(08).
           02 CVD-LOJA     PIC 9(02).
           02 CVD-CAIXA    PIC 9(02).
           02 CVD-MODAL    PIC X(01).
           02 CVD-TIPO     PIC X(01).
           02 CVD-NSU      PIC X(12).
           02 CVD-VALOR    PIC 9(06)V99.
           02 CVD-STATUS   PIC X(01).
           02 CVD-DATA-LIQ PIC 9(08).
           02 CVD-TAXA     PIC 9(06)V99.
           02 CVD-LIQUIDO  PIC 9(06)V99.
