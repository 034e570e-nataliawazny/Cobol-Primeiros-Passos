      *> COPY DENTRO DE FILE SECTION, APOS O FD DO STOCK-BALANCE-FILE
      *> - LAYOUT COMUM DO STK-REC (ESTOQUE): SALDO EM MAOS POR
      *> PRODUTO DO PRODMAST E LOJA DO LOJMAST, ATUALIZADO SO PELA
      *> POSTAGEM DE MOVIMENTOS DO PROGCOB62 (NUNCA DIRETO)
      *> STK-MINIMO = ESTOQUE MINIMO DO PRODUTO; SALDO ABAIXO DELE
      *> ENTRA NO RELATORIO DE REPOSICAO DO COMPRADOR; REVISTO PELO
      *> CONSUMO NO PROGCOB153 (SO COM APROVACAO DO COMPRADOR)
       01  STK-REC.
           02 STK-CODIGO   PIC 9(06).
           02 STK-SALDO    PIC S9(07).
           02 STK-MINIMO   PIC 9(05).
      *> STK-CUSTO-MEDIO = CUSTO MEDIO PONDERADO, RECALCULADO PELO
      *> PROGCOB62 A CADA ENTRADA COM CUSTO (RECEBIMENTO DE COMPRA)
           02 STK-CUSTO-MEDIO PIC 9(06)V9999.
      *> STK-LOJA = LOJA/DEPOSITO DO SALDO (LOJMAST); REGISTRO ANTIGO
      *> SEM O CAMPO (NAO NUMERICO) E DA LOJA 01
           02 STK-LOJA     PIC 9(02).
