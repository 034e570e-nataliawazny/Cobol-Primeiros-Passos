      * SCORE = 100 - ATRASO MEDIO (MAXIMO 50) - 5 POR PARCELA
      * VENCIDA (MAXIMO 40)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = PARCELA RECUPERADA ('R') CONTA COMO PAGA, E A
      * BAIXADA COMO PERDA ('X') COMO PAGA NA DATA DA BAIXA - O
      * ATRASO FICA CONGELADO NA PERDA EM VEZ DE VENCIDA PARA SEMPRE
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * ATRASO NEGATIVO (PAGO ANTES DO VENCIMENTO) CONTA ZERO - O
      * SCORE MEDE SO O LADO RUIM DO COMPORTAMENTO
       0260-ACUMULAR-PARCELA.
           IF RCV-STATUS = 'P' OR RCV-STATUS = 'R'
               OR RCV-STATUS = 'X'
               COMPUTE WRK-ATRASO =
                   FUNCTION INTEGER-OF-DATE(RCV-DATA-PGTO) -
                   FUNCTION INTEGER-OF-DATE(RCV-VENCTO)
