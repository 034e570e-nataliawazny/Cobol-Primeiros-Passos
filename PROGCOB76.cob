      * O REGISTRO COMPLETO QUE O CONTADOR PEDE, ALEM DO RESUMO POR
      * UF DO PROGCOB30
      * DATA = XX/XX/XXXX
      * MANUTENCAO = NOTA DE ENTRADA DE DEVOLUCAO (NFR-TIPO 'E') FICA
      * FORA DO LIVRO DE SAIDAS
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                       NOT AT END
                           MOVE NFR-DATA(1:6) TO WRK-ANOMES-REG
                           IF WRK-ANOMES-REG = WRK-MES-REF
                               AND NFR-TIPO NOT = 'E'
                               PERFORM 0300-PROCESSAR-NOTA
                           END-IF
                   END-READ
