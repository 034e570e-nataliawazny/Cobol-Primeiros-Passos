      * ALERTA VIA PRGALERT EM QUALQUER DIVERGENCIA, COM RC 4 -
      * RODAR ANTES DA EMISSAO DO PROGCOB27, QUE CONSOME O FATURIN
      * DATA = XX/XX/XXXX
      * MANUTENCAO = FATURIN PASSA A TER UMA LINHA POR ITEM DO PEDIDO
      * E O ICMSTAX SEGUE COM UMA POR PEDIDO: OS FAT-ICMS DAS LINHAS
      * CONSECUTIVAS DO MESMO FAT-PEDIDO SAO SOMADOS NA TABELA ANTES
      * DO CONFRONTO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF FAT-DATA = WRK-DATA-REF
                             IF WRK-QTD-FAT > 0 AND FAT-PEDIDO =
                                 WRK-FAT-PEDIDO(WRK-QTD-FAT)
                               ADD FAT-ICMS TO WRK-FAT-ICMS(WRK-QTD-FAT)
                             ELSE
                               IF WRK-QTD-FAT >= 500
                                   MOVE 'S' TO WRK-TAB-CHEIA
                               ELSE
                               MOVE 'N' TO
                                   WRK-FAT-CASADO(WRK-QTD-FAT)
                               END-IF
                             END-IF
                           END-IF
                   END-READ
               END-PERFORM
