      *> PROGCOB09 (UM REGISTRO POR PEDIDO PRECIFICADO) E CONSUMIDO
      *> PELA EMISSAO DE NOTAS FISCAIS DO PROGCOB27
      *> FAT-TOTAL = FRETE + ICMS (WRK-TOTAL-NF DO LOTE)
      *> PEDIDO COM VARIOS ITENS GERA UM FAT-REC POR ITEM PRECIFICADO,
      *> CONSECUTIVOS E COM O MESMO FAT-PEDIDO (FAT-ITEM = SEQUENCIA DO
      *> ITEM NO PEDIDO); O PROGCOB27 AGRUPA POR FAT-PEDIDO EM UMA SO
      *> NOTA FISCAL COM A LISTA DE ITENS
       01  FAT-REC.
           02 FAT-PEDIDO  PIC 9(08).
           02 FAT-CLIENTE PIC 9(06).
           02 FAT-ICMS    PIC 9(06)V99.
           02 FAT-TOTAL   PIC 9(06)V99.
           02 FAT-DATA    PIC 9(08).
           02 FAT-CODPROD PIC 9(06).
           02 FAT-QTD     PIC 9(05).
           02 FAT-ITEM    PIC 9(03).
