      *> COPY DENTRO DE FILE SECTION, APOS O FD DO NF-ITEM-FILE -
      *> LAYOUT COMUM DO NFI-REC (NFITEM): ITENS DAS NOTAS FISCAIS DO
      *> NOTAFISC, UM REGISTRO POR ITEM, GRAVADOS NA EMISSAO
      *> (PROGCOB27), NA REEMISSAO (PROGCOB75, COPIA DOS ITENS DA NOTA
      *> CANCELADA) E NA ENTRADA DE DEVOLUCAO (PROGCOB109)
      *> LIDOS PELA REMESSA DA NOTA ELETRONICA DO PROGCOB119
      *> NFI-NUMERO = NFR-NUMERO DA NOTA; NFI-ITEM = SEQUENCIA NA NOTA
       01  NFI-REC.
           02 NFI-NUMERO   PIC 9(08).
           02 NFI-ITEM     PIC 9(02).
           02 NFI-CODPROD  PIC 9(06).
           02 NFI-PRODUTO  PIC X(20).
           02 NFI-QTD      PIC 9(05).
           02 NFI-VALOR    PIC 9(06)V99.
           02 NFI-ICMS     PIC 9(06)V99.
