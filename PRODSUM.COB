      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SALES-PROD-FILE -
      *> LAYOUT COMUM DO SPR-REC (SALESPRD): RESUMO DIARIO DE VENDAS
      *> DO VAREJO POR PRODUTO E LOJA, GRAVADO PELO PROGCOB15 AO LADO
      *> DO SALESSUM; LIDO PELO FECHAMENTO DO DIA (PROGCOB18), PELO
      *> FECHAMENTO DO MES (PROGCOB17) E PELA ANALISE ABC (PROGCOB81)
      *> SPR-QTD / SPR-QTD-DEV = UNIDADES VENDIDAS / DEVOLVIDAS
      *> PRODUTO 000000 = CODIGO NAO CADASTRADO NO PRODMAST
       01  SPR-REC.
           02 SPR-DATA     PIC 9(08).
           02 SPR-LOJA     PIC 9(02).
           02 SPR-PRODUTO  PIC 9(06).
           02 SPR-QTD      PIC 9(07).
           02 SPR-QTD-DEV  PIC 9(07).
           02 SPR-BRUTO    PIC 9(09)V99.
           02 SPR-DEVOL    PIC 9(09)V99.
           02 SPR-LIQ      PIC S9(09)V99.
