      *> COPY DENTRO DE FILE SECTION, APOS O FD DO REORDER-PROPOSAL-FILE
      *> - LAYOUT COMUM DO RPP-REC (ESTPROP): PROPOSTAS DE NOVO PONTO
      *> DE REPOSICAO (STK-MINIMO) POR PRODUTO E LOJA, GRAVADAS PELO
      *> CALCULO MENSAL DO PROGCOB153 (CADA CALCULO SUBSTITUI O
      *> ARQUIVO INTEIRO) E DECIDIDAS PELO COMPRADOR NO MESMO PROGRAMA
      *> RPP-MEDIA-DIA / RPP-PICO-DIA = SAIDA MEDIA E MAIOR SAIDA NUM
      *> DIA NOS RPP-MESES MESES DE HISTORICO DO ESTJORN
      *> RPP-PRAZO-MEDIO / RPP-PRAZO-MAXIMO = DIAS ENTRE A EMISSAO E O
      *> RECEBIMENTO DAS ORDENS RECEBIDAS DO PRODUTO NO OCOMPRA
      *> RPP-PRAZO-ORIGEM = 'H' HISTORICO DO OCOMPRA / 'P' PRAZO
      *> PADRAO DO SYSPARM (PRODUTO SEM ORDEM RECEBIDA)
      *> RPP-LOTE-PROPOSTO = QUANTIDADE DE COMPRA SUGERIDA (SAIDA
      *> MEDIA X DIAS DE COBERTURA), SO INFORMATIVA
      *> RPP-STATUS = 'P' PENDENTE / 'A' APROVADA (STK-MINIMO JA
      *> ATUALIZADO) / 'R' REJEITADA
       01  RPP-REC.
           02 RPP-CODIGO          PIC 9(06).
           02 RPP-LOJA            PIC 9(02).
           02 RPP-DATA-CALCULO    PIC 9(08).
           02 RPP-MESES           PIC 9(02).
           02 RPP-MINIMO-ATUAL    PIC 9(05).
           02 RPP-MINIMO-PROPOSTO PIC 9(05).
           02 RPP-LOTE-PROPOSTO   PIC 9(05).
           02 RPP-MEDIA-DIA       PIC 9(05)V99.
           02 RPP-PICO-DIA        PIC 9(05).
           02 RPP-PRAZO-MEDIO     PIC 9(03).
           02 RPP-PRAZO-MAXIMO    PIC 9(03).
           02 RPP-PRAZO-ORIGEM    PIC X(01).
           02 RPP-STATUS          PIC X(01).
           02 RPP-COMPRADOR       PIC X(20).
           02 RPP-DATA-DECISAO    PIC 9(08).
