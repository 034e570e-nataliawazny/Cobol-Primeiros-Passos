      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SUPPLIER-INVOICE-FILE
      *> - LAYOUT COMUM DO NFF-REC (NFFORN): NOTAS FISCAIS DE
      *> FORNECEDOR LANCADAS NO PROGCOB112, UMA POR ORDEM DE COMPRA
      *> RECEBIDA (NUMERACAO INTERNA SEQUENCIAL EM NFFCTL)
      *> NFF-NOTA = NUMERO DA NOTA DO FORNECEDOR, COMO IMPRESSO NELA
      *> NFF-ORDEM = OCP-NUMERO DA ORDEM CONFERIDA (CONFERENCIA DE TRES
      *> VIAS: ORDEM, RECEBIMENTO E NOTA)
      *> NFF-PARCELAS E NFF-PRAZO = PARCELAS DO TITULO A PAGAR E DIAS
      *> UTEIS ENTRE ELAS, VENCIMENTOS CALCULADOS PELO PRGDIAUT
      *> NFF-SITUACAO = 'C' CONFERIDA (TITULO GERADO) / 'D' DIVERGENTE,
      *>                RETIDA PARA APROVACAO / 'A' APROVADA (TITULO
      *>                GERADO) / 'R' REJEITADA
      *> NFF-OCORRENCIA = ' ' SEM DIVERGENCIA / 'P' PRECO / 'Q'
      *>                  QUANTIDADE / 'B' PRECO E QUANTIDADE
      *> NFF-UF, NFF-CFOP E NFF-ICMS = UF DO EMITENTE, CODIGO FISCAL
      *> DA OPERACAO DE ENTRADA (1XXX NA MESMA UF DA EMPRESA, 2XXX DE
      *> OUTRA UF, 3XXX IMPORTACAO) E ICMS DESTACADO NA NOTA - O
      *> CREDITO DO LIVRO DE ENTRADAS E DA APURACAO (PROGCOB122 E
      *> PROGCOB30); BRANCOS NA NOTA LANCADA ANTES DESSES CAMPOS
       01  NFF-REC.
           02 NFF-NUMERO        PIC 9(08).
           02 NFF-FORNECEDOR    PIC 9(04).
           02 NFF-NOTA          PIC X(10).
           02 NFF-EMISSAO       PIC 9(08).
           02 NFF-ORDEM         PIC 9(08).
           02 NFF-CODIGO        PIC 9(06).
           02 NFF-QTD           PIC 9(05).
           02 NFF-CUSTO-UNIT    PIC 9(06)V99.
           02 NFF-VALOR         PIC 9(08)V99.
           02 NFF-PARCELAS      PIC 9(02).
           02 NFF-PRAZO         PIC 9(03).
           02 NFF-SITUACAO      PIC X(01).
           02 NFF-OCORRENCIA    PIC X(01).
           02 NFF-DATA-SITUACAO PIC 9(08).
           02 NFF-OPERADOR      PIC X(20).
           02 NFF-APROVADOR     PIC X(20).
           02 NFF-UF            PIC X(02).
           02 NFF-CFOP          PIC 9(04).
           02 NFF-ICMS          PIC 9(06)V99.
