           02 OCP-DATA        PIC 9(08).
           02 OCP-STATUS      PIC X(10).
           02 OCP-DATA-STATUS PIC 9(08).
      *> OCP-CUSTO-UNIT = CUSTO UNITARIO DE COMPRA (O DA NOTA, SE
      *> INFORMADO NO RECEBIMENTO), LEVADO AO ESTMOV NA ENTRADA
           02 OCP-CUSTO-UNIT  PIC 9(06)V99.
      *> OCP-QTD-RECEB = QUANTIDADE EFETIVAMENTE RECEBIDA (INFORMADA NO
      *> RECEBIMENTO; ZEROS ENQUANTO ABERTA) E OCP-CUSTO-ORDEM = CUSTO
      *> COMBINADO NA EMISSAO, QUE O CUSTO DA NOTA NAO SOBREPOE - BASES
      *> DA CONFERENCIA DA NOTA DO FORNECEDOR NO PROGCOB112
           02 OCP-QTD-RECEB   PIC 9(05).
           02 OCP-CUSTO-ORDEM PIC 9(06)V99.
      *> OCP-LOJA = LOJA/DEPOSITO DE ENTREGA DA ORDEM, ONDE O
      *> RECEBIMENTO DA A ENTRADA; ORDEM ANTIGA SEM O CAMPO E DA LOJA 01
           02 OCP-LOJA        PIC 9(02).
