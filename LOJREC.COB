           02 LOJ-CODIGO   PIC 9(02).
           02 LOJ-NOME     PIC X(20).
           02 LOJ-STATUS   PIC X(01).
      *> LOJ-UFS = ATE 10 UFS ATENDIDAS PELA LOJA NO LOTE DE FRETE DO
      *> PROGCOB09 (COMO O TRP-UFS DO TRANSMAST); A PRIMEIRA LOJA ATIVA
      *> QUE ATENDE A UF DO PEDIDO BAIXA O ESTOQUE, SENAO A LOJA 01
           02 LOJ-UFS      PIC X(20).
