      *> COPY DENTRO DE FILE SECTION, APOS O FD DO PAYER-FILE -
      *> LAYOUT COMUM DO RSP-REC (RESPFIN): RESPONSAVEL FINANCEIRO E
      *> DESCONTO DA MENSALIDADE POR ALUNO DO STUDMAST, UM REGISTRO
      *> POR RSP-ALUNO, MANTIDO PELA ACAO 'R' DO PROGCOB135
      *> RSP-PAGADOR = CM-ID DO CUSTMAST QUE RECEBE O TITULO NO
      *> CONTAREC (PAI, MAE OU EMPRESA) - PRECISA ESTAR ATIVO
      *> RSP-DESC-TIPO = ' ' SEM DESCONTO / 'I' IRMAO / 'B' BOLSA
      *> RSP-DESC-PCT = PERCENTUAL SOBRE A TUR-MENSALIDADE; 100 =
      *> BOLSA INTEGRAL, SEM TITULO
       01  RSP-REC.
           02 RSP-ALUNO      PIC 9(06).
           02 RSP-PAGADOR    PIC 9(06).
           02 RSP-DESC-TIPO  PIC X(01).
           02 RSP-DESC-PCT   PIC 9(03)V99.
           02 RSP-DATA       PIC 9(08).
