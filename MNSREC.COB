      *> COPY DENTRO DE FILE SECTION, APOS O FD DO TUITION-FILE -
      *> LAYOUT COMUM DO MNS-REC (MENSALID): REGISTRO DAS
      *> MENSALIDADES COBRADAS PELO PROGCOB135, UM POR ALUNO E MES
      *> (MNS-MES AAAAMM) - IMPEDE A SEGUNDA COBRANCA NA REEXECUCAO E
      *> LIGA O ALUNO AO TITULO DO CONTAREC (MNS-PEDIDO + MNS-PARCELA,
      *> NUMERACAO PROPRIA DO MENSCTL A PARTIR DE 90000001, FORA DA
      *> FAIXA DOS PEDIDOS DO ORDCTL), QUE E COMO O BOLETIM DO
      *> PROGCOB97 ACHA A MENSALIDADE EM ATRASO DO ALUNO
      *> MNS-PEDIDO = ZEROS NA BOLSA INTEGRAL (NENHUM TITULO GERADO)
      *> MNS-DESC-TIPO / MNS-DESC-PCT = COPIA DO RESPFIN NA COBRANCA
       01  MNS-REC.
           02 MNS-MES        PIC 9(06).
           02 MNS-ALUNO      PIC 9(06).
           02 MNS-TURMA      PIC X(06).
           02 MNS-PAGADOR    PIC 9(06).
           02 MNS-PEDIDO     PIC 9(08).
           02 MNS-PARCELA    PIC 9(02).
           02 MNS-VALOR-CHEIO PIC 9(05)V99.
           02 MNS-DESC-TIPO  PIC X(01).
           02 MNS-DESC-PCT   PIC 9(03)V99.
           02 MNS-VALOR      PIC 9(06)V99.
           02 MNS-VENCTO     PIC 9(08).
           02 MNS-DATA-GER   PIC 9(08).
