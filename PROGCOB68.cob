      * ARQUIVO TEMPORARIO, COMO O PROGCOB26) PARA O PEDIDO QUE O
      * CLIENTE DESISTIU DE ESPERAR
      * DATA = XX/XX/XXXX
      * MANUTENCAO = BACKORD AGORA TRAZ A QUANTIDADE PENDENTE DO ITEM
      * (BCK-QTD, EM BRANCO = 1), IMPRESSA NO RELATORIO
      * MANUTENCAO = AREA DO REGISTRO DO BACKORD AMPLIADA PARA O
      * ENDERECO DE ENTREGA (BCK-ENDERECO)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  BACKORDER-FILE.
       COPY 'BCKREC.COB'.
       FD  BACKORDER-TEMP.
       01  TMP-REC         PIC X(42).
       FD  BACKORDER-REPORT.
       01  BKR-LINHA       PIC X(80).
       FD  CUSTOMER-MASTER.
           02 WRK-LB-CODPROD PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LB-UF      PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LB-QTD     PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LB-DATA    PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           PERFORM 0160-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO BKR-LINHA.
           STRING 'CLIENT NOME           PRODUTO UF'
                  '   QTD  PENDENTE  IDADE'
               DELIMITED BY SIZE INTO BKR-LINHA.
           WRITE BKR-LINHA.
       COPY 'RELHEAD.COB'
           MOVE WRK-NOME-CLI TO WRK-LB-NOME.
           MOVE BCK-CODPROD TO WRK-LB-CODPROD.
           MOVE BCK-UF TO WRK-LB-UF.
           IF BCK-QTD IS NUMERIC AND BCK-QTD > 0
               MOVE BCK-QTD TO WRK-LB-QTD
           ELSE
               MOVE 1 TO WRK-LB-QTD
           END-IF.
           MOVE BCK-DATA TO WRK-LB-DATA.
           MOVE WRK-IDADE TO WRK-LB-IDADE.
           WRITE BKR-LINHA FROM WRK-LINHA-BCK.
