       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCAMBI.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONSULTA DE CAMBIO PARA OS PROGRAMAS QUE CONVERTEM
      * MOEDA ESTRANGEIRA EM REAIS, CHAMADO COMO O PRGFECH:
      * ACAO 'T' = TAXA DA MOEDA LNK-MOEDA NA DATA LNK-DATA PELO
      * CAMBIO (CAMREC.COB): A DA PROPRIA DATA OU, SEM ELA, A ULTIMA
      * ANTERIOR (FIM DE SEMANA E FERIADO NAO TEM PTAX); DEVOLVE A
      * TAXA E A DATA DELA EM LNK-TAXA / LNK-DATA-TAXA
      * ACAO 'P' = PEDIDO LNK-PEDIDO NEGOCIADO EM MOEDA ESTRANGEIRA
      * PELO PEDMOEDA (MPDREC.COB): DEVOLVE A MOEDA, A TAXA USADA NA
      * CONVERSAO DO PEDIDO E A DATA DELA
      * LNK-ACHOU = 'S' ENCONTRADO / 'N' SEM TAXA OU PEDIDO EM REAIS
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'CAMBIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAM.
           SELECT ORDER-CURRENCY-FILE ASSIGN TO 'PEDMOEDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MPD.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE.
       COPY 'CAMREC.COB'.
       FD  ORDER-CURRENCY-FILE.
       COPY 'MPDREC.COB'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-CAM       PIC X(02) VALUE SPACES.
       77 WRK-FS-MPD       PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ      PIC X(01) VALUE 'N'.
       LINKAGE SECTION.
       01 LNK-ACAO         PIC X(01).
       01 LNK-PEDIDO       PIC 9(08).
       01 LNK-MOEDA        PIC X(03).
       01 LNK-DATA         PIC 9(08).
       01 LNK-TAXA         PIC 9(03)V9(06).
       01 LNK-DATA-TAXA    PIC 9(08).
       01 LNK-ACHOU        PIC X(01).
       PROCEDURE DIVISION USING LNK-ACAO LNK-PEDIDO LNK-MOEDA
           LNK-DATA LNK-TAXA LNK-DATA-TAXA LNK-ACHOU.
       0001-PRINCIPAL.
           MOVE 'N' TO LNK-ACHOU.
           MOVE ZEROS TO LNK-TAXA LNK-DATA-TAXA.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF LNK-ACAO = 'P'
               PERFORM 0200-BUSCAR-PEDIDO
           ELSE
               PERFORM 0100-BUSCAR-TAXA
           END-IF.
           GOBACK.
      * O CAMBIO NAO TEM ORDEM GARANTIDA (DIGITACAO E IMPORTACAO SE
      * MISTURAM) - FICA A MAIOR DATA DA MOEDA QUE NAO PASSA DA DATA
       0100-BUSCAR-TAXA.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WRK-FS-CAM = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CAM-MOEDA = LNK-MOEDA
                               AND CAM-DATA NOT > LNK-DATA
                               AND CAM-DATA NOT < LNK-DATA-TAXA
                               AND CAM-TAXA > ZEROS
                               MOVE 'S' TO LNK-ACHOU
                               MOVE CAM-TAXA TO LNK-TAXA
                               MOVE CAM-DATA TO LNK-DATA-TAXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.
       0200-BUSCAR-PEDIDO.
           MOVE SPACES TO LNK-MOEDA.
           OPEN INPUT ORDER-CURRENCY-FILE.
           IF WRK-FS-MPD = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ORDER-CURRENCY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF MPD-PEDIDO = LNK-PEDIDO
                               MOVE 'S' TO LNK-ACHOU
                               MOVE 'Y' TO WRK-FIM-ARQ
                               MOVE MPD-MOEDA TO LNK-MOEDA
                               MOVE MPD-TAXA TO LNK-TAXA
                               MOVE MPD-DATA-TAXA TO LNK-DATA-TAXA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-CURRENCY-FILE
           END-IF.
