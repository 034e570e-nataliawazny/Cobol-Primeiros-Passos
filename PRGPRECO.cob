       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGPRECO.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONSULTA DE PRECO NEGOCIADO NO ARQUIVO PRECOCLI
      * (PRCREC.COB, MANTIDO PELO PROGCOB105): RECEBE CLIENTE,
      * PRODUTO, QUANTIDADE, DATA DE PRECIFICACAO E O PRECO DE LISTA
      * (PRD-PRECO) E DEVOLVE O PRECO UNITARIO A COBRAR E LNK-ACHOU
      * 'S' QUANDO UMA TABELA VIGENTE DEU PRECO MENOR QUE O DE LISTA;
      * PRIMEIRO VALE A TABELA DO CLIENTE, DEPOIS A DO GRUPO DELE, E
      * DENTRO DA TABELA A MAIOR FAIXA DE QUANTIDADE ALCANCADA (EM
      * EMPATE, A VIGENCIA MAIS RECENTE); SEM O ARQUIVO OU SEM TABELA
      * O CHAMADOR FICA COM O PRECO DE LISTA - E ASSIM QUE PROGCOB09,
      * PROGCOB66 E PROGCOB74 PRECIFICAM OS ITENS
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-LIST-FILE ASSIGN TO 'PRECOCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRC.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-LIST-FILE.
       COPY 'PRCREC.COB'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRC      PIC X(02) VALUE SPACES.
       77 WRK-FIM-PRC     PIC X(01) VALUE 'N'.
       77 WRK-GRUPO       PIC X(04) VALUE SPACES.
       77 WRK-ACHOU-CLI   PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-GRP   PIC X(01) VALUE 'N'.
       77 WRK-FAIXA-CLI   PIC 9(05) VALUE ZEROS.
       77 WRK-FAIXA-GRP   PIC 9(05) VALUE ZEROS.
       77 WRK-INICIO-CLI  PIC 9(08) VALUE ZEROS.
       77 WRK-INICIO-GRP  PIC 9(08) VALUE ZEROS.
       77 WRK-PRECO-CLI   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-CLI    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRECO-GRP   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-GRP    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRECO-TAB   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-TAB    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRECO-CALC  PIC 9(06)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LNK-CLIENTE     PIC 9(06).
       01 LNK-CODPROD     PIC 9(06).
       01 LNK-QTD         PIC 9(05).
       01 LNK-DATA        PIC 9(08).
       01 LNK-PRECO-LISTA PIC 9(06)V99.
       01 LNK-PRECO       PIC 9(06)V99.
       01 LNK-ACHOU       PIC X(01).
       PROCEDURE DIVISION USING LNK-CLIENTE LNK-CODPROD LNK-QTD
           LNK-DATA LNK-PRECO-LISTA LNK-PRECO LNK-ACHOU.
       0001-PRINCIPAL.
           MOVE 'N' TO LNK-ACHOU.
           MOVE LNK-PRECO-LISTA TO LNK-PRECO.
           MOVE 'N' TO WRK-ACHOU-CLI WRK-ACHOU-GRP.
           MOVE SPACES TO WRK-GRUPO.
           PERFORM 0100-BUSCAR-GRUPO.
           PERFORM 0200-BUSCAR-TABELAS.
           IF WRK-ACHOU-CLI = 'S'
               MOVE WRK-PRECO-CLI TO WRK-PRECO-TAB
               MOVE WRK-DESC-CLI TO WRK-DESC-TAB
               PERFORM 0300-CALCULAR-PRECO
           ELSE
               IF WRK-ACHOU-GRP = 'S'
                   MOVE WRK-PRECO-GRP TO WRK-PRECO-TAB
                   MOVE WRK-DESC-GRP TO WRK-DESC-TAB
                   PERFORM 0300-CALCULAR-PRECO
               END-IF
           END-IF.
           GOBACK.
       0100-BUSCAR-GRUPO.
           MOVE 'N' TO WRK-FIM-PRC.
           OPEN INPUT PRICE-LIST-FILE.
           IF WRK-FS-PRC = '00'
               PERFORM UNTIL WRK-FIM-PRC = 'Y'
                   READ PRICE-LIST-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-PRC
                       NOT AT END
                           IF PRC-TIPO = 'M'
                               AND PRC-CLIENTE = LNK-CLIENTE
                               MOVE PRC-GRUPO TO WRK-GRUPO
                               MOVE 'Y' TO WRK-FIM-PRC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-LIST-FILE
           END-IF.
      * LINHA VIGENTE NA DATA E COM FAIXA ALCANCADA PELA QUANTIDADE
       0200-BUSCAR-TABELAS.
           MOVE 'N' TO WRK-FIM-PRC.
           OPEN INPUT PRICE-LIST-FILE.
           IF WRK-FS-PRC = '00'
               PERFORM UNTIL WRK-FIM-PRC = 'Y'
                   READ PRICE-LIST-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-PRC
                       NOT AT END
                           IF PRC-CODPROD = LNK-CODPROD
                               AND PRC-QTD-MIN <= LNK-QTD
                               AND PRC-INICIO <= LNK-DATA
                               AND (PRC-FIM = ZEROS
                                   OR PRC-FIM >= LNK-DATA)
                               PERFORM 0250-AVALIAR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-LIST-FILE
           END-IF.
       0250-AVALIAR-LINHA.
           IF PRC-TIPO = 'C' AND PRC-CLIENTE = LNK-CLIENTE
               IF WRK-ACHOU-CLI = 'N'
                   OR PRC-QTD-MIN > WRK-FAIXA-CLI
                   OR (PRC-QTD-MIN = WRK-FAIXA-CLI
                       AND PRC-INICIO > WRK-INICIO-CLI)
                   MOVE 'S' TO WRK-ACHOU-CLI
                   MOVE PRC-QTD-MIN TO WRK-FAIXA-CLI
                   MOVE PRC-INICIO TO WRK-INICIO-CLI
                   MOVE PRC-PRECO TO WRK-PRECO-CLI
                   MOVE PRC-DESCONTO TO WRK-DESC-CLI
               END-IF
           END-IF.
           IF PRC-TIPO = 'G' AND WRK-GRUPO NOT = SPACES
               AND PRC-GRUPO = WRK-GRUPO
               IF WRK-ACHOU-GRP = 'N'
                   OR PRC-QTD-MIN > WRK-FAIXA-GRP
                   OR (PRC-QTD-MIN = WRK-FAIXA-GRP
                       AND PRC-INICIO > WRK-INICIO-GRP)
                   MOVE 'S' TO WRK-ACHOU-GRP
                   MOVE PRC-QTD-MIN TO WRK-FAIXA-GRP
                   MOVE PRC-INICIO TO WRK-INICIO-GRP
                   MOVE PRC-PRECO TO WRK-PRECO-GRP
                   MOVE PRC-DESCONTO TO WRK-DESC-GRP
               END-IF
           END-IF.
      * PRECO FIXO DA TABELA OU PERCENTUAL SOBRE O PRECO DE LISTA;
      * TABELA ACIMA DA LISTA NAO E APLICADA
       0300-CALCULAR-PRECO.
           IF WRK-PRECO-TAB > ZEROS
               MOVE WRK-PRECO-TAB TO WRK-PRECO-CALC
           ELSE
               COMPUTE WRK-PRECO-CALC ROUNDED =
                   LNK-PRECO-LISTA * (100 - WRK-DESC-TAB) / 100
           END-IF.
           IF WRK-PRECO-CALC < LNK-PRECO-LISTA
               MOVE WRK-PRECO-CALC TO LNK-PRECO
               MOVE 'S' TO LNK-ACHOU
           END-IF.
