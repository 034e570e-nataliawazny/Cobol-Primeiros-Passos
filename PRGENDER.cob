       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGENDER.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONSULTA DO ENDERECO DE ENTREGA DO CLIENTE PARA A
      * DIGITACAO E IMPORTACAO DE PEDIDOS E PARA O LOTE DE FRETE,
      * CHAMADO COMO O PRGCAMBI: ENDERECO LNK-NUMERO DO CLIENTE
      * LNK-CLIENTE NO ENDENTR (EDEREC.COB), DEVOLVENDO LOGRADOURO,
      * CIDADE, UF E CEP
      * LNK-ACHOU = 'S' ENDERECO ATIVO ENCONTRADO / 'I' ENDERECO
      * INATIVADO (DADOS DEVOLVIDOS - O LOTE AINDA ENTREGA O PEDIDO
      * DIGITADO ANTES DA INATIVACAO; A DIGITACAO NAO ACEITA) / 'N'
      * INEXISTENTE OU ENDENTR INDISPONIVEL
      * O ENDERECO 00 (O DO PROPRIO CUSTMAST) NAO ESTA NO ENDENTR - QUEM
      * CHAMA LE O CUSTMAST QUE JA TEM ABERTO
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERY-ADDRESS-FILE ASSIGN TO 'ENDENTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDE.
       DATA DIVISION.
       FILE SECTION.
       FD  DELIVERY-ADDRESS-FILE.
       COPY 'EDEREC.COB'.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EDE       PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ      PIC X(01) VALUE 'N'.
       LINKAGE SECTION.
       01 LNK-CLIENTE      PIC 9(06).
       01 LNK-NUMERO       PIC 9(02).
       01 LNK-LOGRADOURO   PIC X(30).
       01 LNK-CIDADE       PIC X(20).
       01 LNK-UF           PIC X(02).
       01 LNK-CEP          PIC 9(08).
       01 LNK-ACHOU        PIC X(01).
       PROCEDURE DIVISION USING LNK-CLIENTE LNK-NUMERO LNK-LOGRADOURO
           LNK-CIDADE LNK-UF LNK-CEP LNK-ACHOU.
       0001-PRINCIPAL.
           MOVE 'N' TO LNK-ACHOU.
           MOVE SPACES TO LNK-LOGRADOURO LNK-CIDADE LNK-UF.
           MOVE ZEROS TO LNK-CEP.
           MOVE 'N' TO WRK-FIM-ARQ.
           IF LNK-NUMERO > ZEROS
               PERFORM 0100-BUSCAR-ENDERECO
           END-IF.
           GOBACK.
       0100-BUSCAR-ENDERECO.
           OPEN INPUT DELIVERY-ADDRESS-FILE.
           IF WRK-FS-EDE = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ DELIVERY-ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF EDE-CLIENTE = LNK-CLIENTE
                               AND EDE-NUMERO = LNK-NUMERO
                               MOVE 'Y' TO WRK-FIM-ARQ
                               IF EDE-STATUS = 'I'
                                   MOVE 'I' TO LNK-ACHOU
                               ELSE
                                   MOVE 'S' TO LNK-ACHOU
                               END-IF
                               MOVE EDE-LOGRADOURO TO LNK-LOGRADOURO
                               MOVE EDE-CIDADE TO LNK-CIDADE
                               MOVE EDE-UF TO LNK-UF
                               MOVE EDE-CEP TO LNK-CEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-ADDRESS-FILE
           END-IF.
