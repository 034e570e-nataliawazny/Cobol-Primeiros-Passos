      * RECALCULADOS, COMO NA DIGITACAO DO PROGCOB66
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = O PEDIDO GERADO SEGUE O LAYOUT DE VARIOS ITENS
      * DO ORDERENT (ENTREC.COB): CABECALHO 'C' COM ORIGEM 'ORCAMENT'
      * E O NUMERO DO ORCAMENTO NA REFERENCIA, MAIS UM ITEM 'I' DO
      * PRODUTO GENERICO COM QUANTIDADE 1
      * MANUTENCAO = OPERADOR DA CONVERSAO GRAVADO TAMBEM NO CABECALHO
      * DO PEDIDO (ENC-OPERADOR), LEVADO ATE O CORD-OPERADOR PELO LOTE
      * MANUTENCAO = OPCAO 3 - ORCAMENTO ABERTO OU EXPIRADO FECHADO
      * COMO PERDIDO (STATUS 'P') COM MOTIVO CODIFICADO, DETALHE, DATA
      * E OPERADOR; PERDIDOS CONTADOS A PARTE NO ORCSTREL
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  QUOTE-FILE.
       COPY 'ORQREC.COB'.
       FD  QUOTE-TEMP.
       01  TMP-REC         PIC X(129).
       FD  ORDER-ENTRY-FILE.
       COPY 'ENTREC.COB'.
       FD  QUOTE-STATUS-FILE.
       01  QSR-LINHA       PIC X(80).
       FD  CUSTOMER-MASTER.
       77 WRK-QTD-ABERTO  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CONV    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXP     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PERD    PIC 9(04) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(01) VALUE SPACES.
       77 WRK-OBS-PERDA   PIC X(30) VALUE SPACES.
       77 WRK-IND-MOT     PIC 9(01) VALUE ZEROS.
       77 WRK-TAXA-CONV   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       01 WRK-VALOR-G.
           02 WRK-VALOR-NUM PIC 9(06)V99.
       01 WRK-VALOR-R REDEFINES WRK-VALOR-G.
           02 WRK-VALOR-AUX PIC 9(08).
       01 WRK-TABELA-DETALHES.
           02 WRK-DET OCCURS 500 TIMES.
               03 WRK-DET-REC    PIC X(60).
               03 WRK-DET-VALOR  PIC 9(06)V99.
       01 WRK-TABELA-MOTIVOS.
           02 FILLER PIC X(21) VALUE 'PPRECO               '.
           02 FILLER PIC X(21) VALUE 'ZPRAZO DE ENTREGA    '.
           02 FILLER PIC X(21) VALUE 'CCONCORRENTE         '.
           02 FILLER PIC X(21) VALUE 'DDESISTENCIA         '.
           02 FILLER PIC X(21) VALUE 'OOUTROS              '.
       01 WRK-MOTIVOS REDEFINES WRK-TABELA-MOTIVOS.
           02 WRK-MOT OCCURS 5 TIMES.
               03 WRK-MOT-COD   PIC X(01).
               03 WRK-MOT-NOME  PIC X(20).
       01 WRK-CAB-MONTA.
           02 WRK-CM-TIPO       PIC X(01).
           02 WRK-CM-CLIENTE    PIC 9(06).
           02 WRK-CM-UF         PIC X(02).
           02 WRK-CM-QTD-ITENS  PIC 9(03).
           02 WRK-CM-ORIGEM     PIC X(08).
           02 WRK-CM-REFERENCIA PIC X(10).
           02 WRK-CM-OPERADOR   PIC X(20).
           02 FILLER            PIC X(10).
       01 WRK-ITEM-MONTA.
           02 WRK-IM-TIPO       PIC X(01).
           02 WRK-IM-CODPROD    PIC 9(06).
           02 WRK-IM-QTD        PIC 9(05).
           02 WRK-IM-VALOR      PIC 9(06)V99.
           02 WRK-IM-PESO       PIC 9(03)V99.
           02 FILLER            PIC X(35).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-CONVERTER ORCAMENTO EM PEDIDO'
               DISPLAY '2-RELATORIO DE STATUS 3-REGISTRAR PERDA'
                   ' 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-CONVERTER
                   WHEN 2
                       PERFORM 0500-RELATORIO-STATUS
                   WHEN 3
                       PERFORM 0600-REGISTRAR-PERDA
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
       0300-GERAR-PEDIDO.
           PERFORM 0350-BUSCAR-UF-CLIENTE.
           PERFORM 0370-CARREGAR-DETALHES.
           IF WRK-QTD-DETALHE + 2 > 500
               DISPLAY 'ORDERENT CHEIO - PEDIDO NAO GERADO'
           ELSE
               IF ORQ-TOTAL > 999999.99
               ELSE
                   MOVE ORQ-TOTAL TO WRK-VALOR-NUM
               END-IF
               MOVE SPACES TO WRK-CAB-MONTA
               MOVE 'C' TO WRK-CM-TIPO
               MOVE ORQ-CLIENTE TO WRK-CM-CLIENTE
               MOVE WRK-UF-CLIENTE TO WRK-CM-UF
               MOVE 1 TO WRK-CM-QTD-ITENS
               MOVE 'ORCAMENT' TO WRK-CM-ORIGEM
               MOVE LNK-OPERADOR TO WRK-CM-OPERADOR
               MOVE ORQ-NUMERO TO WRK-CM-REFERENCIA
               ADD 1 TO WRK-QTD-DETALHE
               MOVE WRK-CAB-MONTA TO WRK-DET-REC(WRK-QTD-DETALHE)
               MOVE ZEROS TO WRK-DET-VALOR(WRK-QTD-DETALHE)
               MOVE SPACES TO WRK-ITEM-MONTA
               MOVE 'I' TO WRK-IM-TIPO
               MOVE WRK-PROD-ORC TO WRK-IM-CODPROD
               MOVE 1 TO WRK-IM-QTD
               MOVE WRK-VALOR-NUM TO WRK-IM-VALOR
               MOVE WRK-PESO-ORC TO WRK-IM-PESO
               ADD 1 TO WRK-QTD-DETALHE
               MOVE WRK-ITEM-MONTA TO WRK-DET-REC(WRK-QTD-DETALHE)
               MOVE WRK-VALOR-NUM TO WRK-DET-VALOR(WRK-QTD-DETALHE)
               PERFORM 0400-REGRAVAR-ORDERENT
               MOVE 'S' TO WRK-PEDIDO-OK
                               ADD 1 TO WRK-QTD-DETALHE
                               MOVE ENT-REC TO
                                   WRK-DET-REC(WRK-QTD-DETALHE)
                               MOVE ZEROS TO
                                   WRK-DET-VALOR(WRK-QTD-DETALHE)
                               EVALUATE ENT-CODPROD(1:1)
                                   WHEN 'C'
                                       CONTINUE
                                   WHEN 'I'
                                       IF ENI-VALOR IS NUMERIC
                                         MOVE ENI-VALOR TO
                                         WRK-DET-VALOR(WRK-QTD-DETALHE)
                                       END-IF
                                   WHEN OTHER
                                       IF ENT-VALOR IS NUMERIC
                                         MOVE ENT-VALOR TO WRK-VALOR-AUX
                                         MOVE WRK-VALOR-NUM TO
                                         WRK-DET-VALOR(WRK-QTD-DETALHE)
                                       END-IF
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
       0400-REGRAVAR-ORDERENT.
           MOVE ZEROS TO WRK-HASH-TOTAL.
           OPEN OUTPUT ORDER-ENTRY-FILE.
           MOVE SPACES TO ENT-HEADER.
           MOVE 'H' TO ENH-TIPO.
           MOVE 'PROGCO98' TO ENH-FONTE.
           MOVE WRK-DATA-HOJE TO ENH-DATA.
               ADD WRK-DET-VALOR(WRK-IND-DET) TO WRK-HASH-TOTAL
               WRITE ENT-REC
           END-PERFORM.
           MOVE SPACES TO ENT-TRAILER.
           MOVE 'T' TO ENT-TRL-TIPO.
           MOVE WRK-QTD-DETALHE TO ENT-TRL-QTD.
           MOVE WRK-HASH-TOTAL TO ENT-TRL-HASH.
      * NO RELATORIO, MESMO ANTES DE ALGUEM MARCA-LO
       0500-RELATORIO-STATUS.
           MOVE ZEROS TO WRK-QTD-ABERTO WRK-QTD-CONV WRK-QTD-EXP
               WRK-QTD-PERD WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT QUOTE-FILE.
           IF WRK-FS-ORQ NOT = '00'
               END-PERFORM
               MOVE SPACES TO QSR-LINHA
               WRITE QSR-LINHA
               IF WRK-QTD-ABERTO + WRK-QTD-CONV + WRK-QTD-EXP
                   + WRK-QTD-PERD > 0
                   COMPUTE WRK-TAXA-CONV ROUNDED =
                       WRK-QTD-CONV * 100 /
                       (WRK-QTD-ABERTO + WRK-QTD-CONV + WRK-QTD-EXP
                        + WRK-QTD-PERD)
               ELSE
                   MOVE ZEROS TO WRK-TAXA-CONV
               END-IF
               STRING 'ABERTOS: ' WRK-QTD-ABERTO
                      '  CONVERTIDOS: ' WRK-QTD-CONV
                      '  EXPIRADOS: ' WRK-QTD-EXP
                      '  PERDIDOS: ' WRK-QTD-PERD
                   DELIMITED BY SIZE INTO QSR-LINHA
               WRITE QSR-LINHA
               MOVE SPACES TO QSR-LINHA
               STRING 'TAXA DE CONVERSAO: ' WRK-TAXA-CONV ' PCT'
                   DELIMITED BY SIZE INTO QSR-LINHA
               WRITE QSR-LINHA
               CLOSE QUOTE-FILE QUOTE-STATUS-FILE
                   ADD 1 TO WRK-QTD-CONV
               WHEN ORQ-STATUS = 'E'
                   ADD 1 TO WRK-QTD-EXP
               WHEN ORQ-STATUS = 'P'
                   ADD 1 TO WRK-QTD-PERD
               WHEN ORQ-VALIDADE < WRK-DATA-HOJE
                   ADD 1 TO WRK-QTD-EXP
               WHEN OTHER
                  ' ' ORQ-VALIDADE ' ' ORQ-STATUS
               DELIMITED BY SIZE INTO QSR-LINHA.
           WRITE QSR-LINHA.
      * ORCAMENTO ABERTO OU JA EXPIRADO PODE SER FECHADO COMO PERDIDO -
      * O MOTIVO ALIMENTA A ANALISE DE PERDAS DO PROGCOB150
       0600-REGISTRAR-PERDA.
           PERFORM 0150-RECEBER-NUMERO.
           PERFORM 0650-RECEBER-MOTIVO.
           IF WRK-IND-MOT > ZEROS
               MOVE 'N' TO WRK-ACHOU
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT QUOTE-FILE
               IF WRK-FS-ORQ NOT = '00'
                   DISPLAY 'ORCFILE INDISPONIVEL OU VAZIO'
               ELSE
                   OPEN OUTPUT QUOTE-TEMP
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ QUOTE-FILE
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               IF ORQ-NUMERO = WRK-NUMERO
                                   AND (ORQ-STATUS = 'A'
                                        OR ORQ-STATUS = 'E')
                                   MOVE 'S' TO WRK-ACHOU
                                   MOVE 'P' TO ORQ-STATUS
                                   MOVE WRK-MOTIVO TO ORQ-MOTIVO-PERDA
                                   MOVE WRK-OBS-PERDA TO ORQ-OBS-PERDA
                                   MOVE WRK-DATA-HOJE TO ORQ-DATA-PERDA
                                   MOVE LNK-OPERADOR TO ORQ-OPERADOR
                               END-IF
                               WRITE TMP-REC FROM ORQ-REC
                       END-READ
                   END-PERFORM
                   CLOSE QUOTE-FILE QUOTE-TEMP
                   PERFORM 0450-DEVOLVER-DO-TEMP
                   IF WRK-ACHOU = 'S'
                       DISPLAY 'ORCAMENTO ' WRK-NUMERO
                           ' FECHADO COMO PERDIDO - '
                           WRK-MOT-NOME(WRK-IND-MOT)
                   ELSE
                       DISPLAY 'ORCAMENTO ABERTO OU EXPIRADO NAO'
                           ' ENCONTRADO: ' WRK-NUMERO
                   END-IF
               END-IF
           END-IF.
       0650-RECEBER-MOTIVO.
           MOVE ZEROS TO WRK-IND-MOT.
           DISPLAY 'MOTIVO DA PERDA (P PRECO / Z PRAZO DE ENTREGA /'
               ' C CONCORRENTE / D DESISTENCIA / O OUTROS): '.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           INSPECT WRK-MOTIVO CONVERTING 'pzcdo' TO 'PZCDO'.
           PERFORM VARYING WRK-IND-MOT FROM 1 BY 1
                   UNTIL WRK-IND-MOT > 5
                      OR WRK-MOT-COD(WRK-IND-MOT) = WRK-MOTIVO
               CONTINUE
           END-PERFORM.
           IF WRK-IND-MOT > 5
               MOVE ZEROS TO WRK-IND-MOT
               DISPLAY 'MOTIVO INVALIDO - PERDA NAO REGISTRADA'
           ELSE
               DISPLAY 'DETALHE DA PERDA (CONCORRENTE, PRECO DELE...): '
               MOVE SPACES TO WRK-OBS-PERDA
               ACCEPT WRK-OBS-PERDA FROM CONSOLE
           END-IF.
