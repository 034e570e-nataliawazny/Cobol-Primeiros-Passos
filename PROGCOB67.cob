      * DIGITACAO DO PROGCOB66) PARA A CRITICA NORMAL DO PROGCOB28;
      * O RELATORIO PARCREL LISTA ACEITOS, TRADUZIDOS E REJEITADOS
      * DATA = XX/XX/XXXX
      * MANUTENCAO = PARCFILE GANHA QUANTIDADE (PAR-QTD, BRANCO = 1) E
      * REFERENCIA DO PEDIDO DO PARCEIRO (PAR-PEDREF): LINHAS SEGUIDAS
      * COM A MESMA REFERENCIA, CLIENTE E UF VIRAM UM SO PEDIDO COM
      * VARIOS ITENS NO ORDERENT (CABECALHO 'C' + ITENS 'I',
      * ENTREC.COB); REFERENCIA EM BRANCO = UM PEDIDO POR LINHA
      * MANUTENCAO = O PARCFILE SO E LIDO SE FOI ACEITO NO PORTAO DE
      * ENTRADA (PROGCOB142/PRGINBOX) COM O MESMO CONTEUDO; DEPOIS DA
      * IMPORTACAO A ENTRADA DO PORTAO E MARCADA CONSUMIDA
      * MANUTENCAO = PARCFILE GANHA MOEDA (PAR-MOEDA, BRANCO OU BRL =
      * REAIS), PRECO UNITARIO NA MOEDA (PAR-PRECO) E DATA DO PEDIDO
      * (PAR-DATA, BRANCO = HOJE): A LINHA EM MOEDA ESTRANGEIRA E
      * CONVERTIDA EM REAIS PELA TAXA DO CAMBIO NA DATA DO PEDIDO
      * (PRGCAMBI) NO LUGAR DO PRECO DO PRODMAST, E O PEDIDO LEVA A
      * MOEDA (ENC-MOEDA), O PRECO ORIGINAL E A TAXA (ENI-VALOR-ORIG /
      * ENI-TAXA); MOEDA SEM COTACAO REJEITA A LINHA; TROCA DE MOEDA OU
      * DE TAXA FECHA O PEDIDO
      * MANUTENCAO = PARCFILE GANHA O ENDERECO DE ENTREGA DO CLIENTE
      * (PAR-ENDERECO, BRANCO OU 00 = ENDERECO DO CADASTRO), VALIDADO
      * NO ENDENTR PELO PRGENDER: A UF DO PEDIDO PASSA A SER A DO
      * ENDERECO (PAR-UF EM BRANCO ASSUME A DELE, DIFERENTE REJEITA A
      * LINHA) E O NUMERO VAI NO CABECALHO (ENC-ENDERECO); TROCA DE
      * ENDERECO FECHA O PEDIDO
      * MANUTENCAO = LIMITE DE PESO DO PEDIDO PASSA A 99999.99 KG,
      * O PESO QUE O SHIPSTAT GUARDA (SST-PESO-REAL)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           02 PAR-CODPROD  PIC X(10).
           02 PAR-UF       PIC X(02).
           02 PAR-REFCLI   PIC X(10).
           02 PAR-QTD      PIC X(05).
           02 PAR-QTD-N REDEFINES PAR-QTD PIC 9(05).
           02 PAR-PEDREF   PIC X(10).
           02 PAR-MOEDA    PIC X(03).
           02 PAR-PRECO    PIC X(09).
           02 PAR-PRECO-N REDEFINES PAR-PRECO PIC 9(07)V99.
           02 PAR-DATA     PIC X(08).
           02 PAR-DATA-N REDEFINES PAR-DATA PIC 9(08).
           02 PAR-ENDERECO PIC X(02).
           02 PAR-ENDERECO-N REDEFINES PAR-ENDERECO PIC 9(02).
       FD  PARTNER-TABLE-FILE.
       01  TAB-REC.
           02 TAB-PARCEIRO PIC X(08).
           02 TAB-EXTERNO  PIC X(10).
           02 TAB-INTERNO  PIC 9(06).
       FD  ORDER-ENTRY-FILE.
       COPY 'ENTREC.COB'.
       FD  PARTNER-REPORT-FILE.
       01  PRL-LINHA       PIC X(80).
       FD  PRODUCT-MASTER.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-INB-ACAO    PIC X(01) VALUE SPACES.
       77 WRK-INB-ARQUIVO PIC X(12) VALUE 'PARCFILE'.
       77 WRK-INB-PROGRAMA PIC X(10) VALUE 'PROGCOB67'.
       77 WRK-INB-QTD     PIC 9(08) VALUE ZEROS.
       77 WRK-INB-HASH    PIC 9(12) VALUE ZEROS.
       77 WRK-INB-LIBERADO PIC X(01) VALUE 'N'.
       77 WRK-FS-PAR      PIC X(02) VALUE SPACES.
       77 WRK-FS-TAB      PIC X(02) VALUE SPACES.
       77 WRK-FS-ENT      PIC X(02) VALUE SPACES.
           02 WRK-VALOR-NUM PIC 9(06)V99.
       01 WRK-VALOR-R REDEFINES WRK-VALOR-G.
           02 WRK-VALOR-AUX PIC 9(08).
       77 WRK-QTD-ITEM    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO-REJ  PIC X(30) VALUE SPACES.
       77 WRK-PED-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-PED-REF     PIC X(10) VALUE SPACES.
       77 WRK-PED-CLIENTE PIC 9(06) VALUE ZEROS.
       77 WRK-PED-UF      PIC X(02) VALUE SPACES.
       77 WRK-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ITEM    PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PESO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-NOVO-VALOR  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NOVO-PESO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIN-MOEDA   PIC X(03) VALUE SPACES.
       77 WRK-LIN-PRECO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIN-CONVERTIDO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PED-MOEDA   PIC X(03) VALUE SPACES.
       77 WRK-PED-TAXA    PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-PED-DATA-TAXA PIC 9(08) VALUE ZEROS.
       77 WRK-MOEDA-OK    PIC X(01) VALUE 'N'.
       77 WRK-CAM-ACAO    PIC X(01) VALUE 'T'.
       77 WRK-CAM-PEDIDO  PIC 9(08) VALUE ZEROS.
       77 WRK-CAM-MOEDA   PIC X(03) VALUE SPACES.
       77 WRK-CAM-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-CAM-TAXA    PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-CAM-DATA-TAXA PIC 9(08) VALUE ZEROS.
       77 WRK-CAM-ACHOU   PIC X(01) VALUE 'N'.
       77 WRK-LIN-UF      PIC X(02) VALUE SPACES.
       77 WRK-LIN-ENDERECO PIC 9(02) VALUE ZEROS.
       77 WRK-PED-ENDERECO PIC 9(02) VALUE ZEROS.
       77 WRK-END-OK      PIC X(01) VALUE 'N'.
       77 WRK-EDE-LOGRADOURO PIC X(30) VALUE SPACES.
       77 WRK-EDE-CIDADE  PIC X(20) VALUE SPACES.
       77 WRK-EDE-UF      PIC X(02) VALUE SPACES.
       77 WRK-EDE-CEP     PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-ITENS.
           02 WRK-ITP OCCURS 50 TIMES.
               03 WRK-ITP-CODPROD PIC 9(06).
               03 WRK-ITP-QTD     PIC 9(05).
               03 WRK-ITP-VALOR   PIC 9(06)V99.
               03 WRK-ITP-PESO    PIC 9(03)V99.
               03 WRK-ITP-VALOR-ORIG PIC 9(07)V99.
       01 WRK-TABELA-TRADUCAO.
           02 WRK-TRAD OCCURS 300 TIMES.
               03 WRK-TRAD-TIPO    PIC X(01).
               03 WRK-TRAD-INTERNO PIC 9(06).
       01 WRK-TABELA-DETALHES.
           02 WRK-DET OCCURS 500 TIMES.
               03 WRK-DET-REC    PIC X(60).
               03 WRK-DET-VALOR  PIC 9(06)V99.
       01 WRK-CAB-MONTA.
           02 WRK-CM-TIPO       PIC X(01).
           02 WRK-CM-CLIENTE    PIC 9(06).
           02 WRK-CM-UF         PIC X(02).
           02 WRK-CM-QTD-ITENS  PIC 9(03).
           02 WRK-CM-ORIGEM     PIC X(08).
           02 WRK-CM-REFERENCIA PIC X(10).
           02 FILLER            PIC X(20).
           02 WRK-CM-MOEDA      PIC X(03).
           02 WRK-CM-ENDERECO   PIC 9(02).
           02 FILLER            PIC X(05).
       01 WRK-ITEM-MONTA.
           02 WRK-IM-TIPO       PIC X(01).
           02 WRK-IM-CODPROD    PIC 9(06).
           02 WRK-IM-QTD        PIC 9(05).
           02 WRK-IM-VALOR      PIC 9(06)V99.
           02 WRK-IM-PESO       PIC 9(03)V99.
           02 WRK-IM-VALOR-ORIG PIC 9(07)V99.
           02 WRK-IM-TAXA       PIC 9(03)V9(06).
           02 WRK-IM-DATA-TAXA  PIC 9(08).
           02 FILLER            PIC X(09).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM 0940-VERIFICAR-PORTAO.
           IF WRK-INB-LIBERADO NOT = 'S'
               DISPLAY '*** PARCFILE NAO LIBERADO PELO PORTAO DE'
                   ' ENTRADA - NADA FOI IMPORTADO ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'IDENTIFICACAO DO PARCEIRO: '.
           ACCEPT WRK-PARCEIRO FROM CONSOLE.
           PERFORM 0100-CARREGAR-TRADUCAO.
           PERFORM 0150-CARREGAR-DETALHES.
           PERFORM 0200-IMPORTAR-PARCEIRO.
           PERFORM 0950-BAIXAR-NO-PORTAO.
           IF WRK-QTD-ACEITOS > 0
               PERFORM 0600-REGRAVAR-ORDERENT
           END-IF.
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB67'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0940-VERIFICAR-PORTAO.
           MOVE 'V' TO WRK-INB-ACAO.
           CALL 'PRGINBOX' USING WRK-INB-ACAO WRK-INB-ARQUIVO
               WRK-INB-PROGRAMA WRK-INB-QTD WRK-INB-HASH
               WRK-INB-LIBERADO.
       0950-BAIXAR-NO-PORTAO.
           MOVE 'C' TO WRK-INB-ACAO.
           CALL 'PRGINBOX' USING WRK-INB-ACAO WRK-INB-ARQUIVO
               WRK-INB-PROGRAMA WRK-INB-QTD WRK-INB-HASH
               WRK-INB-LIBERADO.
       0100-CARREGAR-TRADUCAO.
           MOVE ZEROS TO WRK-QTD-TRADUC.
           MOVE 'N' TO WRK-FIM-ARQ.
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
           END-IF.
       0200-IMPORTAR-PARCEIRO.
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-ACEITOS
               WRK-QTD-REJEITO WRK-QTD-PEDIDOS.
           MOVE 'N' TO WRK-PED-ABERTO.
           MOVE 'N' TO WRK-PRD-DISPON.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
                           PERFORM 0300-TRADUZIR-LINHA
                   END-READ
               END-PERFORM
               IF WRK-PED-ABERTO = 'S'
                   PERFORM 0500-FECHAR-PEDIDO
               END-IF
               MOVE SPACES TO PRL-LINHA
               WRITE PRL-LINHA
               MOVE SPACES TO PRL-LINHA
               STRING 'LIDOS: ' WRK-QTD-LIDOS
                      '  ACEITOS: ' WRK-QTD-ACEITOS
                      '  REJEITADOS: ' WRK-QTD-REJEITO
                      '  PEDIDOS: ' WRK-QTD-PEDIDOS
                   DELIMITED BY SIZE INTO PRL-LINHA
               WRITE PRL-LINHA
               CLOSE PARTNER-ORDER-FILE PARTNER-REPORT-FILE
                       TO WRK-CLI-INTERNO
               END-IF
           END-PERFORM.
           MOVE 'SEM TRADUCAO OU SEM CADASTRO' TO WRK-MOTIVO-REJ.
           IF WRK-COD-INTERNO = ZEROS
               PERFORM 0350-REJEITAR-LINHA
           ELSE
               IF WRK-CLI-INTERNO = ZEROS
                   PERFORM 0350-REJEITAR-LINHA
               ELSE
                   IF PAR-QTD = SPACES
                       MOVE 1 TO WRK-QTD-ITEM
                   ELSE
                       IF PAR-QTD IS NUMERIC
                           MOVE PAR-QTD-N TO WRK-QTD-ITEM
                       ELSE
                           MOVE ZEROS TO WRK-QTD-ITEM
                       END-IF
                   END-IF
                   IF WRK-QTD-ITEM = ZEROS
                       MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO-REJ
                       PERFORM 0350-REJEITAR-LINHA
                   ELSE
                       PERFORM 0400-MONTAR-DETALHE
                   END-IF
               END-IF
           END-IF.
       0350-REJEITAR-LINHA.
           MOVE SPACES TO PRL-LINHA.
           STRING 'REJEITADO PRODUTO ' PAR-CODPROD
                  ' CLIENTE ' PAR-REFCLI
                  ' - ' WRK-MOTIVO-REJ
               DELIMITED BY SIZE INTO PRL-LINHA.
           WRITE PRL-LINHA.
       0400-MONTAR-DETALHE.
                       END-IF
               END-READ
           END-IF.
           IF WRK-PRD-OK = 'N'
               PERFORM 0350-REJEITAR-LINHA
           ELSE
               PERFORM 0410-VALIDAR-ENDERECO
               IF WRK-END-OK = 'N'
                   PERFORM 0350-REJEITAR-LINHA
               ELSE
                   PERFORM 0420-CONVERTER-MOEDA
                   IF WRK-MOEDA-OK = 'N'
                       PERFORM 0350-REJEITAR-LINHA
                   ELSE
                       PERFORM 0450-INCLUIR-ITEM
                   END-IF
               END-IF
           END-IF.
      * ENDERECO DE ENTREGA EM BRANCO OU 00 = ENDERECO DO CADASTRO,
      * COM A UF DA LINHA; COM ENDERECO, A UF E A DELE (PAR-UF EM
      * BRANCO ASSUME A DO ENDERECO, PAR-UF DIFERENTE REJEITA)
       0410-VALIDAR-ENDERECO.
           MOVE 'S' TO WRK-END-OK.
           MOVE PAR-UF TO WRK-LIN-UF.
           MOVE ZEROS TO WRK-LIN-ENDERECO.
           IF PAR-ENDERECO NOT = SPACES
               IF PAR-ENDERECO IS NUMERIC
                   MOVE PAR-ENDERECO-N TO WRK-LIN-ENDERECO
               ELSE
                   MOVE 'N' TO WRK-END-OK
                   MOVE 'ENDERECO DE ENTREGA INVALIDO' TO WRK-MOTIVO-REJ
               END-IF
           END-IF.
           IF WRK-LIN-ENDERECO > ZEROS
               CALL 'PRGENDER' USING WRK-CLI-INTERNO WRK-LIN-ENDERECO
                   WRK-EDE-LOGRADOURO WRK-EDE-CIDADE WRK-EDE-UF
                   WRK-EDE-CEP WRK-END-OK
               IF WRK-END-OK NOT = 'S'
                   MOVE 'N' TO WRK-END-OK
                   MOVE 'ENDERECO ENTREGA INEXISTENTE' TO WRK-MOTIVO-REJ
               ELSE
                   IF PAR-UF = SPACES
                       MOVE WRK-EDE-UF TO WRK-LIN-UF
                   ELSE
                       IF PAR-UF NOT = WRK-EDE-UF
                           MOVE 'N' TO WRK-END-OK
                           MOVE 'UF DIFERENTE DO END. ENTREGA'
                               TO WRK-MOTIVO-REJ
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * LINHA EM REAIS USA O PRECO DO PRODMAST; EM MOEDA ESTRANGEIRA
      * VALE O PRECO NEGOCIADO COM O PARCEIRO, CONVERTIDO PELA TAXA DO
      * CAMBIO NA DATA DO PEDIDO (SEM TAXA NA DATA, A ULTIMA ANTERIOR)
       0420-CONVERTER-MOEDA.
           MOVE 'S' TO WRK-MOEDA-OK.
           MOVE PAR-MOEDA TO WRK-LIN-MOEDA.
           IF WRK-LIN-MOEDA = 'BRL'
               MOVE SPACES TO WRK-LIN-MOEDA
           END-IF.
           MOVE PRD-PRECO TO WRK-LIN-PRECO.
           MOVE ZEROS TO WRK-CAM-TAXA.
           IF WRK-LIN-MOEDA NOT = SPACES
               IF PAR-PRECO IS NOT NUMERIC
                   MOVE 'N' TO WRK-MOEDA-OK
                   MOVE 'PRECO NA MOEDA INVALIDO' TO WRK-MOTIVO-REJ
               ELSE
                   IF PAR-PRECO-N = ZEROS
                       MOVE 'N' TO WRK-MOEDA-OK
                       MOVE 'PRECO NA MOEDA INVALIDO'
                           TO WRK-MOTIVO-REJ
                   END-IF
               END-IF
           END-IF.
           IF WRK-LIN-MOEDA NOT = SPACES AND WRK-MOEDA-OK = 'S'
               IF PAR-DATA IS NUMERIC AND PAR-DATA-N > ZEROS
                   MOVE PAR-DATA-N TO WRK-CAM-DATA
               ELSE
                   MOVE WRK-DATA-HOJE TO WRK-CAM-DATA
               END-IF
               MOVE 'T' TO WRK-CAM-ACAO
               MOVE WRK-LIN-MOEDA TO WRK-CAM-MOEDA
               CALL 'PRGCAMBI' USING WRK-CAM-ACAO WRK-CAM-PEDIDO
                   WRK-CAM-MOEDA WRK-CAM-DATA WRK-CAM-TAXA
                   WRK-CAM-DATA-TAXA WRK-CAM-ACHOU
               IF WRK-CAM-ACHOU NOT = 'S'
                   MOVE 'N' TO WRK-MOEDA-OK
                   MOVE 'MOEDA SEM COTACAO NO CAMBIO'
                       TO WRK-MOTIVO-REJ
               ELSE
                   COMPUTE WRK-LIN-CONVERTIDO ROUNDED =
                       PAR-PRECO-N * WRK-CAM-TAXA
                   IF WRK-LIN-CONVERTIDO > 999999.99
                       MOVE 'N' TO WRK-MOEDA-OK
                       MOVE 'PRECO CONVERTIDO ACIMA DO LIMITE'
                           TO WRK-MOTIVO-REJ
                   ELSE
                       MOVE WRK-LIN-CONVERTIDO TO WRK-LIN-PRECO
                   END-IF
               END-IF
           END-IF.
      * LINHA SEM REFERENCIA, OU COM REFERENCIA / CLIENTE / UF /
      * ENDERECO DE ENTREGA DIFERENTES DO PEDIDO EM MONTAGEM, FECHA O
      * PEDIDO ANTERIOR
       0450-INCLUIR-ITEM.
           IF WRK-PED-ABERTO = 'S'
               IF PAR-PEDREF = SPACES
                   OR PAR-PEDREF NOT = WRK-PED-REF
                   OR WRK-CLI-INTERNO NOT = WRK-PED-CLIENTE
                   OR WRK-LIN-UF NOT = WRK-PED-UF
                   OR WRK-LIN-ENDERECO NOT = WRK-PED-ENDERECO
                   OR WRK-LIN-MOEDA NOT = WRK-PED-MOEDA
                   OR WRK-CAM-TAXA NOT = WRK-PED-TAXA
                   PERFORM 0500-FECHAR-PEDIDO
               END-IF
           END-IF.
           IF WRK-PED-ABERTO = 'N'
               MOVE 'S' TO WRK-PED-ABERTO
               MOVE PAR-PEDREF TO WRK-PED-REF
               MOVE WRK-CLI-INTERNO TO WRK-PED-CLIENTE
               MOVE WRK-LIN-UF TO WRK-PED-UF
               MOVE WRK-LIN-ENDERECO TO WRK-PED-ENDERECO
               MOVE WRK-LIN-MOEDA TO WRK-PED-MOEDA
               MOVE WRK-CAM-TAXA TO WRK-PED-TAXA
               MOVE WRK-CAM-DATA-TAXA TO WRK-PED-DATA-TAXA
               MOVE ZEROS TO WRK-QTD-ITENS WRK-TOT-VALOR WRK-TOT-PESO
           END-IF.
           COMPUTE WRK-NOVO-VALOR =
               WRK-TOT-VALOR + WRK-LIN-PRECO * WRK-QTD-ITEM.
           COMPUTE WRK-NOVO-PESO =
               WRK-TOT-PESO + PRD-PESO * WRK-QTD-ITEM.
           IF WRK-QTD-ITENS >= 50
               OR WRK-QTD-DETALHE + WRK-QTD-ITENS + 2 > 500
               MOVE 'LIMITE DE ITENS/LINHAS' TO WRK-MOTIVO-REJ
               PERFORM 0350-REJEITAR-LINHA
           ELSE
               IF WRK-NOVO-VALOR > 999999.99
                   OR WRK-NOVO-PESO > 99999.99
                   MOVE 'PEDIDO ACIMA DO LIMITE VALOR/PESO'
                       TO WRK-MOTIVO-REJ
                   PERFORM 0350-REJEITAR-LINHA
               ELSE
                   ADD 1 TO WRK-QTD-ITENS WRK-QTD-ACEITOS
                   MOVE WRK-COD-INTERNO
                       TO WRK-ITP-CODPROD(WRK-QTD-ITENS)
                   MOVE WRK-QTD-ITEM TO WRK-ITP-QTD(WRK-QTD-ITENS)
                   MOVE WRK-LIN-PRECO TO WRK-ITP-VALOR(WRK-QTD-ITENS)
                   MOVE PRD-PESO TO WRK-ITP-PESO(WRK-QTD-ITENS)
                   MOVE WRK-NOVO-VALOR TO WRK-TOT-VALOR
                   MOVE WRK-NOVO-PESO TO WRK-TOT-PESO
                   MOVE SPACES TO PRL-LINHA
                   STRING 'ACEITO    PRODUTO ' PAR-CODPROD
                          ' -> ' WRK-COD-INTERNO
                          ' CLIENTE ' PAR-REFCLI
                          ' -> ' WRK-CLI-INTERNO
                          ' QTD ' WRK-QTD-ITEM
                       DELIMITED BY SIZE INTO PRL-LINHA
                   WRITE PRL-LINHA
                   MOVE ZEROS TO WRK-ITP-VALOR-ORIG(WRK-QTD-ITENS)
                   IF WRK-LIN-MOEDA NOT = SPACES
                       PERFORM 0460-LISTAR-CONVERSAO
                   END-IF
               END-IF
           END-IF.
       0460-LISTAR-CONVERSAO.
           MOVE PAR-PRECO-N TO WRK-ITP-VALOR-ORIG(WRK-QTD-ITENS).
           MOVE SPACES TO PRL-LINHA.
           STRING '          PRECO ' WRK-LIN-MOEDA ' ' PAR-PRECO
                  ' X TAXA ' WRK-CAM-TAXA ' DE ' WRK-CAM-DATA-TAXA
                  ' = REAIS ' WRK-LIN-PRECO
               DELIMITED BY SIZE INTO PRL-LINHA.
           WRITE PRL-LINHA.
       0500-FECHAR-PEDIDO.
           MOVE 'N' TO WRK-PED-ABERTO.
           IF WRK-QTD-ITENS > 0
               MOVE SPACES TO WRK-CAB-MONTA
               MOVE 'C' TO WRK-CM-TIPO
               MOVE WRK-PED-CLIENTE TO WRK-CM-CLIENTE
               MOVE WRK-PED-UF TO WRK-CM-UF
               MOVE WRK-QTD-ITENS TO WRK-CM-QTD-ITENS
               MOVE 'PARCEIRO' TO WRK-CM-ORIGEM
               MOVE WRK-PED-REF TO WRK-CM-REFERENCIA
               MOVE WRK-PED-MOEDA TO WRK-CM-MOEDA
               MOVE WRK-PED-ENDERECO TO WRK-CM-ENDERECO
               ADD 1 TO WRK-QTD-DETALHE WRK-QTD-PEDIDOS
               MOVE WRK-CAB-MONTA TO WRK-DET-REC(WRK-QTD-DETALHE)
               MOVE ZEROS TO WRK-DET-VALOR(WRK-QTD-DETALHE)
               PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                       UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
                   MOVE SPACES TO WRK-ITEM-MONTA
                   MOVE 'I' TO WRK-IM-TIPO
                   MOVE WRK-ITP-CODPROD(WRK-IND-ITEM) TO WRK-IM-CODPROD
                   MOVE WRK-ITP-QTD(WRK-IND-ITEM) TO WRK-IM-QTD
                   MOVE WRK-ITP-VALOR(WRK-IND-ITEM) TO WRK-IM-VALOR
                   MOVE WRK-ITP-PESO(WRK-IND-ITEM) TO WRK-IM-PESO
                   IF WRK-PED-MOEDA NOT = SPACES
                       MOVE WRK-ITP-VALOR-ORIG(WRK-IND-ITEM)
                           TO WRK-IM-VALOR-ORIG
                       MOVE WRK-PED-TAXA TO WRK-IM-TAXA
                       MOVE WRK-PED-DATA-TAXA TO WRK-IM-DATA-TAXA
                   END-IF
                   ADD 1 TO WRK-QTD-DETALHE
                   MOVE WRK-ITEM-MONTA TO WRK-DET-REC(WRK-QTD-DETALHE)
                   MOVE WRK-ITP-VALOR(WRK-IND-ITEM)
                       TO WRK-DET-VALOR(WRK-QTD-DETALHE)
               END-PERFORM
           END-IF.
       0600-REGRAVAR-ORDERENT.
           MOVE ZEROS TO WRK-HASH-TOTAL.
           OPEN OUTPUT ORDER-ENTRY-FILE.
           MOVE SPACES TO ENT-HEADER.
           MOVE 'H' TO ENH-TIPO.
           MOVE 'PROGCO67' TO ENH-FONTE.
           MOVE WRK-DATA-HOJE TO ENH-DATA.
               ADD WRK-DET-VALOR(WRK-IND-DET) TO WRK-HASH-TOTAL
               WRITE ENT-REC
           END-PERFORM.
           MOVE SPACES TO ENT-TRAILER.
           MOVE 'T' TO ENT-TRL-TIPO.
           MOVE WRK-QTD-DETALHE TO ENT-TRL-QTD.
           MOVE WRK-HASH-TOTAL TO ENT-TRL-HASH.
