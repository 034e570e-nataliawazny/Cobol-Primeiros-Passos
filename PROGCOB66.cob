      * FILA) E INFORMADO AO OPERADOR NO ACEITE; O NUMERO DEFINITIVO
      * CONTINUA SENDO CARIMBADO PELO LOTE DO PROGCOB09
      * DATA = XX/XX/XXXX
      * MANUTENCAO = PEDIDO COM VARIOS ITENS: O OPERADOR INFORMA
      * CLIENTE E UF UMA VEZ E DEPOIS OS ITENS (PRODUTO + QUANTIDADE,
      * PRODUTO 0 FECHA O PEDIDO, CLIENTE 0 ENCERRA A SESSAO); O
      * PEDIDO SAI NO ORDERENT COMO CABECALHO 'C' + LINHAS 'I'
      * (ENTREC.COB), ATE 50 ITENS E DENTRO DO LIMITE DE VALOR
      * (999999.99) E PESO (99999.99 KG) DO LOTE DE FRETE
      * MANUTENCAO = ITEM PRECIFICADO PELA TABELA NEGOCIADA DO CLIENTE
      * OU DO GRUPO DELE (PRECOCLI VIA PRGPRECO, NA DATA DO DIA E NA
      * FAIXA DA QUANTIDADE); O OPERADOR VE O PRECO DE LISTA, O PRECO
      * COBRADO E O DESCONTO DO ITEM
      * MANUTENCAO = OPERADOR AUTENTICADO RECEBIDO DO PRGMENU VIA
      * LINKAGE E GRAVADO NO CABECALHO DO PEDIDO (ENC-OPERADOR) PARA A
      * AUDITORIA DE SEGREGACAO DE FUNCOES
      * MANUTENCAO = CLIENTE COM ENDERECOS DE ENTREGA NO ENDENTR
      * (PROGCOB23 OPCAO 8): OS ENDERECOS ATIVOS SAO LISTADOS E O
      * OPERADOR ESCOLHE O NUMERO (0 = ENDERECO DO CADASTRO); A UF DO
      * PEDIDO PASSA A SER A DO ENDERECO ESCOLHIDO E O NUMERO VAI NO
      * CABECALHO (ENC-ENDERECO). CLIENTE SEM ENDERECO DE ENTREGA
      * CONTINUA INFORMANDO A UF
      * MANUTENCAO = LIMITE DE PESO DO PEDIDO PASSA A 99999.99 KG,
      * O PESO QUE O SHIPSTAT GUARDA (SST-PESO-REAL)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
           SELECT DELIVERY-ADDRESS-FILE ASSIGN TO 'ENDENTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDE.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-ENTRY-FILE.
       COPY 'ENTREC.COB'.
       FD  RATE-FILE.
       01  RAT-REC.
           02 RAT-UF       PIC X(02).
       COPY 'CUSTREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       FD  DELIVERY-ADDRESS-FILE.
       COPY 'EDEREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-CLI-OK      PIC X(01) VALUE 'N'.
       77 WRK-PRD-OK      PIC X(01) VALUE 'N'.
       77 WRK-UF-OK       PIC X(01) VALUE 'N'.
       77 WRK-FS-EDE      PIC X(02) VALUE SPACES.
       77 WRK-FIM-EDE     PIC X(01) VALUE 'N'.
       77 WRK-QTD-ENTREGA PIC 9(02) VALUE ZEROS.
       77 WRK-ENDERECO    PIC 9(02) VALUE ZEROS.
       77 WRK-END-OK      PIC X(01) VALUE 'N'.
       77 WRK-EDE-LOGRADOURO PIC X(30) VALUE SPACES.
       77 WRK-EDE-CIDADE  PIC X(20) VALUE SPACES.
       77 WRK-EDE-CEP     PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-NUMERO  PIC 9(08) VALUE ZEROS.
       77 WRK-NUM-PREVISTO PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-DETALHE PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DET     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NOVOS   PIC 9(03) VALUE ZEROS.
       77 WRK-HASH-TOTAL  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-FILA    PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-ITENS   PIC X(01) VALUE 'N'.
       77 WRK-QTD-ITEM    PIC 9(05) VALUE ZEROS.
       77 WRK-PRECO-LIQ   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRC-ACHOU   PIC X(01) VALUE 'N'.
       77 WRK-DESC-ITEM   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ITEM    PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PESO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-NOVO-VALOR  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-NOVO-PESO   PIC 9(07)V99 VALUE ZEROS.
       01 WRK-VALOR-G.
           02 WRK-VALOR-NUM PIC 9(06)V99.
       01 WRK-VALOR-R REDEFINES WRK-VALOR-G.
           02 WRK-VALOR-AUX PIC 9(08).
       01 WRK-TABELA-DETALHES.
           02 WRK-DET OCCURS 500 TIMES.
               03 WRK-DET-REC    PIC X(60).
               03 WRK-DET-VALOR  PIC 9(06)V99.
       01 WRK-TABELA-ITENS.
           02 WRK-ITP OCCURS 50 TIMES.
               03 WRK-ITP-CODPROD PIC 9(06).
               03 WRK-ITP-QTD     PIC 9(05).
               03 WRK-ITP-VALOR   PIC 9(06)V99.
               03 WRK-ITP-PESO    PIC 9(03)V99.
       01 WRK-CAB-MONTA.
           02 WRK-CM-TIPO       PIC X(01).
           02 WRK-CM-CLIENTE    PIC 9(06).
           02 WRK-CM-UF         PIC X(02).
           02 WRK-CM-QTD-ITENS  PIC 9(03).
           02 WRK-CM-ORIGEM     PIC X(08).
           02 WRK-CM-REFERENCIA PIC X(10).
           02 WRK-CM-OPERADOR   PIC X(20).
           02 FILLER            PIC X(03).
           02 WRK-CM-ENDERECO   PIC 9(02).
           02 FILLER            PIC X(05).
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
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           REPLACING ==PARA-NOME== BY ==0350-RECEBER-PRODUTO==,
                     ==CAMPO-NOME== BY ==WRK-CODPROD==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO PRODUTO (0=FECHA O PEDIDO): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0360-RECEBER-CLIENTE==,
                     ==CAMPO-NOME== BY ==WRK-CLIENTE==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO CLIENTE (0=ENCERRAR): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0370-RECEBER-QUANTIDADE==,
                     ==CAMPO-NOME== BY ==WRK-QTD-ITEM==,
                     ==TEXTO-PROMPT== BY
                         =='QUANTIDADE: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0395-RECEBER-ENDERECO==,
                     ==CAMPO-NOME== BY ==WRK-ENDERECO==,
                     ==TEXTO-PROMPT== BY
                         =='ENDERECO DE ENTREGA (0=CADASTRO): '==.
       0100-CARREGAR-TARIFAS.
           MOVE ZEROS TO WRK-QTD-TARIFAS.
           MOVE 'N' TO WRK-FIM-TAR.
               DISPLAY 'RECUSADA'
           END-IF.
      * OS DETALHES JA DIGITADOS SAO PRESERVADOS; HEADER E TRAILER
      * ANTIGOS SAO DESCARTADOS E REFEITOS NA REGRAVACAO; ENTRAM NO
      * HASH SO OS VALORES DOS ITENS E DAS LINHAS NO LAYOUT ANTIGO
       0150-CARREGAR-DETALHES.
           MOVE ZEROS TO WRK-QTD-DETALHE WRK-QTD-FILA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ORDER-ENTRY-FILE.
           IF WRK-FS-ENT = '00'
                               ADD 1 TO WRK-QTD-DETALHE
                               MOVE ENT-REC TO
                                   WRK-DET-REC(WRK-QTD-DETALHE)
                               MOVE ZEROS TO
                                   WRK-DET-VALOR(WRK-QTD-DETALHE)
                               EVALUATE ENT-CODPROD(1:1)
                                   WHEN 'C'
                                       ADD 1 TO WRK-QTD-FILA
                                   WHEN 'I'
                                       IF ENI-VALOR IS NUMERIC
                                         MOVE ENI-VALOR TO
                                         WRK-DET-VALOR(WRK-QTD-DETALHE)
                                       END-IF
                                   WHEN OTHER
                                       ADD 1 TO WRK-QTD-FILA
                                       IF ENT-VALOR IS NUMERIC
                                         MOVE ENT-VALOR TO WRK-VALOR-AUX
                                         MOVE WRK-VALOR-NUM TO
                                         WRK-DET-VALOR(WRK-QTD-DETALHE)
                                       END-IF
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER
           END-IF.
       0300-DIGITAR-PEDIDO.
           PERFORM 0360-RECEBER-CLIENTE.
           IF WRK-CLIENTE = ZEROS
               MOVE 'Y' TO WRK-FIM-SESSAO
           ELSE
               PERFORM 0420-VALIDAR-CLIENTE
               IF WRK-CLI-OK = 'N'
                   DISPLAY 'CLIENTE DESCONHECIDO OU INATIVO: '
                       WRK-CLIENTE
               ELSE
                   MOVE 'S' TO WRK-END-OK
                   MOVE ZEROS TO WRK-ENDERECO
                   PERFORM 0380-LISTAR-ENTREGA
                   IF WRK-QTD-ENTREGA > ZEROS
                       PERFORM 0390-ESCOLHER-ENTREGA
                   ELSE
                       PERFORM 0385-RECEBER-UF
                   END-IF
                   IF WRK-END-OK = 'N'
                       DISPLAY 'ENDERECO DE ENTREGA INEXISTENTE OU'
                           ' INATIVO: ' WRK-ENDERECO
                   ELSE
                       PERFORM 0310-DIGITAR-ITENS
                   END-IF
               END-IF
           END-IF.
       0310-DIGITAR-ITENS.
           PERFORM 0440-VALIDAR-UF.
           IF WRK-UF-OK = 'N'
               DISPLAY 'UF SEM TARIFA CADASTRADA: ' WRK-UF
           ELSE
               MOVE ZEROS TO WRK-QTD-ITENS WRK-TOT-VALOR WRK-TOT-PESO
               MOVE 'N' TO WRK-FIM-ITENS
               PERFORM UNTIL WRK-FIM-ITENS = 'Y'
                   PERFORM 0320-DIGITAR-ITEM
               END-PERFORM
               IF WRK-QTD-ITENS = ZEROS
                   DISPLAY 'PEDIDO SEM ITENS - DESCARTADO'
               ELSE
                   PERFORM 0500-ACEITAR-PEDIDO
               END-IF
           END-IF.
      * CLIENTE SEM ENDERECO DE ENTREGA NO ENDENTR: A UF PODE SER
      * DIGITADA (BRANCO = UF DO CADASTRO), COMO ANTES
       0385-RECEBER-UF.
           DISPLAY 'UF DE ENTREGA (BRANCO = UF DO CADASTRO): '.
           MOVE SPACES TO WRK-UF.
           ACCEPT WRK-UF FROM CONSOLE.
           IF WRK-UF = SPACES
               MOVE CM-UF TO WRK-UF
               DISPLAY 'UF ASSUMIDA DO CADASTRO: ' WRK-UF
           END-IF.
      * SO OS ENDERECOS ATIVOS DO CLIENTE SAO OFERECIDOS; O 00 E O
      * ENDERECO DO CADASTRO (O MESMO DO FATURAMENTO)
       0380-LISTAR-ENTREGA.
           MOVE ZEROS TO WRK-QTD-ENTREGA.
           MOVE 'N' TO WRK-FIM-EDE.
           OPEN INPUT DELIVERY-ADDRESS-FILE.
           IF WRK-FS-EDE = '00'
               PERFORM UNTIL WRK-FIM-EDE = 'Y'
                   READ DELIVERY-ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-EDE
                       NOT AT END
                           IF EDE-CLIENTE = WRK-CLIENTE
                               AND EDE-STATUS NOT = 'I'
                               PERFORM 0382-EXIBIR-ENTREGA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-ADDRESS-FILE
           END-IF.
       0382-EXIBIR-ENTREGA.
           IF WRK-QTD-ENTREGA = ZEROS
               DISPLAY 'ENDERECOS DE ENTREGA DO CLIENTE:'
               DISPLAY '00 CADASTRO             ' CM-CIDADE ' ' CM-UF
           END-IF.
           ADD 1 TO WRK-QTD-ENTREGA.
           DISPLAY EDE-NUMERO ' ' EDE-DESCRICAO ' ' EDE-CIDADE ' '
               EDE-UF.
      * A UF DO PEDIDO (E DO FRETE) PASSA A SER A DO ENDERECO ESCOLHIDO
       0390-ESCOLHER-ENTREGA.
           PERFORM 0395-RECEBER-ENDERECO.
           IF WRK-ENDERECO = ZEROS
               MOVE CM-UF TO WRK-UF
               DISPLAY 'ENTREGA NO ENDERECO DO CADASTRO - UF: ' WRK-UF
           ELSE
               CALL 'PRGENDER' USING WRK-CLIENTE WRK-ENDERECO
                   WRK-EDE-LOGRADOURO WRK-EDE-CIDADE WRK-UF
                   WRK-EDE-CEP WRK-END-OK
               IF WRK-END-OK = 'S'
                   DISPLAY 'ENTREGA EM: ' WRK-EDE-LOGRADOURO
                   DISPLAY '            ' WRK-EDE-CIDADE ' ' WRK-UF
                       ' ' WRK-EDE-CEP
               ELSE
                   MOVE 'N' TO WRK-END-OK
               END-IF
           END-IF.
       0320-DIGITAR-ITEM.
           PERFORM 0350-RECEBER-PRODUTO.
           IF WRK-CODPROD = ZEROS
               MOVE 'Y' TO WRK-FIM-ITENS
           ELSE
               PERFORM 0400-VALIDAR-PRODUTO
               IF WRK-PRD-OK = 'N'
                   DISPLAY 'PRODUTO DESCONHECIDO OU INATIVO: '
                       WRK-CODPROD
               ELSE
                   PERFORM 0370-RECEBER-QUANTIDADE
                   IF WRK-QTD-ITEM = ZEROS
                       DISPLAY 'QUANTIDADE ZERADA - ITEM IGNORADO'
                   ELSE
                       PERFORM 0460-INCLUIR-ITEM
                   END-IF
               END-IF
           END-IF.
      * PRECO E PESO UNITARIOS VEM DO PRODMAST LIDO NA VALIDACAO
       0460-INCLUIR-ITEM.
           CALL 'PRGPRECO' USING WRK-CLIENTE WRK-CODPROD WRK-QTD-ITEM
               WRK-DATA-HOJE PRD-PRECO WRK-PRECO-LIQ WRK-PRC-ACHOU.
           COMPUTE WRK-NOVO-VALOR =
               WRK-TOT-VALOR + WRK-PRECO-LIQ * WRK-QTD-ITEM.
           COMPUTE WRK-NOVO-PESO =
               WRK-TOT-PESO + PRD-PESO * WRK-QTD-ITEM.
           IF WRK-QTD-ITENS >= 50
               DISPLAY 'LIMITE DE 50 ITENS POR PEDIDO - PEDIDO FECHADO'
               MOVE 'Y' TO WRK-FIM-ITENS
           ELSE
               IF WRK-NOVO-VALOR > 999999.99
                   OR WRK-NOVO-PESO > 99999.99
                   DISPLAY 'ITEM RECUSADO - PEDIDO PASSARIA DO LIMITE'
                       ' DE VALOR OU PESO'
               ELSE
                   ADD 1 TO WRK-QTD-ITENS
                   MOVE WRK-CODPROD TO WRK-ITP-CODPROD(WRK-QTD-ITENS)
                   MOVE WRK-QTD-ITEM TO WRK-ITP-QTD(WRK-QTD-ITENS)
                   MOVE WRK-PRECO-LIQ TO WRK-ITP-VALOR(WRK-QTD-ITENS)
                   MOVE PRD-PESO TO WRK-ITP-PESO(WRK-QTD-ITENS)
                   MOVE WRK-NOVO-VALOR TO WRK-TOT-VALOR
                   MOVE WRK-NOVO-PESO TO WRK-TOT-PESO
                   DISPLAY 'ITEM ' WRK-QTD-ITENS ' INCLUIDO: '
                       PRD-DESCRICAO
                   IF WRK-PRC-ACHOU = 'S'
                       COMPUTE WRK-DESC-ITEM =
                           (PRD-PRECO - WRK-PRECO-LIQ) * WRK-QTD-ITEM
                       DISPLAY '  PRECO DE TABELA DO CLIENTE - LISTA: '
                           PRD-PRECO ' COBRADO: ' WRK-PRECO-LIQ
                           ' DESCONTO: ' WRK-DESC-ITEM
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-PERFORM.
       0500-ACEITAR-PEDIDO.
           IF WRK-QTD-DETALHE + WRK-QTD-ITENS >= 500
               DISPLAY 'LIMITE DE LINHAS DA SESSAO ATINGIDO - PEDIDO'
                   ' DESCARTADO'
               MOVE 'Y' TO WRK-FIM-SESSAO
           ELSE
               MOVE SPACES TO WRK-CAB-MONTA
               MOVE 'C' TO WRK-CM-TIPO
               MOVE WRK-CLIENTE TO WRK-CM-CLIENTE
               MOVE WRK-UF TO WRK-CM-UF
               MOVE WRK-ENDERECO TO WRK-CM-ENDERECO
               MOVE WRK-QTD-ITENS TO WRK-CM-QTD-ITENS
               MOVE 'DIGITADO' TO WRK-CM-ORIGEM
               MOVE LNK-OPERADOR TO WRK-CM-OPERADOR
               ADD 1 TO WRK-QTD-DETALHE
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
                   ADD 1 TO WRK-QTD-DETALHE
                   MOVE WRK-ITEM-MONTA TO WRK-DET-REC(WRK-QTD-DETALHE)
                   MOVE WRK-ITP-VALOR(WRK-IND-ITEM)
                       TO WRK-DET-VALOR(WRK-QTD-DETALHE)
               END-PERFORM
               ADD 1 TO WRK-QTD-NOVOS WRK-QTD-FILA
               COMPUTE WRK-NUM-PREVISTO =
                   WRK-ULT-NUMERO + WRK-QTD-FILA
               DISPLAY 'PEDIDO ACEITO COM ' WRK-QTD-ITENS
                   ' ITENS - NUMERO PREVISTO: ' WRK-NUM-PREVISTO
           END-IF.
       0600-REGRAVAR-ORDERENT.
           MOVE ZEROS TO WRK-HASH-TOTAL.
           OPEN OUTPUT ORDER-ENTRY-FILE.
           MOVE SPACES TO ENT-HEADER.
           MOVE 'H' TO ENH-TIPO.
           MOVE 'PROGCO66' TO ENH-FONTE.
           MOVE WRK-DATA-HOJE TO ENH-DATA.
               ADD WRK-DET-VALOR(WRK-IND-DET) TO WRK-HASH-TOTAL
               WRITE ENT-REC
           END-PERFORM.
           MOVE SPACES TO ENT-TRAILER.
           MOVE 'T' TO ENT-TRL-TIPO.
           MOVE WRK-QTD-DETALHE TO ENT-TRL-QTD.
           MOVE WRK-HASH-TOTAL TO ENT-TRL-HASH.
