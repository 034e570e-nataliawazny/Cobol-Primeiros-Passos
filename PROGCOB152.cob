       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB152.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = PEDIDOS FIXOS DOS CLIENTES DE CONTRATO, QUE RECEBEM
      * OS MESMOS PRODUTOS TODA SEMANA, QUINZENA OU MES E ERAM
      * REDIGITADOS NO PROGCOB66 A CADA ENTREGA
      * ACAO 'M' = MANUTENCAO DO PEDFIXO (PFXREC.COB): INCLUSAO DO
      * CONTRATO (CLIENTE, ENDERECO DE ENTREGA, FREQUENCIA, INICIO,
      * FIM E OS ITENS), LISTAGEM E MUDANCA DE SITUACAO (ATIVO /
      * SUSPENSO / ENCERRADO)
      * ACAO 'G' = GERACAO DIARIA DA CADEIA, ANTES DA CRITICA DO
      * PROGCOB28: CONTRATO ATIVO COM A PROXIMA DATA VENCIDA VIRA UM
      * PEDIDO NO ORDERENT (CABECALHO 'C' COM ORIGEM 'CONTRATO' E O
      * NUMERO DO CONTRATO NA REFERENCIA, MAIS AS LINHAS 'I'),
      * PRECIFICADO COMO NA DIGITACAO (PRODMAST + PRGPRECO) E SEGUE
      * PELA CRITICA E PELO LOTE DE FRETE COMO QUALQUER PEDIDO
      * CLIENTE INATIVO, PRODUTO INATIVO, ENDERECO INVALIDO, PEDIDO
      * ACIMA DO LIMITE DE VALOR/PESO DO LOTE OU CLIENTE QUE PASSARIA
      * DO LIMITE DE CREDITO (TITULOS ABERTOS NO CONTAREC + PEDIDOS
      * GERADOS NA RODADA + ESTE PEDIDO > CM-LIMITE) NAO GERAM PEDIDO
      * E FICAM COM A MESMA PROXIMA DATA - SAEM NA RODADA SEGUINTE SE
      * A PENDENCIA FOR RESOLVIDA; RELATORIO PFXREL COM OS GERADOS E
      * OS PULADOS COM O MOTIVO (RC 4 COM PULADOS)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'PEDFIXO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PFX.
           SELECT ORDER-ENTRY-FILE ASSIGN TO 'ORDERENT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENT.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT STANDING-ORDER-REPORT ASSIGN TO 'PFXREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE.
       COPY 'PFXREC.COB'.
       FD  ORDER-ENTRY-FILE.
       COPY 'ENTREC.COB'.
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  STANDING-ORDER-REPORT.
       01  REL-LINHA          PIC X(80).
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-PFX      PIC X(02) VALUE SPACES.
       77 WRK-FS-ENT      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-FIM-ITENS   PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-INTEIRO     PIC S9(09) VALUE ZEROS.
       77 WRK-PRIM-MES    PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-MES     PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-CONTRATO PIC 9(02) VALUE ZEROS.
       77 WRK-NUMERO      PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-CONTRATO PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-ENDERECO    PIC 9(02) VALUE ZEROS.
       77 WRK-CODPROD     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ITEM    PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-FREQUENCIA  PIC X(01) VALUE SPACES.
       77 WRK-NOVO-STATUS PIC X(01) VALUE SPACES.
       77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
       77 WRK-CLI-OK      PIC X(01) VALUE 'N'.
       77 WRK-PRD-OK      PIC X(01) VALUE 'N'.
       77 WRK-END-OK      PIC X(01) VALUE 'N'.
       77 WRK-UF          PIC X(02) VALUE SPACES.
       77 WRK-EDE-LOGRADOURO PIC X(30) VALUE SPACES.
       77 WRK-EDE-CIDADE  PIC X(20) VALUE SPACES.
       77 WRK-EDE-CEP     PIC 9(08) VALUE ZEROS.
       77 WRK-PRECO-LIQ   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRC-ACHOU   PIC X(01) VALUE 'N'.
       77 WRK-TOT-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PESO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ABERTO-CLI  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-EXPOSICAO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(40) VALUE SPACES.
       77 WRK-QTD-LIN     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-LIN     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-AUX     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-CONTRATO PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ITEM    PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-DETALHE PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DET     PIC 9(03) VALUE ZEROS.
       77 WRK-HASH-TOTAL  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-GER-CLI PIC 9(03) VALUE ZEROS.
       77 WRK-IND-GER     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-GER     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DEVIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-GERADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PULADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ENCERRADOS PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-GERADO PIC 9(11)V99 VALUE ZEROS.
       01 WRK-DATA-CALC   PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           02 WRK-DC-ANO  PIC 9(04).
           02 WRK-DC-MES  PIC 9(02).
           02 WRK-DC-DIA  PIC 9(02).
      * PEDFIXO INTEIRO EM MEMORIA (CONTRATOS SEGUIDOS DOS ITENS), NA
      * ORDEM DO ARQUIVO; A MANUTENCAO E A GERACAO ALTERAM A TABELA E
      * O ARQUIVO E REGRAVADO DELA
       01 WRK-TABELA-LINHAS.
           02 WRK-LIN OCCURS 3000 TIMES PIC X(71).
      * ITENS DO CONTRATO EM TRATAMENTO, JA PRECIFICADOS
       01 WRK-TABELA-ITENS.
           02 WRK-ITP OCCURS 20 TIMES.
               03 WRK-ITP-CODPROD PIC 9(06).
               03 WRK-ITP-QTD     PIC 9(05).
               03 WRK-ITP-VALOR   PIC 9(06)V99.
               03 WRK-ITP-PESO    PIC 9(03)V99.
      * VALOR JA GERADO NA RODADA POR CLIENTE - ENTRA NA CONFERENCIA
      * DO LIMITE DE CREDITO DO CONTRATO SEGUINTE DO MESMO CLIENTE
       01 WRK-TABELA-GERADOS.
           02 WRK-GER OCCURS 500 TIMES.
               03 WRK-GER-CLIENTE PIC 9(06).
               03 WRK-GER-VALOR   PIC 9(09)V99.
       01 WRK-DETALHES-ORDERENT.
           02 WRK-DET OCCURS 500 TIMES.
               03 WRK-DET-REC    PIC X(60).
               03 WRK-DET-VALOR  PIC 9(06)V99.
       01 WRK-VALOR-G.
           02 WRK-VALOR-NUM PIC 9(06)V99.
       01 WRK-VALOR-R REDEFINES WRK-VALOR-G.
           02 WRK-VALOR-AUX PIC 9(08).
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
       01 WRK-LINHA-DET.
           02 WRK-LD-CONTRATO PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-FREQ     PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-ITENS    PIC Z9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-VALOR    PIC ZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-PROXIMA  PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-MOTIVO   PIC X(40).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (M-MANUTENCAO / G-GERAR PEDIDOS DO DIA): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'M'
               WHEN 'm'
                   PERFORM 0500-MANUTENCAO
               WHEN 'G'
               WHEN 'g'
                   PERFORM 0200-GERAR-PEDIDOS
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB152'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB152'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0050-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='PEDIDOS FIXOS GERADOS E PULADOS'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0100-CARREGAR-CONTRATOS.
           MOVE ZEROS TO WRK-QTD-LIN WRK-ULT-CONTRATO.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WRK-FS-PFX = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0110-GUARDAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.
       0110-GUARDAR-LINHA.
           IF WRK-QTD-LIN < 3000
               ADD 1 TO WRK-QTD-LIN
               MOVE PFX-CONTRATO TO WRK-LIN(WRK-QTD-LIN)
               IF PFC-TIPO = 'C' AND PFC-NUMERO > WRK-ULT-CONTRATO
                   MOVE PFC-NUMERO TO WRK-ULT-CONTRATO
               END-IF
           ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
           END-IF.
       0120-LOCALIZAR-CONTRATO.
           MOVE ZEROS TO WRK-POS-CONTRATO.
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                   UNTIL WRK-IND-LIN > WRK-QTD-LIN
                       OR WRK-POS-CONTRATO > ZEROS
               MOVE WRK-LIN(WRK-IND-LIN) TO PFX-CONTRATO
               IF PFC-TIPO = 'C' AND PFC-NUMERO = WRK-NUMERO
                   MOVE WRK-IND-LIN TO WRK-POS-CONTRATO
               END-IF
           END-PERFORM.
       0150-REGRAVAR-CONTRATOS.
           OPEN OUTPUT STANDING-ORDER-FILE.
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                   UNTIL WRK-IND-LIN > WRK-QTD-LIN
               MOVE WRK-LIN(WRK-IND-LIN) TO PFX-CONTRATO
               WRITE PFX-CONTRATO
           END-PERFORM.
           CLOSE STANDING-ORDER-FILE.
      * PROXIMA DATA PELA FREQUENCIA A PARTIR DE PFC-PROXIMA; NO
      * MENSAL VOLTA AO DIA DO INICIO DO CONTRATO (31 VIRA 30, 28...)
       0160-AVANCAR-DATA.
           EVALUATE PFC-FREQUENCIA
               WHEN 'S'
                   COMPUTE WRK-INTEIRO =
                       FUNCTION INTEGER-OF-DATE(PFC-PROXIMA) + 7
                   MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO)
                       TO PFC-PROXIMA
               WHEN 'Q'
                   COMPUTE WRK-INTEIRO =
                       FUNCTION INTEGER-OF-DATE(PFC-PROXIMA) + 14
                   MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO)
                       TO PFC-PROXIMA
               WHEN OTHER
                   MOVE PFC-INICIO TO WRK-DATA-CALC
                   MOVE WRK-DC-DIA TO WRK-DIA-CONTRATO
                   MOVE PFC-PROXIMA TO WRK-DATA-CALC
                   IF WRK-DC-MES = 12
                       ADD 1 TO WRK-DC-ANO
                       MOVE 1 TO WRK-DC-MES
                   ELSE
                       ADD 1 TO WRK-DC-MES
                   END-IF
                   PERFORM 0165-CALCULAR-FIM-MES
                   IF WRK-DIA-CONTRATO > WRK-ULT-DIA-MES
                       MOVE WRK-ULT-DIA-MES TO WRK-DC-DIA
                   ELSE
                       MOVE WRK-DIA-CONTRATO TO WRK-DC-DIA
                   END-IF
                   MOVE WRK-DATA-CALC TO PFC-PROXIMA
           END-EVALUATE.
      * ULTIMO DIA DO MES DE WRK-DATA-CALC (DIA ANTERIOR AO PRIMEIRO
      * DO MES SEGUINTE)
       0165-CALCULAR-FIM-MES.
           IF WRK-DC-MES = 12
               COMPUTE WRK-PRIM-MES = (WRK-DC-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-PRIM-MES =
                   WRK-DC-ANO * 10000 + (WRK-DC-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-PRIM-MES) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO) TO WRK-FIM-MES.
           MOVE WRK-FIM-MES(7:2) TO WRK-ULT-DIA-MES.
      * GERACAO: CADA CONTRATO ATIVO VENCIDO E TRATADO NA TABELA E OS
      * PEDIDOS SE ACUMULAM NOS DETALHES DO ORDERENT; NO FIM O
      * ORDERENT E O PEDFIXO SAO REGRAVADOS UMA VEZ SO
       0200-GERAR-PEDIDOS.
           PERFORM 0100-CARREGAR-CONTRATOS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** PEDFIXO COM MAIS DE 3000 LINHAS - NADA FOI'
                   ' GERADO ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTD-LIN = ZEROS
                   DISPLAY 'PEDFIXO INDISPONIVEL OU VAZIO - NENHUM'
                       ' PEDIDO GERADO'
               ELSE
                   PERFORM 0205-PROCESSAR-CONTRATOS
               END-IF
           END-IF.
       0205-PROCESSAR-CONTRATOS.
           MOVE ZEROS TO WRK-QTD-DEVIDOS WRK-QTD-GERADOS
               WRK-QTD-PULADOS WRK-QTD-ENCERRADOS WRK-VALOR-GERADO
               WRK-QTD-GER-CLI WRK-PAGINA.
           PERFORM 0370-CARREGAR-DETALHES.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-CLI NOT = '00' OR WRK-FS-PRD NOT = '00'
               DISPLAY 'CUSTMAST OU PRODMAST INDISPONIVEL - NENHUM'
                   ' PEDIDO GERADO'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT STANDING-ORDER-REPORT
               PERFORM 0290-IMPRIMIR-CABECALHO
               PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                       UNTIL WRK-IND-LIN > WRK-QTD-LIN
                   MOVE WRK-LIN(WRK-IND-LIN) TO PFX-CONTRATO
                   IF PFC-TIPO = 'C' AND PFC-STATUS = 'A'
                       MOVE WRK-IND-LIN TO WRK-POS-CONTRATO
                       PERFORM 0210-TRATAR-CONTRATO
                       MOVE PFX-CONTRATO TO WRK-LIN(WRK-POS-CONTRATO)
                   END-IF
               END-PERFORM
               PERFORM 0295-IMPRIMIR-TOTAIS
               CLOSE STANDING-ORDER-REPORT
               IF WRK-QTD-GERADOS > ZEROS
                   PERFORM 0400-REGRAVAR-ORDERENT
               END-IF
               PERFORM 0150-REGRAVAR-CONTRATOS
               DISPLAY 'CONTRATOS VENCIDOS: ' WRK-QTD-DEVIDOS
                   ' PEDIDOS GERADOS: ' WRK-QTD-GERADOS
                   ' PULADOS: ' WRK-QTD-PULADOS
               DISPLAY 'CONTRATOS ENCERRADOS PELO FIM: '
                   WRK-QTD-ENCERRADOS
               DISPLAY 'RELATORIO GRAVADO EM PFXREL'
               IF WRK-QTD-PULADOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WRK-FS-CLI = '00'
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WRK-FS-PRD = '00'
               CLOSE PRODUCT-MASTER
           END-IF.
      * CONTRATO VENCIDO QUE GERA PEDIDO TEM A PROXIMA DATA AVANCADA
      * ATE DEPOIS DE HOJE (UMA RODADA PERDIDA NAO GERA PEDIDO EM
      * DOBRO); SE ELA PASSA DO FIM O CONTRATO E ENCERRADO
       0210-TRATAR-CONTRATO.
           IF PFC-FIM > ZEROS AND PFC-PROXIMA > PFC-FIM
               MOVE 'E' TO PFC-STATUS
               ADD 1 TO WRK-QTD-ENCERRADOS
               MOVE ZEROS TO WRK-QTD-ITENS WRK-TOT-VALOR
               MOVE 'ENCERRADO - PASSOU DO FIM DO CONTRATO'
                   TO WRK-MOTIVO
               PERFORM 0280-IMPRIMIR-CONTRATO
           ELSE
               IF PFC-PROXIMA <= WRK-DATA-HOJE
                   AND PFC-INICIO <= WRK-DATA-HOJE
                   ADD 1 TO WRK-QTD-DEVIDOS
                   MOVE SPACES TO WRK-MOTIVO
                   PERFORM 0220-CONFERIR-CLIENTE
                   IF WRK-MOTIVO = SPACES
                       PERFORM 0230-PRECIFICAR-ITENS
                   END-IF
                   IF WRK-MOTIVO = SPACES
                       PERFORM 0240-CONFERIR-CREDITO
                   END-IF
                   IF WRK-MOTIVO = SPACES
                       AND WRK-QTD-DETALHE + WRK-QTD-ITENS + 1 > 500
                       MOVE 'ORDERENT CHEIO (500 LINHAS)' TO WRK-MOTIVO
                   END-IF
                   IF WRK-MOTIVO = SPACES
                       PERFORM 0250-GERAR-PEDIDO
                   ELSE
                       ADD 1 TO WRK-QTD-PULADOS
                   END-IF
                   PERFORM 0280-IMPRIMIR-CONTRATO
               END-IF
           END-IF.
       0220-CONFERIR-CLIENTE.
           MOVE PFC-CLIENTE TO CM-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO
               NOT INVALID KEY
                   IF CM-STATUS = 'I' OR CM-ID = ZEROS
                       MOVE 'CLIENTE INATIVO' TO WRK-MOTIVO
                   END-IF
           END-READ.
           IF WRK-MOTIVO = SPACES
               IF PFC-ENDERECO = ZEROS
                   MOVE CM-UF TO WRK-UF
               ELSE
                   MOVE PFC-CLIENTE TO WRK-CLIENTE
                   MOVE PFC-ENDERECO TO WRK-ENDERECO
                   CALL 'PRGENDER' USING WRK-CLIENTE WRK-ENDERECO
                       WRK-EDE-LOGRADOURO WRK-EDE-CIDADE WRK-UF
                       WRK-EDE-CEP WRK-END-OK
                   IF WRK-END-OK NOT = 'S'
                       MOVE 'ENDERECO DE ENTREGA INEXISTENTE/INATIVO'
                           TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
      * OS ITENS SEGUEM O CONTRATO NA TABELA; PRECO DO DIA PELA TABELA
      * NEGOCIADA DO CLIENTE (PRGPRECO), COMO NA DIGITACAO; O ITEM
      * OCUPA A MESMA AREA DO CONTRATO, QUE E RELIDO NO FIM
       0230-PRECIFICAR-ITENS.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-TOT-VALOR WRK-TOT-PESO.
           MOVE PFC-CLIENTE TO WRK-CLIENTE.
           COMPUTE WRK-IND-AUX = WRK-POS-CONTRATO + 1.
           PERFORM UNTIL WRK-IND-AUX > WRK-QTD-LIN
                   OR WRK-MOTIVO NOT = SPACES
               MOVE WRK-LIN(WRK-IND-AUX) TO PFX-ITEM
               IF PFI-TIPO NOT = 'I'
                   MOVE WRK-QTD-LIN TO WRK-IND-AUX
               ELSE
                   PERFORM 0235-PRECIFICAR-ITEM
               END-IF
               ADD 1 TO WRK-IND-AUX
           END-PERFORM.
           MOVE WRK-LIN(WRK-POS-CONTRATO) TO PFX-CONTRATO.
           IF WRK-MOTIVO = SPACES
               IF WRK-QTD-ITENS = ZEROS
                   MOVE 'CONTRATO SEM ITENS' TO WRK-MOTIVO
               ELSE
                   IF WRK-TOT-VALOR > 999999.99
                       OR WRK-TOT-PESO > 99999.99
                       MOVE 'ACIMA DO LIMITE DE VALOR/PESO DO LOTE'
                           TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
       0235-PRECIFICAR-ITEM.
           MOVE PFI-CODPROD TO PRD-CODIGO.
           MOVE 'N' TO WRK-PRD-OK.
           READ PRODUCT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRD-STATUS NOT = 'I'
                       MOVE 'S' TO WRK-PRD-OK
                   END-IF
           END-READ.
           IF WRK-PRD-OK = 'N'
               MOVE SPACES TO WRK-MOTIVO
               STRING 'PRODUTO ' PFI-CODPROD ' DESCONHECIDO/INATIVO'
                   DELIMITED BY SIZE INTO WRK-MOTIVO
           ELSE
               IF WRK-QTD-ITENS < 20
                   MOVE PFI-CODPROD TO WRK-CODPROD
                   MOVE PFI-QTD TO WRK-QTD-ITEM
                   CALL 'PRGPRECO' USING WRK-CLIENTE WRK-CODPROD
                       WRK-QTD-ITEM WRK-DATA-HOJE PRD-PRECO
                       WRK-PRECO-LIQ WRK-PRC-ACHOU
                   ADD 1 TO WRK-QTD-ITENS
                   MOVE PFI-CODPROD TO WRK-ITP-CODPROD(WRK-QTD-ITENS)
                   MOVE PFI-QTD TO WRK-ITP-QTD(WRK-QTD-ITENS)
                   MOVE WRK-PRECO-LIQ TO WRK-ITP-VALOR(WRK-QTD-ITENS)
                   MOVE PRD-PESO TO WRK-ITP-PESO(WRK-QTD-ITENS)
                   COMPUTE WRK-TOT-VALOR =
                       WRK-TOT-VALOR + WRK-PRECO-LIQ * PFI-QTD
                   COMPUTE WRK-TOT-PESO =
                       WRK-TOT-PESO + PRD-PESO * PFI-QTD
               END-IF
           END-IF.
      * LIMITE ZERADO = SEM LIMITE CADASTRADO, COMO NO LOTE DO
      * PROGCOB09; A EXPOSICAO SOMA OS TITULOS EM ABERTO E O QUE A
      * RODADA JA GEROU PARA O CLIENTE
       0240-CONFERIR-CREDITO.
           IF CM-LIMITE > ZEROS
               PERFORM 0245-SOMAR-ABERTO
               MOVE ZEROS TO WRK-POS-GER
               PERFORM VARYING WRK-IND-GER FROM 1 BY 1
                       UNTIL WRK-IND-GER > WRK-QTD-GER-CLI
                   IF WRK-GER-CLIENTE(WRK-IND-GER) = PFC-CLIENTE
                       MOVE WRK-IND-GER TO WRK-POS-GER
                   END-IF
               END-PERFORM
               COMPUTE WRK-EXPOSICAO = WRK-ABERTO-CLI + WRK-TOT-VALOR
               IF WRK-POS-GER > ZEROS
                   ADD WRK-GER-VALOR(WRK-POS-GER) TO WRK-EXPOSICAO
               END-IF
               IF WRK-EXPOSICAO > CM-LIMITE
                   MOVE 'LIMITE DE CREDITO ULTRAPASSADO' TO WRK-MOTIVO
               END-IF
           END-IF.
       0245-SOMAR-ABERTO.
           MOVE ZEROS TO WRK-ABERTO-CLI.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCV-CLIENTE = PFC-CLIENTE
                               AND RCV-STATUS = 'A'
                               ADD RCV-VALOR TO WRK-ABERTO-CLI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.
       0250-GERAR-PEDIDO.
           MOVE SPACES TO WRK-CAB-MONTA.
           MOVE 'C' TO WRK-CM-TIPO.
           MOVE PFC-CLIENTE TO WRK-CM-CLIENTE.
           MOVE WRK-UF TO WRK-CM-UF.
           MOVE PFC-ENDERECO TO WRK-CM-ENDERECO.
           MOVE WRK-QTD-ITENS TO WRK-CM-QTD-ITENS.
           MOVE 'CONTRATO' TO WRK-CM-ORIGEM.
           MOVE PFC-NUMERO TO WRK-CM-REFERENCIA.
           ADD 1 TO WRK-QTD-DETALHE.
           MOVE WRK-CAB-MONTA TO WRK-DET-REC(WRK-QTD-DETALHE).
           MOVE ZEROS TO WRK-DET-VALOR(WRK-QTD-DETALHE).
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
           END-PERFORM.
           PERFORM 0255-ACUMULAR-CLIENTE.
           ADD 1 TO WRK-QTD-GERADOS.
           ADD WRK-TOT-VALOR TO WRK-VALOR-GERADO.
           MOVE WRK-DATA-HOJE TO PFC-ULT-GERACAO.
           PERFORM UNTIL PFC-PROXIMA > WRK-DATA-HOJE
               PERFORM 0160-AVANCAR-DATA
           END-PERFORM.
           IF PFC-FIM > ZEROS AND PFC-PROXIMA > PFC-FIM
               MOVE 'E' TO PFC-STATUS
               ADD 1 TO WRK-QTD-ENCERRADOS
               MOVE 'GERADO - ULTIMA ENTREGA DO CONTRATO'
                   TO WRK-MOTIVO
           ELSE
               MOVE 'GERADO' TO WRK-MOTIVO
           END-IF.
       0255-ACUMULAR-CLIENTE.
           MOVE ZEROS TO WRK-POS-GER.
           PERFORM VARYING WRK-IND-GER FROM 1 BY 1
                   UNTIL WRK-IND-GER > WRK-QTD-GER-CLI
               IF WRK-GER-CLIENTE(WRK-IND-GER) = PFC-CLIENTE
                   MOVE WRK-IND-GER TO WRK-POS-GER
               END-IF
           END-PERFORM.
           IF WRK-POS-GER = ZEROS AND WRK-QTD-GER-CLI < 500
               ADD 1 TO WRK-QTD-GER-CLI
               MOVE WRK-QTD-GER-CLI TO WRK-POS-GER
               MOVE PFC-CLIENTE TO WRK-GER-CLIENTE(WRK-POS-GER)
               MOVE ZEROS TO WRK-GER-VALOR(WRK-POS-GER)
           END-IF.
           IF WRK-POS-GER > ZEROS
               ADD WRK-TOT-VALOR TO WRK-GER-VALOR(WRK-POS-GER)
           END-IF.
       0280-IMPRIMIR-CONTRATO.
           MOVE PFC-NUMERO TO WRK-LD-CONTRATO.
           MOVE PFC-CLIENTE TO WRK-LD-CLIENTE.
           MOVE PFC-FREQUENCIA TO WRK-LD-FREQ.
           MOVE WRK-QTD-ITENS TO WRK-LD-ITENS.
           IF WRK-TOT-VALOR > 999999.99
               MOVE 999999.99 TO WRK-LD-VALOR
           ELSE
               MOVE WRK-TOT-VALOR TO WRK-LD-VALOR
           END-IF.
           MOVE PFC-PROXIMA TO WRK-LD-PROXIMA.
           MOVE WRK-MOTIVO TO WRK-LD-MOTIVO.
           WRITE REL-LINHA FROM WRK-LINHA-DET.
           ADD 1 TO WRK-LINHAS-PAG.
           IF WRK-LINHAS-PAG >= 50
               PERFORM 0290-IMPRIMIR-CABECALHO
           END-IF.
       0290-IMPRIMIR-CABECALHO.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0050-GERAR-CABECALHO-PADRAO.
           MOVE 'CONTR. CLIENT F IT      VALOR PROXIMA  SITUACAO'
               TO REL-LINHA.
           WRITE REL-LINHA.
       0295-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONTRATOS VENCIDOS: ' WRK-QTD-DEVIDOS
                  '  GERADOS: ' WRK-QTD-GERADOS
                  '  PULADOS: ' WRK-QTD-PULADOS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENCERRADOS PELO FIM DO CONTRATO: '
                  WRK-QTD-ENCERRADOS
                  '  VALOR GERADO: ' WRK-VALOR-GERADO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       0370-CARREGAR-DETALHES.
           MOVE ZEROS TO WRK-QTD-DETALHE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ORDER-ENTRY-FILE.
           IF WRK-FS-ENT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ORDER-ENTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF ENT-CODPROD(1:1) NOT = 'H'
                               AND ENT-CODPROD(1:1) NOT = 'T'
                               AND WRK-QTD-DETALHE < 500
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
               CLOSE ORDER-ENTRY-FILE
           END-IF.
       0400-REGRAVAR-ORDERENT.
           MOVE ZEROS TO WRK-HASH-TOTAL.
           OPEN OUTPUT ORDER-ENTRY-FILE.
           MOVE SPACES TO ENT-HEADER.
           MOVE 'H' TO ENH-TIPO.
           MOVE 'PROGC152' TO ENH-FONTE.
           MOVE WRK-DATA-HOJE TO ENH-DATA.
           WRITE ENT-HEADER.
           PERFORM VARYING WRK-IND-DET FROM 1 BY 1
                   UNTIL WRK-IND-DET > WRK-QTD-DETALHE
               MOVE WRK-DET-REC(WRK-IND-DET) TO ENT-REC
               ADD WRK-DET-VALOR(WRK-IND-DET) TO WRK-HASH-TOTAL
               WRITE ENT-REC
           END-PERFORM.
           MOVE SPACES TO ENT-TRAILER.
           MOVE 'T' TO ENT-TRL-TIPO.
           MOVE WRK-QTD-DETALHE TO ENT-TRL-QTD.
           MOVE WRK-HASH-TOTAL TO ENT-TRL-HASH.
           WRITE ENT-TRAILER.
           CLOSE ORDER-ENTRY-FILE.
       0500-MANUTENCAO.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR CONTRATOS 2-INCLUIR CONTRATO'
               DISPLAY '3-MUDAR SITUACAO DO CONTRATO 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0520-LISTAR
                   WHEN 2
                       PERFORM 0540-INCLUIR
                   WHEN 3
                       PERFORM 0560-MUDAR-SITUACAO
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
       0520-LISTAR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WRK-FS-PFX = '00'
               DISPLAY 'CONTR. CLIENT F INICIO   FIM      PROXIMA  S'
                   ' EN ULT.GER.'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STANDING-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PFC-TIPO = 'C'
                               DISPLAY PFC-NUMERO ' ' PFC-CLIENTE ' '
                                   PFC-FREQUENCIA ' ' PFC-INICIO ' '
                                   PFC-FIM ' ' PFC-PROXIMA ' '
                                   PFC-STATUS ' ' PFC-ENDERECO ' '
                                   PFC-ULT-GERACAO
                           ELSE
                               DISPLAY '       PRODUTO ' PFI-CODPROD
                                   ' QUANTIDADE ' PFI-QTD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           ELSE
               DISPLAY 'PEDFIXO INDISPONIVEL OU VAZIO'
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0530-RECEBER-CLIENTE==,
                     ==CAMPO-NOME== BY ==WRK-CLIENTE==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO CLIENTE: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0531-RECEBER-ENDERECO==,
                     ==CAMPO-NOME== BY ==WRK-ENDERECO==,
                     ==TEXTO-PROMPT== BY
                         =='ENDERECO DE ENTREGA (0=CADASTRO): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0532-RECEBER-INICIO==,
                     ==CAMPO-NOME== BY ==WRK-DATA-INICIO==,
                     ==TEXTO-PROMPT== BY
                         =='PRIMEIRA ENTREGA (AAAAMMDD): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0533-RECEBER-FIM==,
                     ==CAMPO-NOME== BY ==WRK-DATA-FIM==,
                     ==TEXTO-PROMPT== BY
                         =='ULTIMA ENTREGA (AAAAMMDD, 0=SEM PRAZO): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0534-RECEBER-PRODUTO==,
                     ==CAMPO-NOME== BY ==WRK-CODPROD==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO PRODUTO (0=FECHA O CONTRATO): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0535-RECEBER-QUANTIDADE==,
                     ==CAMPO-NOME== BY ==WRK-QTD-ITEM==,
                     ==TEXTO-PROMPT== BY
                         =='QUANTIDADE POR ENTREGA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0536-RECEBER-NUMERO==,
                     ==CAMPO-NOME== BY ==WRK-NUMERO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DO CONTRATO: '==.
      * O CONTRATO NASCE ATIVO COM A PROXIMA DATA = PRIMEIRA ENTREGA;
      * CLIENTE, ENDERECO E PRODUTOS SAO CRITICADOS NA HORA, COMO NA
      * DIGITACAO DO PROGCOB66
       0540-INCLUIR.
           PERFORM 0100-CARREGAR-CONTRATOS.
           IF WRK-TAB-CHEIA = 'S' OR WRK-QTD-LIN > 2979
               DISPLAY 'PEDFIXO CHEIO - CONTRATO NAO INCLUIDO'
           ELSE
               PERFORM 0545-RECEBER-CONTRATO
           END-IF.
       0545-RECEBER-CONTRATO.
           PERFORM 0530-RECEBER-CLIENTE.
           MOVE 'N' TO WRK-CLI-OK.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CLI = '00'
               MOVE WRK-CLIENTE TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CM-STATUS NOT = 'I' AND CM-ID NOT = ZEROS
                           MOVE 'S' TO WRK-CLI-OK
                       END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.
           IF WRK-CLI-OK = 'N'
               DISPLAY 'CLIENTE DESCONHECIDO OU INATIVO: ' WRK-CLIENTE
           ELSE
               PERFORM 0531-RECEBER-ENDERECO
               MOVE 'S' TO WRK-END-OK
               IF WRK-ENDERECO > ZEROS
                   CALL 'PRGENDER' USING WRK-CLIENTE WRK-ENDERECO
                       WRK-EDE-LOGRADOURO WRK-EDE-CIDADE WRK-UF
                       WRK-EDE-CEP WRK-END-OK
               END-IF
               IF WRK-END-OK NOT = 'S'
                   DISPLAY 'ENDERECO DE ENTREGA INEXISTENTE OU'
                       ' INATIVO: ' WRK-ENDERECO
               ELSE
                   PERFORM 0550-RECEBER-DATAS
               END-IF
           END-IF.
       0550-RECEBER-DATAS.
           DISPLAY 'FREQUENCIA (S-SEMANAL / Q-QUINZENAL / M-MENSAL): '.
           ACCEPT WRK-FREQUENCIA FROM CONSOLE.
           INSPECT WRK-FREQUENCIA CONVERTING 'sqm' TO 'SQM'.
           PERFORM UNTIL WRK-FREQUENCIA = 'S' OR WRK-FREQUENCIA = 'Q'
                   OR WRK-FREQUENCIA = 'M'
               DISPLAY 'FREQUENCIA INVALIDA - S, Q OU M: '
               ACCEPT WRK-FREQUENCIA FROM CONSOLE
               INSPECT WRK-FREQUENCIA CONVERTING 'sqm' TO 'SQM'
           END-PERFORM.
           PERFORM 0532-RECEBER-INICIO.
           PERFORM UNTIL WRK-DATA-INICIO >= WRK-DATA-HOJE
                   AND FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-INICIO) = 0
               DISPLAY 'DATA INVALIDA OU ANTERIOR A HOJE'
               PERFORM 0532-RECEBER-INICIO
           END-PERFORM.
           PERFORM 0533-RECEBER-FIM.
           PERFORM UNTIL WRK-DATA-FIM = ZEROS
                   OR (WRK-DATA-FIM >= WRK-DATA-INICIO
                   AND FUNCTION TEST-DATE-YYYYMMDD(WRK-DATA-FIM) = 0)
               DISPLAY 'DATA INVALIDA OU ANTERIOR A PRIMEIRA ENTREGA'
               PERFORM 0533-RECEBER-FIM
           END-PERFORM.
           DISPLAY 'OPERADOR RESPONSAVEL: '.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           PERFORM 0555-RECEBER-ITENS.
           IF WRK-QTD-ITENS = ZEROS
               DISPLAY 'CONTRATO SEM ITENS - DESCARTADO'
           ELSE
               PERFORM 0558-GRAVAR-CONTRATO
           END-IF.
       0555-RECEBER-ITENS.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE 'N' TO WRK-FIM-ITENS.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD NOT = '00'
               DISPLAY 'PRODMAST INDISPONIVEL - CONTRATO DESCARTADO'
           ELSE
               PERFORM UNTIL WRK-FIM-ITENS = 'Y'
                   PERFORM 0556-RECEBER-ITEM
               END-PERFORM
               CLOSE PRODUCT-MASTER
           END-IF.
       0556-RECEBER-ITEM.
           PERFORM 0534-RECEBER-PRODUTO.
           IF WRK-CODPROD = ZEROS
               MOVE 'Y' TO WRK-FIM-ITENS
           ELSE
               MOVE 'N' TO WRK-PRD-OK
               MOVE WRK-CODPROD TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-STATUS NOT = 'I'
                           MOVE 'S' TO WRK-PRD-OK
                       END-IF
               END-READ
               IF WRK-PRD-OK = 'N'
                   DISPLAY 'PRODUTO DESCONHECIDO OU INATIVO: '
                       WRK-CODPROD
               ELSE
                   PERFORM 0535-RECEBER-QUANTIDADE
                   IF WRK-QTD-ITEM = ZEROS
                       DISPLAY 'QUANTIDADE ZERADA - ITEM IGNORADO'
                   ELSE
                       ADD 1 TO WRK-QTD-ITENS
                       MOVE WRK-CODPROD
                           TO WRK-ITP-CODPROD(WRK-QTD-ITENS)
                       MOVE WRK-QTD-ITEM TO WRK-ITP-QTD(WRK-QTD-ITENS)
                       DISPLAY 'ITEM ' WRK-QTD-ITENS ' INCLUIDO: '
                           PRD-DESCRICAO
                       IF WRK-QTD-ITENS >= 20
                           DISPLAY 'LIMITE DE 20 ITENS POR CONTRATO'
                               ' - CONTRATO FECHADO'
                           MOVE 'Y' TO WRK-FIM-ITENS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0558-GRAVAR-CONTRATO.
           MOVE SPACES TO PFX-CONTRATO.
           MOVE 'C' TO PFC-TIPO.
           COMPUTE PFC-NUMERO = WRK-ULT-CONTRATO + 1.
           MOVE WRK-CLIENTE TO PFC-CLIENTE.
           MOVE WRK-FREQUENCIA TO PFC-FREQUENCIA.
           MOVE WRK-DATA-INICIO TO PFC-INICIO.
           MOVE WRK-DATA-FIM TO PFC-FIM.
           MOVE WRK-DATA-INICIO TO PFC-PROXIMA.
           MOVE 'A' TO PFC-STATUS.
           MOVE WRK-ENDERECO TO PFC-ENDERECO.
           MOVE WRK-QTD-ITENS TO PFC-QTD-ITENS.
           MOVE WRK-OPERADOR TO PFC-OPERADOR.
           MOVE ZEROS TO PFC-ULT-GERACAO.
           MOVE PFC-NUMERO TO WRK-NUMERO.
           OPEN EXTEND STANDING-ORDER-FILE.
           IF WRK-FS-PFX NOT = '00'
               OPEN OUTPUT STANDING-ORDER-FILE
           END-IF.
           WRITE PFX-CONTRATO.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               MOVE SPACES TO PFX-ITEM
               MOVE 'I' TO PFI-TIPO
               MOVE WRK-NUMERO TO PFI-NUMERO
               MOVE WRK-ITP-CODPROD(WRK-IND-ITEM) TO PFI-CODPROD
               MOVE WRK-ITP-QTD(WRK-IND-ITEM) TO PFI-QTD
               WRITE PFX-ITEM
           END-PERFORM.
           CLOSE STANDING-ORDER-FILE.
           DISPLAY 'CONTRATO INCLUIDO: ' WRK-NUMERO
               ' - PRIMEIRO PEDIDO EM ' WRK-DATA-INICIO.
      * CONTRATO REATIVADO NAO RECUPERA AS ENTREGAS DO PERIODO
      * SUSPENSO: A PROXIMA DATA ANDA ATE HOJE OU DEPOIS
       0560-MUDAR-SITUACAO.
           PERFORM 0100-CARREGAR-CONTRATOS.
           PERFORM 0536-RECEBER-NUMERO.
           PERFORM 0120-LOCALIZAR-CONTRATO.
           IF WRK-POS-CONTRATO = ZEROS
               DISPLAY 'CONTRATO NAO ENCONTRADO: ' WRK-NUMERO
           ELSE
               MOVE WRK-LIN(WRK-POS-CONTRATO) TO PFX-CONTRATO
               DISPLAY 'SITUACAO ATUAL: ' PFC-STATUS
                   ' PROXIMA ENTREGA: ' PFC-PROXIMA
               DISPLAY 'NOVA SITUACAO (A-ATIVO / S-SUSPENSO /'
                   ' E-ENCERRADO): '
               ACCEPT WRK-NOVO-STATUS FROM CONSOLE
               INSPECT WRK-NOVO-STATUS CONVERTING 'ase' TO 'ASE'
               IF WRK-NOVO-STATUS NOT = 'A'
                   AND WRK-NOVO-STATUS NOT = 'S'
                   AND WRK-NOVO-STATUS NOT = 'E'
                   DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
               ELSE
                   MOVE WRK-NOVO-STATUS TO PFC-STATUS
                   IF PFC-STATUS = 'A'
                       PERFORM UNTIL PFC-PROXIMA >= WRK-DATA-HOJE
                           PERFORM 0160-AVANCAR-DATA
                       END-PERFORM
                   END-IF
                   DISPLAY 'OPERADOR RESPONSAVEL: '
                   ACCEPT PFC-OPERADOR FROM CONSOLE
                   MOVE PFX-CONTRATO TO WRK-LIN(WRK-POS-CONTRATO)
                   PERFORM 0150-REGRAVAR-CONTRATOS
                   DISPLAY 'CONTRATO ' WRK-NUMERO ' SITUACAO '
                       PFC-STATUS ' PROXIMA ENTREGA ' PFC-PROXIMA
               END-IF
           END-IF.
