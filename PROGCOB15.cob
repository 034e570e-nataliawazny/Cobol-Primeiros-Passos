      * CADASTRO CAI NA LOJA 01; O SALESCX PASSA A SER REGRAVADO SEM
      * O DIA DA PROPRIA LOJA (COMO O SALESSUM), PARA O RESUMO DE
      * UMA LOJA NAO APAGAR O DA OUTRA
      * MANUTENCAO = LINHA DE VENDA/DEVOLUCAO GANHA PRODUTO E
      * QUANTIDADE (SLS-PRODUTO, SLS-QTD), VALIDADO CONTRA O PRODMAST;
      * CODIGO NAO CADASTRADO E ACUMULADO NO PRODUTO 000000 E AVISADO
      * NO CONSOLE; O RESUMO DIARIO POR PRODUTO E LOJA SAI EM SALESPRD
      * (PRODSUM.COB) E AS UNIDADES DO DIA VAO PARA O ESTMOV (SAIDA
      * 'S' PELAS VENDAS, ENTRADA 'E' PELAS DEVOLUCOES, NA LOJA DO
      * LOTE) PARA A POSTAGEM DO ESTOQUE PELO PROGCOB62; REEXECUCAO
      * TIRA ANTES O DIA DA LOJA DOS DOIS ARQUIVOS
      * MANUTENCAO = LINHA GANHA FORMA DE PAGAMENTO (SLS-PAGTO: 'D'
      * DINHEIRO, 'B' CARTAO DE DEBITO, 'C' CARTAO DE CREDITO, 'P'
      * PIX, 'V' VALE DE CREDITO DO VALECRED; BRANCO OU CODIGO
      * DESCONHECIDO CONTA COMO DINHEIRO, COM AVISO) E AUTORIZACAO
      * (SLS-AUTORIZ = NSU DO CARTAO); O SALESCX LEVA O LIQUIDO DO
      * CAIXA POR FORMA DE PAGAMENTO E AS LINHAS EM CARTAO DO DIA SAO
      * GRAVADAS EM CARTVEND (CVDREC.COB) PARA A CONCILIACAO COM A
      * ADQUIRENTE DO PROGCOB131
      * MANUTENCAO = LINHA GANHA O TURNO DO CAIXA (SLS-TURNO, ABERTO
      * PELO OPERADOR NO PROGCOB132; BRANCO = 00, SEM TURNO); O
      * DINHEIRO DO DIA POR CAIXA E TURNO SAI EM SALESTN (TURNSUM.COB)
      * PARA A CONFERENCIA DE TURNOS DO PROGCOB133; REEXECUCAO TIRA
      * ANTES O DIA DA LOJA
      * MANUTENCAO = LINHA GANHA O CLIENTE DO CUSTMAST (SLS-CLIENTE;
      * BRANCO OU ZEROS = CONSUMIDOR NAO IDENTIFICADO); AS COMPRAS E
      * DEVOLUCOES DO DIA POR CLIENTE SAEM EM SALESCLI (VCLREC.COB)
      * PARA OS PONTOS DE FIDELIDADE DO PROGCOB134
      * MANUTENCAO = AS LINHAS DE VENDA DO SALESTXN PROCESSADAS SAO
      * GRAVADAS NO VOLHIST (PRGVOLUM) PARA O CONTROLE DE VOLUME DA
      * CADEIA (PROGCOB143)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT STORE-MASTER ASSIGN TO 'LOJMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJ.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
           SELECT SALES-PROD-FILE ASSIGN TO 'SALESPRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPR.
           SELECT SALES-PROD-TEMP ASSIGN TO 'PRODTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTM.
           SELECT STOCK-MOVEMENT-FILE ASSIGN TO 'ESTMOV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MVE.
           SELECT STOCK-MOVEMENT-TEMP ASSIGN TO 'ESTMTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MVT.
           SELECT CARD-SALES-FILE ASSIGN TO 'CARTVEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CVD.
           SELECT CARD-SALES-TEMP ASSIGN TO 'CARTTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CVT.
           SELECT SALES-SHIFT-FILE ASSIGN TO 'SALESTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STN.
           SELECT SALES-SHIFT-TEMP ASSIGN TO 'STNTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STT.
           SELECT SALES-CUSTOMER-FILE ASSIGN TO 'SALESCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VCL.
           SELECT SALES-CUSTOMER-TEMP ASSIGN TO 'VCLTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VCT.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           02 SLS-CAIXA    PIC 9(02).
           02 SLS-VENDEDOR PIC 9(04).
           02 SLS-VENDA    PIC 9(06)V99.
           02 SLS-PRODUTO  PIC 9(06).
           02 SLS-QTD      PIC 9(05).
           02 SLS-PAGTO    PIC X(01).
           02 SLS-AUTORIZ  PIC X(12).
           02 SLS-TURNO    PIC 9(02).
           02 SLS-CLIENTE  PIC 9(06).
       01  SLS-HEADER.
           02 SLH-TIPO     PIC X(01).
           02 SLH-FONTE    PIC X(08).
       FD  SALES-VEND-TEMP.
       01  VTM-REC         PIC X(57).
       FD  SALES-CAIXA-TEMP.
       01  CXT-REC         PIC X(112).
       FD  STORE-MASTER.
       COPY 'LOJREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       FD  SALES-PROD-FILE.
       COPY 'PRODSUM.COB'.
       FD  SALES-PROD-TEMP.
       01  PTM-REC         PIC X(63).
       FD  STOCK-MOVEMENT-FILE.
       COPY 'ESTMREC.COB'.
       FD  STOCK-MOVEMENT-TEMP.
       01  MVT-REC         PIC X(54).
       FD  CARD-SALES-FILE.
       COPY 'CVDREC.COB'.
       FD  CARD-SALES-TEMP.
       01  CVT-REC         PIC X(59).
       FD  SALES-SHIFT-FILE.
       COPY 'TURNSUM.COB'.
       FD  SALES-SHIFT-TEMP.
       01  STT-REC         PIC X(53).
       FD  SALES-CUSTOMER-FILE.
       COPY 'VCLREC.COB'.
       FD  SALES-CUSTOMER-TEMP.
       01  VCT-REC         PIC X(44).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-VOL-PROGRAMA PIC X(10) VALUE 'PROGCOB15'.
       77 WRK-VOL-ARQUIVO PIC X(10) VALUE 'SALESTXN'.
       77 WRK-VOL-QTD     PIC 9(09) VALUE ZEROS.
       COPY 'BOOK.COB'.
       77 WRK-FS-SLS      PIC X(02) VALUE SPACES.
       77 WRK-FS-SUM      PIC X(02) VALUE SPACES.
               03 WRK-CX-BRUTO   PIC 9(09)V99.
               03 WRK-CX-DEVOL   PIC 9(09)V99.
               03 WRK-CX-LIQ     PIC S9(09)V99.
               03 WRK-CX-LIQ-DIN PIC S9(09)V99.
               03 WRK-CX-LIQ-DEB PIC S9(09)V99.
               03 WRK-CX-LIQ-CRE PIC S9(09)V99.
               03 WRK-CX-LIQ-PIX PIC S9(09)V99.
               03 WRK-CX-LIQ-VAL PIC S9(09)V99.
       77 WRK-FS-VND      PIC X(02) VALUE SPACES.
       77 WRK-FS-SVD      PIC X(02) VALUE SPACES.
       77 WRK-FS-VTM      PIC X(02) VALUE SPACES.
       77 WRK-VER-HASH    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TRL-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-TRL-HASH    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-SPR      PIC X(02) VALUE SPACES.
       77 WRK-FS-PTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-MVE      PIC X(02) VALUE SPACES.
       77 WRK-FS-MVT      PIC X(02) VALUE SPACES.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-PRODUTO     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-UNID    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PRD-INV PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-MOV-EST PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-PRD-CHEIA PIC X(01) VALUE 'N'.
       77 WRK-QTD-PRDS    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PRD     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-PRD     PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-PRODUTOS.
           02 WRK-PR OCCURS 300 TIMES.
               03 WRK-PR-CODIGO  PIC 9(06).
               03 WRK-PR-QTD     PIC 9(07).
               03 WRK-PR-QTD-DEV PIC 9(07).
               03 WRK-PR-BRUTO   PIC 9(09)V99.
               03 WRK-PR-DEVOL   PIC 9(09)V99.
               03 WRK-PR-LIQ     PIC S9(09)V99.
       77 WRK-FS-CVD      PIC X(02) VALUE SPACES.
       77 WRK-FS-CVT      PIC X(02) VALUE SPACES.
       77 WRK-PAGTO       PIC X(01) VALUE 'D'.
       77 WRK-VALOR-PAGTO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-QTD-PAG-INV PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CARTAO  PIC 9(06) VALUE ZEROS.
       77 WRK-FS-STN      PIC X(02) VALUE SPACES.
       77 WRK-FS-STT      PIC X(02) VALUE SPACES.
       77 WRK-TURNO       PIC 9(02) VALUE ZEROS.
       77 WRK-TAB-TNO-CHEIA PIC X(01) VALUE 'N'.
       77 WRK-QTD-TURNOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TURNO   PIC 9(03) VALUE ZEROS.
       77 WRK-POS-TURNO   PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-TURNOS.
           02 WRK-TN OCCURS 100 TIMES.
               03 WRK-TN-CAIXA   PIC 9(02).
               03 WRK-TN-TURNO   PIC 9(02).
               03 WRK-TN-QTD     PIC 9(06).
               03 WRK-TN-VENDAS  PIC 9(09)V99.
               03 WRK-TN-DEVOL   PIC 9(09)V99.
               03 WRK-TN-LIQ     PIC S9(09)V99.
       77 WRK-FS-VCL      PIC X(02) VALUE SPACES.
       77 WRK-FS-VCT      PIC X(02) VALUE SPACES.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-TAB-CLI-CHEIA PIC X(01) VALUE 'N'.
       77 WRK-QTD-CLIENTES PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CLIENTE PIC 9(03) VALUE ZEROS.
       77 WRK-POS-CLIENTE PIC 9(03) VALUE ZEROS.
       01 WRK-TABELA-CLIENTES.
           02 WRK-CL OCCURS 500 TIMES.
               03 WRK-CL-CLIENTE PIC 9(06).
               03 WRK-CL-QTD     PIC 9(06).
               03 WRK-CL-VENDAS  PIC 9(09)V99.
               03 WRK-CL-DEVOL   PIC 9(09)V99.

       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           ELSE
               PERFORM 0085-TRADUZIR-LOJA
               PERFORM 0090-CARREGAR-VENDEDORES
               PERFORM 0095-ABRIR-PRODMAST
               PERFORM 0050-VERIFICAR-CHECKPOINT
               PERFORM 0100-INICIALIZAR
               PERFORM 0200-PROCESSAR UNTIL WRK-FIM-SLS = 'Y'
               PERFORM 0300-FINALIZAR
               PERFORM 0930-REGISTRAR-VOLUME
               PERFORM 0910-REGISTRAR-FIM
           END-IF.
           GOBACK.
           REPLACING ==PARA-NOME== BY ==0920-REGISTRAR-ERRO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB15'==,
                     ==STATUS-EXEC== BY =='ERRO-ARQ'==.
       0930-REGISTRAR-VOLUME.
           MOVE WRK-VER-QTD TO WRK-VOL-QTD.
           CALL 'PRGVOLUM' USING WRK-VOL-PROGRAMA WRK-VOL-ARQUIVO
               WRK-VOL-QTD.
       0080-VERIFICAR-INTERFACE.
           MOVE 'N' TO WRK-ARQ-OK WRK-TEM-HEADER WRK-TEM-TRAILER.
           MOVE ZEROS TO WRK-VER-QTD WRK-VER-HASH
                           ADD 1 TO WRK-IND-PULAR
                           PERFORM 0260-ACUMULAR-CAIXA
                           PERFORM 0270-ACUMULAR-VENDEDOR
                           PERFORM 0280-ACUMULAR-PRODUTO
                       END-IF
               END-READ
           END-PERFORM.
           END-IF.
           PERFORM 0260-ACUMULAR-CAIXA.
           PERFORM 0270-ACUMULAR-VENDEDOR.
           PERFORM 0280-ACUMULAR-PRODUTO.
           PERFORM 0250-GRAVAR-CHECKPOINT.
       0260-ACUMULAR-CAIXA.
           MOVE ZEROS TO WRK-POS-CAIXA.
               MOVE ZEROS TO WRK-CX-BRUTO(WRK-POS-CAIXA)
               MOVE ZEROS TO WRK-CX-DEVOL(WRK-POS-CAIXA)
               MOVE ZEROS TO WRK-CX-LIQ(WRK-POS-CAIXA)
               MOVE ZEROS TO WRK-CX-LIQ-DIN(WRK-POS-CAIXA)
               MOVE ZEROS TO WRK-CX-LIQ-DEB(WRK-POS-CAIXA)
               MOVE ZEROS TO WRK-CX-LIQ-CRE(WRK-POS-CAIXA)
               MOVE ZEROS TO WRK-CX-LIQ-PIX(WRK-POS-CAIXA)
               MOVE ZEROS TO WRK-CX-LIQ-VAL(WRK-POS-CAIXA)
           END-IF.
           IF WRK-POS-CAIXA > 0
               IF SLS-TIPO = 'D' OR SLS-TIPO = 'd'
                   ADD SLS-VENDA TO WRK-CX-BRUTO(WRK-POS-CAIXA)
                   ADD SLS-VENDA TO WRK-CX-LIQ(WRK-POS-CAIXA)
               END-IF
               PERFORM 0265-ACUMULAR-PAGTO
           END-IF.
       0265-ACUMULAR-PAGTO.
           PERFORM 0267-IDENTIFICAR-PAGTO.
           IF SLS-TIPO = 'D' OR SLS-TIPO = 'd'
               COMPUTE WRK-VALOR-PAGTO = 0 - SLS-VENDA
           ELSE
               MOVE SLS-VENDA TO WRK-VALOR-PAGTO
           END-IF.
           EVALUATE WRK-PAGTO
               WHEN 'B'
                   ADD WRK-VALOR-PAGTO TO
                       WRK-CX-LIQ-DEB(WRK-POS-CAIXA)
               WHEN 'C'
                   ADD WRK-VALOR-PAGTO TO
                       WRK-CX-LIQ-CRE(WRK-POS-CAIXA)
               WHEN 'P'
                   ADD WRK-VALOR-PAGTO TO
                       WRK-CX-LIQ-PIX(WRK-POS-CAIXA)
               WHEN 'V'
                   ADD WRK-VALOR-PAGTO TO
                       WRK-CX-LIQ-VAL(WRK-POS-CAIXA)
               WHEN OTHER
                   ADD WRK-VALOR-PAGTO TO
                       WRK-CX-LIQ-DIN(WRK-POS-CAIXA)
           END-EVALUATE.
           PERFORM 0290-ACUMULAR-TURNO.
           PERFORM 0295-ACUMULAR-CLIENTE.
      * LINHA SEM FORMA DE PAGAMENTO (FORMATO ANTIGO) E DINHEIRO, COMO
      * SEMPRE FOI; CODIGO DESCONHECIDO TAMBEM VAI PARA O DINHEIRO -
      * O VALOR FICA NO BORDERO E A DIFERENCA APARECE NO DEPOSITO
       0267-IDENTIFICAR-PAGTO.
           MOVE SLS-PAGTO TO WRK-PAGTO.
           EVALUATE WRK-PAGTO
               WHEN 'D'
               WHEN 'B'
               WHEN 'C'
               WHEN 'P'
               WHEN 'V'
                   CONTINUE
               WHEN SPACE
                   MOVE 'D' TO WRK-PAGTO
               WHEN OTHER
                   ADD 1 TO WRK-QTD-PAG-INV
                   DISPLAY 'FORMA DE PAGAMENTO INVALIDA: ' SLS-PAGTO
                       ' CAIXA ' SLS-CAIXA ' - CONTADA COMO DINHEIRO'
                   MOVE 'D' TO WRK-PAGTO
           END-EVALUATE.
      * TODA LINHA CONTA NO TURNO, MAS SO O DINHEIRO ENTRA NO VALOR
      * QUE O OPERADOR TEM DE TER NA GAVETA
       0290-ACUMULAR-TURNO.
           MOVE ZEROS TO WRK-TURNO.
           IF SLS-TURNO IS NUMERIC
               MOVE SLS-TURNO TO WRK-TURNO
           END-IF.
           MOVE ZEROS TO WRK-POS-TURNO.
           PERFORM VARYING WRK-IND-TURNO FROM 1 BY 1
                   UNTIL WRK-IND-TURNO > WRK-QTD-TURNOS
               IF WRK-TN-CAIXA(WRK-IND-TURNO) = SLS-CAIXA
                   AND WRK-TN-TURNO(WRK-IND-TURNO) = WRK-TURNO
                   MOVE WRK-IND-TURNO TO WRK-POS-TURNO
               END-IF
           END-PERFORM.
           IF WRK-POS-TURNO = 0
               IF WRK-QTD-TURNOS < 100
                   ADD 1 TO WRK-QTD-TURNOS
                   MOVE WRK-QTD-TURNOS TO WRK-POS-TURNO
                   MOVE SLS-CAIXA TO WRK-TN-CAIXA(WRK-POS-TURNO)
                   MOVE WRK-TURNO TO WRK-TN-TURNO(WRK-POS-TURNO)
                   MOVE ZEROS TO WRK-TN-QTD(WRK-POS-TURNO)
                   MOVE ZEROS TO WRK-TN-VENDAS(WRK-POS-TURNO)
                   MOVE ZEROS TO WRK-TN-DEVOL(WRK-POS-TURNO)
                   MOVE ZEROS TO WRK-TN-LIQ(WRK-POS-TURNO)
               ELSE
                   MOVE 'S' TO WRK-TAB-TNO-CHEIA
               END-IF
           END-IF.
           IF WRK-POS-TURNO > 0
               ADD 1 TO WRK-TN-QTD(WRK-POS-TURNO)
               IF WRK-PAGTO = 'D'
                   ADD WRK-VALOR-PAGTO TO WRK-TN-LIQ(WRK-POS-TURNO)
                   IF SLS-TIPO = 'D' OR SLS-TIPO = 'd'
                       ADD SLS-VENDA TO WRK-TN-DEVOL(WRK-POS-TURNO)
                   ELSE
                       ADD SLS-VENDA TO WRK-TN-VENDAS(WRK-POS-TURNO)
                   END-IF
               END-IF
           END-IF.
       0295-ACUMULAR-CLIENTE.
           MOVE ZEROS TO WRK-CLIENTE.
           IF SLS-CLIENTE IS NUMERIC
               MOVE SLS-CLIENTE TO WRK-CLIENTE
           END-IF.
           IF WRK-CLIENTE > 0
               MOVE ZEROS TO WRK-POS-CLIENTE
               PERFORM VARYING WRK-IND-CLIENTE FROM 1 BY 1
                       UNTIL WRK-IND-CLIENTE > WRK-QTD-CLIENTES
                   IF WRK-CL-CLIENTE(WRK-IND-CLIENTE) = WRK-CLIENTE
                       MOVE WRK-IND-CLIENTE TO WRK-POS-CLIENTE
                   END-IF
               END-PERFORM
               IF WRK-POS-CLIENTE = 0
                   IF WRK-QTD-CLIENTES < 500
                       ADD 1 TO WRK-QTD-CLIENTES
                       MOVE WRK-QTD-CLIENTES TO WRK-POS-CLIENTE
                       MOVE WRK-CLIENTE
                           TO WRK-CL-CLIENTE(WRK-POS-CLIENTE)
                       MOVE ZEROS TO WRK-CL-QTD(WRK-POS-CLIENTE)
                       MOVE ZEROS TO WRK-CL-VENDAS(WRK-POS-CLIENTE)
                       MOVE ZEROS TO WRK-CL-DEVOL(WRK-POS-CLIENTE)
                   ELSE
                       MOVE 'S' TO WRK-TAB-CLI-CHEIA
                   END-IF
               END-IF
               IF WRK-POS-CLIENTE > 0
                   ADD 1 TO WRK-CL-QTD(WRK-POS-CLIENTE)
                   IF SLS-TIPO = 'D' OR SLS-TIPO = 'd'
                       ADD SLS-VENDA TO WRK-CL-DEVOL(WRK-POS-CLIENTE)
                   ELSE
                       ADD SLS-VENDA TO WRK-CL-VENDAS(WRK-POS-CLIENTE)
                   END-IF
               END-IF
           END-IF.
       0250-GRAVAR-CHECKPOINT.
           COMPUTE WRK-CKPT-POSICAO = WRK-QTD + WRK-QTD-DEV.
           PERFORM 0060-CHAMAR-PRGCKPT.
       0300-FINALIZAR.
           CLOSE SALES-TRANSACTION.
           IF WRK-PRD-DISPON = 'S'
               CLOSE PRODUCT-MASTER
           END-IF.
           IF WRK-TAB-PRD-CHEIA = 'S' OR WRK-TAB-TNO-CHEIA = 'S'
               OR WRK-TAB-CLI-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB15 ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'Z' TO WRK-CKPT-ACAO.
           PERFORM 0060-CHAMAR-PRGCKPT.
           IF WRK-QTD > 0
               CLOSE SALES-SUMMARY-FILE
               PERFORM 0340-GRAVAR-SALESCX
               PERFORM 0345-GRAVAR-SALESVD
               PERFORM 0350-GRAVAR-SALESPRD
               PERFORM 0360-GRAVAR-ESTMOV
               PERFORM 0370-GRAVAR-CARTVEND
               PERFORM 0380-GRAVAR-SALESTN
               PERFORM 0390-GRAVAR-SALESCLI
           END-IF.
       0270-ACUMULAR-VENDEDOR.
           MOVE SLS-VENDEDOR TO WRK-VENDEDOR.
                   ' - ACUMULADO NO 0000'
               MOVE ZEROS TO WRK-VENDEDOR
           END-IF.
      * LINHA SEM PRODUTO (FORMATO ANTIGO) CAI NO 000000; SEM
      * QUANTIDADE INFORMADA A LINHA VALE UMA UNIDADE
       0280-ACUMULAR-PRODUTO.
           MOVE ZEROS TO WRK-PRODUTO.
           IF SLS-PRODUTO IS NUMERIC
               MOVE SLS-PRODUTO TO WRK-PRODUTO
           END-IF.
           MOVE 1 TO WRK-QTD-UNID.
           IF SLS-QTD IS NUMERIC AND SLS-QTD > ZEROS
               MOVE SLS-QTD TO WRK-QTD-UNID
           END-IF.
           IF WRK-PRD-DISPON = 'S'
               PERFORM 0285-VALIDAR-PRODUTO
           END-IF.
           MOVE ZEROS TO WRK-POS-PRD.
           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1
                   UNTIL WRK-IND-PRD > WRK-QTD-PRDS
               IF WRK-PR-CODIGO(WRK-IND-PRD) = WRK-PRODUTO
                   MOVE WRK-IND-PRD TO WRK-POS-PRD
               END-IF
           END-PERFORM.
           IF WRK-POS-PRD = 0
               IF WRK-QTD-PRDS < 300
                   ADD 1 TO WRK-QTD-PRDS
                   MOVE WRK-QTD-PRDS TO WRK-POS-PRD
                   MOVE WRK-PRODUTO TO WRK-PR-CODIGO(WRK-POS-PRD)
                   MOVE ZEROS TO WRK-PR-QTD(WRK-POS-PRD)
                   MOVE ZEROS TO WRK-PR-QTD-DEV(WRK-POS-PRD)
                   MOVE ZEROS TO WRK-PR-BRUTO(WRK-POS-PRD)
                   MOVE ZEROS TO WRK-PR-DEVOL(WRK-POS-PRD)
                   MOVE ZEROS TO WRK-PR-LIQ(WRK-POS-PRD)
               ELSE
                   MOVE 'S' TO WRK-TAB-PRD-CHEIA
               END-IF
           END-IF.
           IF WRK-POS-PRD > 0
               IF SLS-TIPO = 'D' OR SLS-TIPO = 'd'
                   ADD WRK-QTD-UNID TO WRK-PR-QTD-DEV(WRK-POS-PRD)
                   ADD SLS-VENDA TO WRK-PR-DEVOL(WRK-POS-PRD)
                   SUBTRACT SLS-VENDA FROM WRK-PR-LIQ(WRK-POS-PRD)
               ELSE
                   ADD WRK-QTD-UNID TO WRK-PR-QTD(WRK-POS-PRD)
                   ADD SLS-VENDA TO WRK-PR-BRUTO(WRK-POS-PRD)
                   ADD SLS-VENDA TO WRK-PR-LIQ(WRK-POS-PRD)
               END-IF
           END-IF.
       0285-VALIDAR-PRODUTO.
           MOVE WRK-PRODUTO TO PRD-CODIGO.
           READ PRODUCT-MASTER
               INVALID KEY
                   ADD 1 TO WRK-QTD-PRD-INV
                   DISPLAY 'PRODUTO NAO CADASTRADO: ' WRK-PRODUTO
                       ' - ACUMULADO NO 000000'
                   MOVE ZEROS TO WRK-PRODUTO
           END-READ.
       0095-ABRIR-PRODMAST.
           MOVE 'N' TO WRK-PRD-DISPON.
           MOVE ZEROS TO WRK-QTD-PRDS WRK-QTD-PRD-INV.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE 'S' TO WRK-PRD-DISPON
           ELSE
               DISPLAY 'PRODMAST INDISPONIVEL - SEM VALIDACAO DE'
               DISPLAY 'PRODUTO'
           END-IF.
       0345-GRAVAR-SALESVD.
           PERFORM 0347-REMOVER-DIA-DE-SALESVD.
           OPEN EXTEND SALES-VEND-FILE.
               MOVE WRK-CX-DEVOL(WRK-IND-CAIXA) TO SCX-DEVOL
               MOVE WRK-CX-LIQ(WRK-IND-CAIXA) TO SCX-LIQ
               MOVE WRK-LOJA TO SCX-LOJA
               MOVE WRK-CX-LIQ-DIN(WRK-IND-CAIXA) TO SCX-LIQ-DINHEIRO
               MOVE WRK-CX-LIQ-DEB(WRK-IND-CAIXA) TO SCX-LIQ-DEBITO
               MOVE WRK-CX-LIQ-CRE(WRK-IND-CAIXA) TO SCX-LIQ-CREDITO
               MOVE WRK-CX-LIQ-PIX(WRK-IND-CAIXA) TO SCX-LIQ-PIX
               MOVE WRK-CX-LIQ-VAL(WRK-IND-CAIXA) TO SCX-LIQ-VALE
               WRITE SCX-REC
           END-PERFORM.
           CLOSE SALES-CAIXA-FILE.
               END-READ
           END-PERFORM.
           CLOSE SALES-SUMMARY-TEMP SALES-SUMMARY-FILE.
       0350-GRAVAR-SALESPRD.
           PERFORM 0352-REMOVER-DIA-DE-SALESPRD.
           OPEN EXTEND SALES-PROD-FILE.
           IF WRK-FS-SPR NOT = '00'
               OPEN OUTPUT SALES-PROD-FILE
           END-IF.
           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1
                   UNTIL WRK-IND-PRD > WRK-QTD-PRDS
               MOVE WRK-DATA-HOJE TO SPR-DATA
               MOVE WRK-LOJA TO SPR-LOJA
               MOVE WRK-PR-CODIGO(WRK-IND-PRD) TO SPR-PRODUTO
               MOVE WRK-PR-QTD(WRK-IND-PRD) TO SPR-QTD
               MOVE WRK-PR-QTD-DEV(WRK-IND-PRD) TO SPR-QTD-DEV
               MOVE WRK-PR-BRUTO(WRK-IND-PRD) TO SPR-BRUTO
               MOVE WRK-PR-DEVOL(WRK-IND-PRD) TO SPR-DEVOL
               MOVE WRK-PR-LIQ(WRK-IND-PRD) TO SPR-LIQ
               WRITE SPR-REC
           END-PERFORM.
           CLOSE SALES-PROD-FILE.
       0352-REMOVER-DIA-DE-SALESPRD.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT SALES-PROD-TEMP.
           OPEN INPUT SALES-PROD-FILE.
           IF WRK-FS-SPR = '00'
               PERFORM UNTIL WRK-FIM-REGR = 'Y'
                   READ SALES-PROD-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-REGR
                       NOT AT END
                           IF SPR-DATA NOT = WRK-DATA-HOJE
                               OR SPR-LOJA NOT = WRK-LOJA
                               WRITE PTM-REC FROM SPR-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-PROD-FILE
           END-IF.
           CLOSE SALES-PROD-TEMP.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT SALES-PROD-FILE.
           OPEN INPUT SALES-PROD-TEMP.
           PERFORM UNTIL WRK-FIM-REGR = 'Y'
               READ SALES-PROD-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-REGR
                   NOT AT END
                       WRITE SPR-REC FROM PTM-REC
               END-READ
           END-PERFORM.
           CLOSE SALES-PROD-TEMP SALES-PROD-FILE.
      * UM MOVIMENTO POR PRODUTO E SENTIDO NO DIA - O PRODUTO 000000
      * NAO TEM SALDO A BAIXAR E FICA SO NO SALESPRD
       0360-GRAVAR-ESTMOV.
           PERFORM 0362-REMOVER-DIA-DE-ESTMOV.
           MOVE ZEROS TO WRK-QTD-MOV-EST.
           OPEN EXTEND STOCK-MOVEMENT-FILE.
           IF WRK-FS-MVE NOT = '00'
               OPEN OUTPUT STOCK-MOVEMENT-FILE
           END-IF.
           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1
                   UNTIL WRK-IND-PRD > WRK-QTD-PRDS
               IF WRK-PR-CODIGO(WRK-IND-PRD) NOT = ZEROS
                   IF WRK-PR-QTD(WRK-IND-PRD) > ZEROS
                       MOVE 'S' TO MVE-TIPO
                       MOVE WRK-PR-QTD(WRK-IND-PRD) TO MVE-QTD
                       PERFORM 0365-GRAVAR-MOVIMENTO
                   END-IF
                   IF WRK-PR-QTD-DEV(WRK-IND-PRD) > ZEROS
                       MOVE 'E' TO MVE-TIPO
                       MOVE WRK-PR-QTD-DEV(WRK-IND-PRD) TO MVE-QTD
                       PERFORM 0365-GRAVAR-MOVIMENTO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STOCK-MOVEMENT-FILE.
           DISPLAY 'MOVIMENTOS DE ESTOQUE GRAVADOS: ' WRK-QTD-MOV-EST.
       0365-GRAVAR-MOVIMENTO.
           MOVE WRK-PR-CODIGO(WRK-IND-PRD) TO MVE-CODIGO.
           MOVE WRK-DATA-HOJE TO MVE-DATA.
           MOVE 'PROGCOB15' TO MVE-ORIGEM.
           MOVE ZEROS TO MVE-CUSTO-UNIT.
           MOVE ZEROS TO MVE-DOCUMENTO.
           MOVE WRK-LOJA TO MVE-LOJA.
           MOVE ZEROS TO MVE-KIT.
           WRITE MVE-REC.
           ADD 1 TO WRK-QTD-MOV-EST.
      * O ESTMOV SO E ESVAZIADO NA POSTAGEM DO PROGCOB62 - O QUE ESTE
      * LOTE GRAVOU ANTES PARA A MESMA LOJA E DIA AINDA NAO POSTOU
       0362-REMOVER-DIA-DE-ESTMOV.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT STOCK-MOVEMENT-TEMP.
           OPEN INPUT STOCK-MOVEMENT-FILE.
           IF WRK-FS-MVE = '00'
               PERFORM UNTIL WRK-FIM-REGR = 'Y'
                   READ STOCK-MOVEMENT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-REGR
                       NOT AT END
                           IF MVE-ORIGEM NOT = 'PROGCOB15'
                               OR MVE-DATA NOT = WRK-DATA-HOJE
                               OR MVE-LOJA NOT = WRK-LOJA
                               WRITE MVT-REC FROM MVE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-MOVEMENT-FILE
           END-IF.
           CLOSE STOCK-MOVEMENT-TEMP.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT STOCK-MOVEMENT-FILE.
           OPEN INPUT STOCK-MOVEMENT-TEMP.
           PERFORM UNTIL WRK-FIM-REGR = 'Y'
               READ STOCK-MOVEMENT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-REGR
                   NOT AT END
                       WRITE MVE-REC FROM MVT-REC
               END-READ
           END-PERFORM.
           CLOSE STOCK-MOVEMENT-TEMP STOCK-MOVEMENT-FILE.
      * AS LINHAS EM CARTAO SAO RELIDAS DO SALESTXN JA CONFERIDO - A
      * RETOMADA DE CHECKPOINT NAO PERDE AS QUE FORAM PULADAS
       0370-GRAVAR-CARTVEND.
           PERFORM 0372-REMOVER-DIA-DE-CARTVEND.
           MOVE ZEROS TO WRK-QTD-CARTAO.
           OPEN EXTEND CARD-SALES-FILE.
           IF WRK-FS-CVD NOT = '00'
               OPEN OUTPUT CARD-SALES-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-SLS.
           OPEN INPUT SALES-TRANSACTION.
           PERFORM UNTIL WRK-FIM-SLS = 'Y'
               READ SALES-TRANSACTION
                   AT END
                       MOVE 'Y' TO WRK-FIM-SLS
                   NOT AT END
                       IF SLS-TIPO NOT = 'H' AND SLS-TIPO NOT = 'T'
                           AND (SLS-PAGTO = 'B' OR SLS-PAGTO = 'C')
                           PERFORM 0375-GRAVAR-VENDA-CARTAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALES-TRANSACTION CARD-SALES-FILE.
           DISPLAY 'VENDAS EM CARTAO GRAVADAS: ' WRK-QTD-CARTAO.
       0375-GRAVAR-VENDA-CARTAO.
           MOVE WRK-DATA-HOJE TO CVD-DATA.
           MOVE WRK-LOJA TO CVD-LOJA.
           MOVE SLS-CAIXA TO CVD-CAIXA.
           MOVE SLS-PAGTO TO CVD-MODAL.
           IF SLS-TIPO = 'D' OR SLS-TIPO = 'd'
               MOVE 'D' TO CVD-TIPO
           ELSE
               MOVE 'V' TO CVD-TIPO
           END-IF.
           MOVE SLS-AUTORIZ TO CVD-NSU.
           MOVE SLS-VENDA TO CVD-VALOR.
           MOVE 'P' TO CVD-STATUS.
           MOVE ZEROS TO CVD-DATA-LIQ CVD-TAXA CVD-LIQUIDO.
           WRITE CVD-REC.
           ADD 1 TO WRK-QTD-CARTAO.
      * A ADQUIRENTE SO LIQUIDA A PARTIR DO DIA SEGUINTE - NA
      * REEXECUCAO DO DIA AS LINHAS DA LOJA AINDA ESTAO PENDENTES
       0372-REMOVER-DIA-DE-CARTVEND.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT CARD-SALES-TEMP.
           OPEN INPUT CARD-SALES-FILE.
           IF WRK-FS-CVD = '00'
               PERFORM UNTIL WRK-FIM-REGR = 'Y'
                   READ CARD-SALES-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-REGR
                       NOT AT END
                           IF CVD-DATA NOT = WRK-DATA-HOJE
                               OR CVD-LOJA NOT = WRK-LOJA
                               WRITE CVT-REC FROM CVD-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARD-SALES-FILE
           END-IF.
           CLOSE CARD-SALES-TEMP.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT CARD-SALES-FILE.
           OPEN INPUT CARD-SALES-TEMP.
           PERFORM UNTIL WRK-FIM-REGR = 'Y'
               READ CARD-SALES-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-REGR
                   NOT AT END
                       WRITE CVD-REC FROM CVT-REC
               END-READ
           END-PERFORM.
           CLOSE CARD-SALES-TEMP CARD-SALES-FILE.
       0380-GRAVAR-SALESTN.
           PERFORM 0382-REMOVER-DIA-DE-SALESTN.
           OPEN EXTEND SALES-SHIFT-FILE.
           IF WRK-FS-STN NOT = '00'
               OPEN OUTPUT SALES-SHIFT-FILE
           END-IF.
           PERFORM VARYING WRK-IND-TURNO FROM 1 BY 1
                   UNTIL WRK-IND-TURNO > WRK-QTD-TURNOS
               MOVE WRK-DATA-HOJE TO STN-DATA
               MOVE WRK-LOJA TO STN-LOJA
               MOVE WRK-TN-CAIXA(WRK-IND-TURNO) TO STN-CAIXA
               MOVE WRK-TN-TURNO(WRK-IND-TURNO) TO STN-TURNO
               MOVE WRK-TN-QTD(WRK-IND-TURNO) TO STN-QTD
               MOVE WRK-TN-VENDAS(WRK-IND-TURNO) TO STN-VENDAS-DIN
               MOVE WRK-TN-DEVOL(WRK-IND-TURNO) TO STN-DEVOL-DIN
               MOVE WRK-TN-LIQ(WRK-IND-TURNO) TO STN-LIQ-DIN
               WRITE STN-REC
           END-PERFORM.
           CLOSE SALES-SHIFT-FILE.
       0382-REMOVER-DIA-DE-SALESTN.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT SALES-SHIFT-TEMP.
           OPEN INPUT SALES-SHIFT-FILE.
           IF WRK-FS-STN = '00'
               PERFORM UNTIL WRK-FIM-REGR = 'Y'
                   READ SALES-SHIFT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-REGR
                       NOT AT END
                           IF STN-DATA NOT = WRK-DATA-HOJE
                               OR STN-LOJA NOT = WRK-LOJA
                               WRITE STT-REC FROM STN-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-SHIFT-FILE
           END-IF.
           CLOSE SALES-SHIFT-TEMP.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT SALES-SHIFT-FILE.
           OPEN INPUT SALES-SHIFT-TEMP.
           PERFORM UNTIL WRK-FIM-REGR = 'Y'
               READ SALES-SHIFT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-REGR
                   NOT AT END
                       WRITE STN-REC FROM STT-REC
               END-READ
           END-PERFORM.
           CLOSE SALES-SHIFT-TEMP SALES-SHIFT-FILE.
       0390-GRAVAR-SALESCLI.
           PERFORM 0392-REMOVER-DIA-DE-SALESCLI.
           OPEN EXTEND SALES-CUSTOMER-FILE.
           IF WRK-FS-VCL NOT = '00'
               OPEN OUTPUT SALES-CUSTOMER-FILE
           END-IF.
           PERFORM VARYING WRK-IND-CLIENTE FROM 1 BY 1
                   UNTIL WRK-IND-CLIENTE > WRK-QTD-CLIENTES
               MOVE WRK-DATA-HOJE TO VCL-DATA
               MOVE WRK-LOJA TO VCL-LOJA
               MOVE WRK-CL-CLIENTE(WRK-IND-CLIENTE) TO VCL-CLIENTE
               MOVE WRK-CL-QTD(WRK-IND-CLIENTE) TO VCL-QTD
               MOVE WRK-CL-VENDAS(WRK-IND-CLIENTE) TO VCL-VENDAS
               MOVE WRK-CL-DEVOL(WRK-IND-CLIENTE) TO VCL-DEVOL
               WRITE VCL-REC
           END-PERFORM.
           CLOSE SALES-CUSTOMER-FILE.
       0392-REMOVER-DIA-DE-SALESCLI.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT SALES-CUSTOMER-TEMP.
           OPEN INPUT SALES-CUSTOMER-FILE.
           IF WRK-FS-VCL = '00'
               PERFORM UNTIL WRK-FIM-REGR = 'Y'
                   READ SALES-CUSTOMER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-REGR
                       NOT AT END
                           IF VCL-DATA NOT = WRK-DATA-HOJE
                               OR VCL-LOJA NOT = WRK-LOJA
                               WRITE VCT-REC FROM VCL-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-CUSTOMER-FILE
           END-IF.
           CLOSE SALES-CUSTOMER-TEMP.
           MOVE 'N' TO WRK-FIM-REGR.
           OPEN OUTPUT SALES-CUSTOMER-FILE.
           OPEN INPUT SALES-CUSTOMER-TEMP.
           PERFORM UNTIL WRK-FIM-REGR = 'Y'
               READ SALES-CUSTOMER-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-REGR
                   NOT AT END
                       WRITE VCL-REC FROM VCT-REC
               END-READ
           END-PERFORM.
           CLOSE SALES-CUSTOMER-TEMP SALES-CUSTOMER-FILE.
