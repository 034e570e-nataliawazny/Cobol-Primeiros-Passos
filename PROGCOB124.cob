       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB124.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONCILIACAO BANCARIA DA CONTA CAIXA DO LEDGER
      * (CHAVE CONTA-CAIXA DO SYSPARM, DEFAULT 1100, A MESMA DO
      * PROGCOB91) CONTRA O EXTRATO DIARIO DO BANCO (EXTRATO, COM
      * HEADER, MOVIMENTOS E TRAILER DE QUANTIDADE E SALDO FINAL):
      * ACAO 'C' (PASSO NOTURNO) CONFERE O EXTRATO - SALDO INICIAL
      * MAIS CREDITOS MENOS DEBITOS TEM QUE BATER COM O SALDO FINAL
      * DO TRAILER, SENAO O EXTRATO E REJEITADO (RC 8 E ALERTA) - E
      * CASA CADA LINHA DO BANCO, SOMADA AS LINHAS AINDA PENDENTES
      * DOS DIAS ANTERIORES (EXTPEND), COM OS ITENS DO LIVRO: BORDEROS
      * DE DEPOSITO DO PROGCOB84 (DEPOSITO, REFERENCIA 'BD' + NUMERO),
      * PARCELAS LIQUIDADAS PELO RETORNO BANCARIO DO PROGCOB58
      * (RETLIQ, REFERENCIA 'RC' + PEDIDO + PARCELA) E LANCAMENTOS DA
      * CONTA CAIXA NO LEDGER (CHAVE CONTA + SEQ)
      * PRIMEIRA PASSADA: MESMA REFERENCIA E VALOR DENTRO DA
      * TOLERANCIA; SEGUNDA PASSADA: VALOR DENTRO DA TOLERANCIA
      * (CONCIL-VALOR, DEFAULT 0,00) E DATA DENTRO DA JANELA
      * (CONCIL-DIAS, DEFAULT 3 DIAS CORRIDOS), FICANDO COM O ITEM DE
      * DATA MAIS PROXIMA
      * TODO ITEM CONCILIADO (AUTOMATICO OU MANUAL) VAI PARA O
      * CONTROLE CONCCTL E NAO VOLTA A APARECER; AS LINHAS DO BANCO
      * SEM PAR FICAM NO EXTPEND PARA O DIA SEGUINTE
      * RELATORIO CONCREL: ITENS CONCILIADOS, LINHAS DO BANCO E
      * ITENS DO LIVRO SEM PAR E O SALDO CONCILIADO (SALDO DO
      * EXTRATO + LIVRO PENDENTE - BANCO PENDENTE) CONTRA O SALDO DA
      * CONTA CAIXA NO LEDGER; PENDENCIA OU DIFERENCA = RC 4
      * ACAO 'M' = CONCILIACAO MANUAL (LISTAR AS LINHAS PENDENTES DO
      * BANCO E MARCAR LINHA DO BANCO OU ITEM DO LIVRO COMO
      * CONCILIADO)
      * LANCAMENTOS DO LEDGER COM ORIGEM DEPOSITO OU BAIXAREC (POSTADOS
      * PELO PROGCOB123) NAO ENTRAM - O BORDERO E A PARCELA JA ENTRAM
      * PELO DEPOSITO E PELO RETLIQ; O LED-VALOR E INTEIRO, ENTAO A
      * TOLERANCIA DE VALOR PARA O LEDGER E NO MINIMO 0,50
      * ITENS DO LIVRO COM MAIS DE CONCIL-HORIZONTE DIAS (DEFAULT 90)
      * ANTES DO EXTRATO NAO SAO MAIS CARREGADOS
      * DATA = XX/XX/XXXX
      * MANUTENCAO = LANCAMENTOS COM ORIGEM RECUPERA TAMBEM FICAM DE
      * FORA - A PARCELA RECUPERADA ENTRA PELO RETLIQ
      * MANUTENCAO = IDEM PARA A ORIGEM CREDCLI - O PAGAMENTO LEVADO
      * AO SALDO CREDOR DO CLIENTE TAMBEM ENTRA PELO RETLIQ
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-FILE ASSIGN TO 'EXTRATO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXT.
           SELECT PENDING-FILE ASSIGN TO 'EXTPEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PND.
           SELECT CONTROL-FILE ASSIGN TO 'CONCCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCL.
           SELECT DEPOSIT-FILE ASSIGN TO 'DEPOSITO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEP.
           SELECT SETTLEMENT-FILE ASSIGN TO 'RETLIQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RLQ.
           SELECT LEDGER-FILE ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CHAVE
               FILE STATUS IS WRK-FS-LED.
           SELECT RECONCILIATION-REPORT ASSIGN TO 'CONCREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE.
       01  EXM-REC.
           02 EXM-TIPO       PIC X(01).
           02 EXM-DATA       PIC 9(08).
           02 EXM-SEQ        PIC 9(06).
           02 EXM-NATUREZA   PIC X(01).
           02 EXM-VALOR      PIC 9(09)V99.
           02 EXM-REFERENCIA PIC X(20).
           02 EXM-HISTORICO  PIC X(20).
       01  EXH-HEADER.
           02 EXH-TIPO       PIC X(01).
           02 EXH-DATA       PIC 9(08).
           02 EXH-SALDO-INI  PIC S9(11)V99.
       01  EXT-TRAILER.
           02 EXT-TIPO       PIC X(01).
           02 EXT-QTD        PIC 9(06).
           02 EXT-SALDO-FIM  PIC S9(11)V99.
       FD  PENDING-FILE.
       01  PND-REC.
           02 PND-DATA       PIC 9(08).
           02 PND-SEQ        PIC 9(06).
           02 PND-NATUREZA   PIC X(01).
           02 PND-VALOR      PIC 9(09)V99.
           02 PND-REFERENCIA PIC X(20).
           02 PND-HISTORICO  PIC X(20).
       FD  CONTROL-FILE.
       01  CCL-REC.
           02 CCL-ORIGEM     PIC X(01).
           02 CCL-CHAVE      PIC X(20).
           02 CCL-DATA-ITEM  PIC 9(08).
           02 CCL-VALOR      PIC S9(11)V99.
           02 CCL-FORMA      PIC X(01).
           02 CCL-DATA-CONC  PIC 9(08).
           02 CCL-PAR-ORIGEM PIC X(01).
           02 CCL-PAR-CHAVE  PIC X(20).
       FD  DEPOSIT-FILE.
       01  DEP-REC.
           02 DEP-NUMERO   PIC 9(08).
           02 DEP-DATA     PIC 9(08).
           02 DEP-VALOR    PIC S9(09)V99.
           02 DEP-STATUS   PIC X(01).
           02 DEP-VALOR-BCO PIC 9(09)V99.
       FD  SETTLEMENT-FILE.
       COPY 'RLQREC.COB'.
       FD  LEDGER-FILE.
       COPY 'LEDREC.COB'.
       FD  RECONCILIATION-REPORT.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-EXT      PIC X(02) VALUE SPACES.
       77 WRK-FS-PND      PIC X(02) VALUE SPACES.
       77 WRK-FS-CCL      PIC X(02) VALUE SPACES.
       77 WRK-FS-DEP      PIC X(02) VALUE SPACES.
       77 WRK-FS-RLQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-LED      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-CONTA-CAIXA PIC 9(04) VALUE 1100.
       77 WRK-TOL-DIAS    PIC 9(03) VALUE 3.
       77 WRK-TOL-VALOR   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOL-LEDGER  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOL-ITEM    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-HORIZONTE   PIC 9(04) VALUE 90.
       77 WRK-DIA-LIMITE  PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-EXTRATO PIC 9(07) VALUE ZEROS.
       77 WRK-ARQ-OK      PIC X(01) VALUE 'N'.
       77 WRK-TEM-HEADER  PIC X(01) VALUE 'N'.
       77 WRK-TEM-TRAILER PIC X(01) VALUE 'N'.
       77 WRK-DATA-EXTRATO PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-INI   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-FIM   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VER-SALDO   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VER-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-TRL-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-LED-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-JA-EXISTE   PIC X(01) VALUE 'N'.
       77 WRK-QTD-BANCO   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-BANCO   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIVRO   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-LIVRO   PIC 9(04) VALUE ZEROS.
       77 WRK-POS-LIVRO   PIC 9(04) VALUE ZEROS.
       77 WRK-DIF-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIF-DIAS    PIC S9(07) VALUE ZEROS.
       77 WRK-MELHOR-DIAS PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-CASADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-JA-CONC PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PEND-BANCO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PEND-LIVRO PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-PEND-BANCO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOT-PEND-LIVRO PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-CONCIL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-SALDO-CONTABIL PIC S9(11)V99 VALUE ZEROS.
       77 WRK-DIFERENCA   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC -Z(10)9.99 VALUE ZEROS.
       77 WRK-MAN-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-MAN-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-MAN-ORIGEM  PIC X(01) VALUE SPACES.
       77 WRK-MAN-CHAVE   PIC X(20) VALUE SPACES.
       77 WRK-MAN-VALOR   PIC S9(11)V99 VALUE ZEROS.
       77 WRK-MAN-DATA-ITEM PIC 9(08) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB124'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
      * WRK-BC-SIT / WRK-LV-SIT: 'P' PENDENTE, 'A' CONCILIADO NESTA
      * EXECUCAO, 'J' JA CONCILIADO ANTES (CONCCTL)
       01 WRK-TABELA-BANCO.
           02 WRK-BC OCCURS 1000 TIMES.
               03 WRK-BC-DATA     PIC 9(08).
               03 WRK-BC-SEQ      PIC 9(06).
               03 WRK-BC-NATUREZA PIC X(01).
               03 WRK-BC-VALOR    PIC 9(09)V99.
               03 WRK-BC-SINAL    PIC S9(11)V99.
               03 WRK-BC-REF      PIC X(20).
               03 WRK-BC-HIST     PIC X(20).
               03 WRK-BC-CHAVE    PIC X(20).
               03 WRK-BC-DIA      PIC 9(07).
               03 WRK-BC-SIT      PIC X(01).
               03 WRK-BC-CRITERIO PIC X(03).
               03 WRK-BC-PAR      PIC 9(04).
       01 WRK-TABELA-LIVRO.
           02 WRK-LV OCCURS 2000 TIMES.
               03 WRK-LV-ORIGEM   PIC X(01).
               03 WRK-LV-CHAVE    PIC X(20).
               03 WRK-LV-DATA     PIC 9(08).
               03 WRK-LV-VALOR    PIC S9(11)V99.
               03 WRK-LV-DIA      PIC 9(07).
               03 WRK-LV-SIT      PIC X(01).
       01 WRK-CHAVE-BANCO.
           02 WRK-CB-DATA  PIC 9(08).
           02 WRK-CB-SEQ   PIC 9(06).
           02 FILLER       PIC X(06) VALUE SPACES.
       01 WRK-CHAVE-DEPOSITO.
           02 FILLER       PIC X(02) VALUE 'BD'.
           02 WRK-CD-NUMERO PIC 9(08).
           02 FILLER       PIC X(10) VALUE SPACES.
       01 WRK-CHAVE-LIQUIDACAO.
           02 FILLER       PIC X(02) VALUE 'RC'.
           02 WRK-CL-PEDIDO  PIC 9(08).
           02 WRK-CL-PARCELA PIC 9(02).
           02 FILLER       PIC X(08) VALUE SPACES.
       01 WRK-CHAVE-LEDGER.
           02 WRK-CG-CONTA PIC 9(04).
           02 WRK-CG-SEQ   PIC 9(06).
           02 FILLER       PIC X(10) VALUE SPACES.
       01 WRK-LINHA-CASADO.
           02 WRK-LC-DATA    PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LC-SEQ     PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LC-VLR-BCO PIC -Z(08)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LC-ORIGEM  PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LC-CHAVE   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LC-VLR-LIV PIC -Z(08)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LC-CRITERIO PIC X(03).
       01 WRK-LINHA-BANCO.
           02 WRK-LB-DATA    PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LB-SEQ     PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LB-NATUREZA PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LB-VALOR   PIC Z(08)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LB-REF     PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LB-HIST    PIC X(20).
       01 WRK-LINHA-LIVRO.
           02 WRK-LL-ORIGEM  PIC X(01).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LL-CHAVE   PIC X(20).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LL-DATA    PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LL-VALOR   PIC -Z(08)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LL-DESCRICAO PIC X(20).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (C-CONCILIAR EXTRATO / M-CONCILIACAO'
               ' MANUAL): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0100-CONCILIAR
               WHEN 'M'
               WHEN 'm'
                   PERFORM 0700-MANUTENCAO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB124'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB124'==,
                     ==STATUS-EXEC== BY =='FIM'==.
      * NADA E GRAVADO (CONCCTL, EXTPEND) ANTES DE O EXTRATO SER
      * CONFERIDO E DE TUDO CABER NAS TABELAS
       0100-CONCILIAR.
           PERFORM 0110-LER-PARAMETROS.
           PERFORM 0120-CONFERIR-EXTRATO.
           IF WRK-ARQ-OK = 'N'
               PERFORM 0190-REJEITAR-EXTRATO
               MOVE 8 TO RETURN-CODE
           ELSE
               COMPUTE WRK-DIA-EXTRATO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-EXTRATO)
               COMPUTE WRK-DIA-LIMITE = WRK-DIA-EXTRATO - WRK-HORIZONTE
               MOVE ZEROS TO WRK-QTD-BANCO WRK-QTD-LIVRO
               MOVE 'N' TO WRK-TAB-CHEIA
               PERFORM 0200-CARREGAR-PENDENTES
               PERFORM 0210-CARREGAR-EXTRATO
               PERFORM 0300-CARREGAR-DEPOSITOS
               PERFORM 0310-CARREGAR-LIQUIDACOES
               PERFORM 0320-CARREGAR-LEDGER
               IF WRK-TAB-CHEIA = 'S'
                   DISPLAY '*** MAIS LINHAS DO BANCO OU ITENS DO LIVRO'
                       ' DO QUE A CONCILIACAO COMPORTA - NADA FOI'
                       ' CONCILIADO ***'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB124 ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0400-APLICAR-CONTROLE
                   PERFORM 0500-CASAR-POR-REFERENCIA
                   PERFORM 0550-CASAR-POR-DATA-VALOR
                   PERFORM 0600-GRAVAR-CONTROLE
                   PERFORM 0650-GRAVAR-PENDENTES
                   PERFORM 0800-GRAVAR-RELATORIO
                   DISPLAY 'CONCILIADOS: ' WRK-QTD-CASADOS
                       '  BANCO PENDENTE: ' WRK-QTD-PEND-BANCO
                       '  LIVRO PENDENTE: ' WRK-QTD-PEND-LIVRO
                   IF WRK-QTD-PEND-BANCO > 0
                       OR WRK-QTD-PEND-LIVRO > 0
                       OR WRK-DIFERENCA NOT = 0
                       DISPLAY '*** CONCILIACAO COM PENDENCIAS - VER'
                           ' CONCREL ***'
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       0110-LER-PARAMETROS.
           MOVE 'CONTA-CAIXA' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-CONTA-CAIXA =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'CONCIL-DIAS' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               COMPUTE WRK-TOL-DIAS = FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'CONCIL-VALOR' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               COMPUTE WRK-TOL-VALOR = FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'CONCIL-HORIZONTE' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-HORIZONTE =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE WRK-TOL-VALOR TO WRK-TOL-LEDGER.
           IF WRK-TOL-LEDGER < 0.50
               MOVE 0.50 TO WRK-TOL-LEDGER
           END-IF.
       0120-CONFERIR-EXTRATO.
           MOVE 'N' TO WRK-ARQ-OK WRK-TEM-HEADER WRK-TEM-TRAILER.
           MOVE ZEROS TO WRK-VER-QTD WRK-TRL-QTD WRK-SALDO-INI
               WRK-SALDO-FIM WRK-VER-SALDO WRK-DATA-EXTRATO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STATEMENT-FILE.
           IF WRK-FS-EXT NOT = '00'
               DISPLAY 'EXTRATO INDISPONIVEL - STATUS ' WRK-FS-EXT
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STATEMENT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           EVALUATE EXM-TIPO
                               WHEN 'H'
                                   MOVE 'S' TO WRK-TEM-HEADER
                                   MOVE EXH-DATA TO WRK-DATA-EXTRATO
                                   MOVE EXH-SALDO-INI TO WRK-SALDO-INI
                               WHEN 'T'
                                   MOVE 'S' TO WRK-TEM-TRAILER
                                   MOVE EXT-QTD TO WRK-TRL-QTD
                                   MOVE EXT-SALDO-FIM TO WRK-SALDO-FIM
                               WHEN OTHER
                                   ADD 1 TO WRK-VER-QTD
                                   IF EXM-NATUREZA = 'D'
                                       SUBTRACT EXM-VALOR FROM
                                           WRK-VER-SALDO
                                   ELSE
                                       ADD EXM-VALOR TO WRK-VER-SALDO
                                   END-IF
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE STATEMENT-FILE
               ADD WRK-SALDO-INI TO WRK-VER-SALDO
               IF WRK-TEM-HEADER = 'S' AND WRK-TEM-TRAILER = 'S'
                   AND WRK-VER-QTD = WRK-TRL-QTD
                   AND WRK-VER-SALDO = WRK-SALDO-FIM
                   MOVE 'S' TO WRK-ARQ-OK
               ELSE
                   DISPLAY 'CONTADO: ' WRK-VER-QTD
                       ' SALDO: ' WRK-VER-SALDO
                   DISPLAY 'TRAILER: ' WRK-TRL-QTD
                       ' SALDO: ' WRK-SALDO-FIM
               END-IF
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0160-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='CONCILIACAO BANCARIA'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0190-REJEITAR-EXTRATO.
           OPEN OUTPUT RECONCILIATION-REPORT.
           PERFORM 0160-GERAR-CABECALHO-PADRAO.
           MOVE 'EXTRATO REJEITADO - TRAILER NAO CONFERE' TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-TEM-HEADER = 'N'
               MOVE 'HEADER AUSENTE NO ARQUIVO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           IF WRK-TEM-TRAILER = 'N'
               MOVE 'TRAILER AUSENTE NO ARQUIVO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE WRK-VER-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS SOMADAS.: ' WRK-VER-QTD
                  '  SALDO CALCULADO: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-FIM TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LINHAS TRAILER.: ' WRK-TRL-QTD
                  '  SALDO TRAILER..: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'NENHUM ITEM CONCILIADO' TO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RECONCILIATION-REPORT.
           MOVE SPACES TO WRK-ALT-MENSAGEM.
           STRING 'EXTRATO BANCARIO REJEITADO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM.
           CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
               WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM.
           DISPLAY '*** EXTRATO REJEITADO - VER CONCREL ***'.
      * LINHAS DO BANCO AINDA SEM PAR NOS DIAS ANTERIORES
       0200-CARREGAR-PENDENTES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PENDING-FILE.
           IF WRK-FS-PND = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE PND-DATA TO EXM-DATA
                           MOVE PND-SEQ TO EXM-SEQ
                           MOVE PND-NATUREZA TO EXM-NATUREZA
                           MOVE PND-VALOR TO EXM-VALOR
                           MOVE PND-REFERENCIA TO EXM-REFERENCIA
                           MOVE PND-HISTORICO TO EXM-HISTORICO
                           PERFORM 0220-INCLUIR-LINHA-BANCO
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
       0210-CARREGAR-EXTRATO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STATEMENT-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF EXM-TIPO NOT = 'H' AND EXM-TIPO NOT = 'T'
                           PERFORM 0220-INCLUIR-LINHA-BANCO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STATEMENT-FILE.
      * EXTRATO PROCESSADO DE NOVO NAO DUPLICA AS LINHAS: A CHAVE DA
      * LINHA E A DATA + SEQUENCIA DO BANCO
       0220-INCLUIR-LINHA-BANCO.
           MOVE EXM-DATA TO WRK-CB-DATA.
           MOVE EXM-SEQ TO WRK-CB-SEQ.
           MOVE 'N' TO WRK-JA-EXISTE.
           PERFORM VARYING WRK-IND-BANCO FROM 1 BY 1
                   UNTIL WRK-IND-BANCO > WRK-QTD-BANCO
               IF WRK-BC-CHAVE(WRK-IND-BANCO) = WRK-CHAVE-BANCO
                   MOVE 'S' TO WRK-JA-EXISTE
               END-IF
           END-PERFORM.
           IF WRK-JA-EXISTE = 'N'
               IF WRK-QTD-BANCO >= 1000
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-BANCO
                   MOVE EXM-DATA TO WRK-BC-DATA(WRK-QTD-BANCO)
                   MOVE EXM-SEQ TO WRK-BC-SEQ(WRK-QTD-BANCO)
                   MOVE EXM-NATUREZA TO WRK-BC-NATUREZA(WRK-QTD-BANCO)
                   MOVE EXM-VALOR TO WRK-BC-VALOR(WRK-QTD-BANCO)
                   IF EXM-NATUREZA = 'D'
                       COMPUTE WRK-BC-SINAL(WRK-QTD-BANCO) =
                           EXM-VALOR * -1
                   ELSE
                       MOVE EXM-VALOR TO WRK-BC-SINAL(WRK-QTD-BANCO)
                   END-IF
                   MOVE EXM-REFERENCIA TO WRK-BC-REF(WRK-QTD-BANCO)
                   MOVE EXM-HISTORICO TO WRK-BC-HIST(WRK-QTD-BANCO)
                   MOVE WRK-CHAVE-BANCO TO WRK-BC-CHAVE(WRK-QTD-BANCO)
                   COMPUTE WRK-BC-DIA(WRK-QTD-BANCO) =
                       FUNCTION INTEGER-OF-DATE(EXM-DATA)
                   MOVE 'P' TO WRK-BC-SIT(WRK-QTD-BANCO)
                   MOVE SPACES TO WRK-BC-CRITERIO(WRK-QTD-BANCO)
                   MOVE ZEROS TO WRK-BC-PAR(WRK-QTD-BANCO)
               END-IF
           END-IF.
       0300-CARREGAR-DEPOSITOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT DEPOSIT-FILE.
           IF WRK-FS-DEP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ DEPOSIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF DEP-DATA NOT > WRK-DATA-EXTRATO
                               AND FUNCTION INTEGER-OF-DATE(DEP-DATA)
                                   NOT < WRK-DIA-LIMITE
                               MOVE DEP-NUMERO TO WRK-CD-NUMERO
                               MOVE 'D' TO WRK-MAN-ORIGEM
                               MOVE WRK-CHAVE-DEPOSITO TO WRK-MAN-CHAVE
                               MOVE DEP-DATA TO WRK-MAN-DATA-ITEM
                               MOVE DEP-VALOR TO WRK-MAN-VALOR
                               PERFORM 0350-INCLUIR-ITEM-LIVRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-FILE
           ELSE
               DISPLAY 'DEPOSITO INDISPONIVEL - SEM BORDEROS'
           END-IF.
       0310-CARREGAR-LIQUIDACOES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SETTLEMENT-FILE.
           IF WRK-FS-RLQ = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RLQ-DATA-PGTO NOT > WRK-DATA-EXTRATO
                               AND FUNCTION INTEGER-OF-DATE
                                   (RLQ-DATA-PGTO) NOT < WRK-DIA-LIMITE
                               MOVE RLQ-PEDIDO TO WRK-CL-PEDIDO
                               MOVE RLQ-PARCELA TO WRK-CL-PARCELA
                               MOVE 'R' TO WRK-MAN-ORIGEM
                               MOVE WRK-CHAVE-LIQUIDACAO TO
                                   WRK-MAN-CHAVE
                               MOVE RLQ-DATA-PGTO TO WRK-MAN-DATA-ITEM
                               MOVE RLQ-VALOR TO WRK-MAN-VALOR
                               PERFORM 0350-INCLUIR-ITEM-LIVRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
           ELSE
               DISPLAY 'RETLIQ INDISPONIVEL - SEM LIQUIDACOES'
           END-IF.
      * MESMO START NA CONTA DO 0200 DO PROGCOB91: O ULTIMO REGISTRO
      * DA CONTA CAIXA TRAZ O SALDO CONTABIL
       0320-CARREGAR-LEDGER.
           MOVE ZEROS TO WRK-SALDO-CONTABIL.
           MOVE 'N' TO WRK-LED-DISPON.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT LEDGER-FILE.
           IF WRK-FS-LED = '00'
               MOVE 'S' TO WRK-LED-DISPON
               MOVE WRK-CONTA-CAIXA TO LED-CONTA
               MOVE ZEROS TO LED-SEQ
               START LEDGER-FILE KEY IS NOT LESS THAN LED-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF LED-CONTA = WRK-CONTA-CAIXA
                               MOVE LED-SALDO TO WRK-SALDO-CONTABIL
                               PERFORM 0330-AVALIAR-LANCAMENTO
                           ELSE
                               MOVE 'Y' TO WRK-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY 'LEDGER INDISPONIVEL - SALDO CONTABIL ZERO'
           END-IF.
       0330-AVALIAR-LANCAMENTO.
           IF LED-TIPO NOT = 'S'
               AND LED-VALOR NOT = 0
               AND LED-ORIGEM NOT = 'DEPOSITO'
               AND LED-ORIGEM NOT = 'BAIXAREC'
               AND LED-ORIGEM NOT = 'RECUPERA'
               AND LED-ORIGEM NOT = 'CREDCLI'
               AND LED-DATA NOT > WRK-DATA-EXTRATO
               IF FUNCTION INTEGER-OF-DATE(LED-DATA)
                   NOT < WRK-DIA-LIMITE
                   MOVE LED-CONTA TO WRK-CG-CONTA
                   MOVE LED-SEQ TO WRK-CG-SEQ
                   MOVE 'L' TO WRK-MAN-ORIGEM
                   MOVE WRK-CHAVE-LEDGER TO WRK-MAN-CHAVE
                   MOVE LED-DATA TO WRK-MAN-DATA-ITEM
                   MOVE LED-VALOR TO WRK-MAN-VALOR
                   PERFORM 0350-INCLUIR-ITEM-LIVRO
               END-IF
           END-IF.
       0350-INCLUIR-ITEM-LIVRO.
           IF WRK-QTD-LIVRO >= 2000
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-LIVRO
               MOVE WRK-MAN-ORIGEM TO WRK-LV-ORIGEM(WRK-QTD-LIVRO)
               MOVE WRK-MAN-CHAVE TO WRK-LV-CHAVE(WRK-QTD-LIVRO)
               MOVE WRK-MAN-DATA-ITEM TO WRK-LV-DATA(WRK-QTD-LIVRO)
               MOVE WRK-MAN-VALOR TO WRK-LV-VALOR(WRK-QTD-LIVRO)
               COMPUTE WRK-LV-DIA(WRK-QTD-LIVRO) =
                   FUNCTION INTEGER-OF-DATE(WRK-MAN-DATA-ITEM)
               MOVE 'P' TO WRK-LV-SIT(WRK-QTD-LIVRO)
           END-IF.
      * O QUE JA ESTA NO CONCCTL (CONCILIADO EM EXECUCAO ANTERIOR OU
      * MARCADO A MAO) SAI DA CONCILIACAO
       0400-APLICAR-CONTROLE.
           MOVE ZEROS TO WRK-QTD-JA-CONC.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CONTROL-FILE.
           IF WRK-FS-CCL = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0410-MARCAR-JA-CONCILIADO
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.
       0410-MARCAR-JA-CONCILIADO.
           IF CCL-ORIGEM = 'E'
               PERFORM VARYING WRK-IND-BANCO FROM 1 BY 1
                       UNTIL WRK-IND-BANCO > WRK-QTD-BANCO
                   IF WRK-BC-CHAVE(WRK-IND-BANCO) = CCL-CHAVE
                       AND WRK-BC-SIT(WRK-IND-BANCO) = 'P'
                       MOVE 'J' TO WRK-BC-SIT(WRK-IND-BANCO)
                       ADD 1 TO WRK-QTD-JA-CONC
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WRK-IND-LIVRO FROM 1 BY 1
                       UNTIL WRK-IND-LIVRO > WRK-QTD-LIVRO
                   IF WRK-LV-ORIGEM(WRK-IND-LIVRO) = CCL-ORIGEM
                       AND WRK-LV-CHAVE(WRK-IND-LIVRO) = CCL-CHAVE
                       AND WRK-LV-SIT(WRK-IND-LIVRO) = 'P'
                       MOVE 'J' TO WRK-LV-SIT(WRK-IND-LIVRO)
                   END-IF
               END-PERFORM
           END-IF.
       0500-CASAR-POR-REFERENCIA.
           PERFORM VARYING WRK-IND-BANCO FROM 1 BY 1
                   UNTIL WRK-IND-BANCO > WRK-QTD-BANCO
               IF WRK-BC-SIT(WRK-IND-BANCO) = 'P'
                   AND WRK-BC-REF(WRK-IND-BANCO) NOT = SPACES
                   MOVE ZEROS TO WRK-POS-LIVRO
                   PERFORM VARYING WRK-IND-LIVRO FROM 1 BY 1
                           UNTIL WRK-IND-LIVRO > WRK-QTD-LIVRO
                               OR WRK-POS-LIVRO > 0
                       IF WRK-LV-SIT(WRK-IND-LIVRO) = 'P'
                           AND WRK-LV-CHAVE(WRK-IND-LIVRO) =
                               WRK-BC-REF(WRK-IND-BANCO)
                           PERFORM 0560-CALCULAR-DIFERENCA
                           IF WRK-DIF-VALOR NOT > WRK-TOL-ITEM
                               MOVE WRK-IND-LIVRO TO WRK-POS-LIVRO
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WRK-POS-LIVRO > 0
                       MOVE 'REF' TO WRK-BC-CRITERIO(WRK-IND-BANCO)
                       PERFORM 0570-REGISTRAR-PAR
                   END-IF
               END-IF
           END-PERFORM.
      * SEM REFERENCIA: VALOR NA TOLERANCIA E DATA NA JANELA, O ITEM
      * DE DATA MAIS PROXIMA DA LINHA DO BANCO
       0550-CASAR-POR-DATA-VALOR.
           PERFORM VARYING WRK-IND-BANCO FROM 1 BY 1
                   UNTIL WRK-IND-BANCO > WRK-QTD-BANCO
               IF WRK-BC-SIT(WRK-IND-BANCO) = 'P'
                   MOVE ZEROS TO WRK-POS-LIVRO
                   COMPUTE WRK-MELHOR-DIAS = WRK-TOL-DIAS + 1
                   PERFORM VARYING WRK-IND-LIVRO FROM 1 BY 1
                           UNTIL WRK-IND-LIVRO > WRK-QTD-LIVRO
                       IF WRK-LV-SIT(WRK-IND-LIVRO) = 'P'
                           PERFORM 0560-CALCULAR-DIFERENCA
                           COMPUTE WRK-DIF-DIAS =
                               WRK-BC-DIA(WRK-IND-BANCO) -
                               WRK-LV-DIA(WRK-IND-LIVRO)
                           IF WRK-DIF-DIAS < 0
                               COMPUTE WRK-DIF-DIAS = WRK-DIF-DIAS * -1
                           END-IF
                           IF WRK-DIF-VALOR NOT > WRK-TOL-ITEM
                               AND WRK-DIF-DIAS < WRK-MELHOR-DIAS
                               MOVE WRK-IND-LIVRO TO WRK-POS-LIVRO
                               MOVE WRK-DIF-DIAS TO WRK-MELHOR-DIAS
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WRK-POS-LIVRO > 0
                       MOVE 'D+V' TO WRK-BC-CRITERIO(WRK-IND-BANCO)
                       PERFORM 0570-REGISTRAR-PAR
                   END-IF
               END-IF
           END-PERFORM.
      * DIFERENCA ABSOLUTA ENTRE A LINHA DO BANCO E O ITEM DO LIVRO,
      * COM A TOLERANCIA DA ORIGEM DO ITEM
       0560-CALCULAR-DIFERENCA.
           COMPUTE WRK-DIF-VALOR = WRK-BC-SINAL(WRK-IND-BANCO) -
               WRK-LV-VALOR(WRK-IND-LIVRO).
           IF WRK-DIF-VALOR < 0
               COMPUTE WRK-DIF-VALOR = WRK-DIF-VALOR * -1
           END-IF.
           IF WRK-LV-ORIGEM(WRK-IND-LIVRO) = 'L'
               MOVE WRK-TOL-LEDGER TO WRK-TOL-ITEM
           ELSE
               MOVE WRK-TOL-VALOR TO WRK-TOL-ITEM
           END-IF.
       0570-REGISTRAR-PAR.
           MOVE 'A' TO WRK-BC-SIT(WRK-IND-BANCO).
           MOVE WRK-POS-LIVRO TO WRK-BC-PAR(WRK-IND-BANCO).
           MOVE 'A' TO WRK-LV-SIT(WRK-POS-LIVRO).
           ADD 1 TO WRK-QTD-CASADOS.
      * CADA PAR GERA DOIS REGISTROS NO CONCCTL, UM PARA A LINHA DO
      * BANCO E UM PARA O ITEM DO LIVRO, CADA UM APONTANDO O OUTRO
       0600-GRAVAR-CONTROLE.
           IF WRK-QTD-CASADOS > 0
               OPEN EXTEND CONTROL-FILE
               IF WRK-FS-CCL NOT = '00'
                   OPEN OUTPUT CONTROL-FILE
               END-IF
               PERFORM VARYING WRK-IND-BANCO FROM 1 BY 1
                       UNTIL WRK-IND-BANCO > WRK-QTD-BANCO
                   IF WRK-BC-SIT(WRK-IND-BANCO) = 'A'
                       MOVE WRK-BC-PAR(WRK-IND-BANCO) TO WRK-POS-LIVRO
                       MOVE 'E' TO CCL-ORIGEM
                       MOVE WRK-BC-CHAVE(WRK-IND-BANCO) TO CCL-CHAVE
                       MOVE WRK-BC-DATA(WRK-IND-BANCO) TO CCL-DATA-ITEM
                       MOVE WRK-BC-SINAL(WRK-IND-BANCO) TO CCL-VALOR
                       MOVE 'A' TO CCL-FORMA
                       MOVE WRK-DATA-HOJE TO CCL-DATA-CONC
                       MOVE WRK-LV-ORIGEM(WRK-POS-LIVRO) TO
                           CCL-PAR-ORIGEM
                       MOVE WRK-LV-CHAVE(WRK-POS-LIVRO) TO
                           CCL-PAR-CHAVE
                       WRITE CCL-REC
                       MOVE WRK-LV-ORIGEM(WRK-POS-LIVRO) TO CCL-ORIGEM
                       MOVE WRK-LV-CHAVE(WRK-POS-LIVRO) TO CCL-CHAVE
                       MOVE WRK-LV-DATA(WRK-POS-LIVRO) TO CCL-DATA-ITEM
                       MOVE WRK-LV-VALOR(WRK-POS-LIVRO) TO CCL-VALOR
                       MOVE 'E' TO CCL-PAR-ORIGEM
                       MOVE WRK-BC-CHAVE(WRK-IND-BANCO) TO
                           CCL-PAR-CHAVE
                       WRITE CCL-REC
                   END-IF
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.
      * O EXTPEND E REGRAVADO SO COM AS LINHAS DO BANCO AINDA SEM PAR
       0650-GRAVAR-PENDENTES.
           OPEN OUTPUT PENDING-FILE.
           PERFORM VARYING WRK-IND-BANCO FROM 1 BY 1
                   UNTIL WRK-IND-BANCO > WRK-QTD-BANCO
               IF WRK-BC-SIT(WRK-IND-BANCO) = 'P'
                   MOVE WRK-BC-DATA(WRK-IND-BANCO) TO PND-DATA
                   MOVE WRK-BC-SEQ(WRK-IND-BANCO) TO PND-SEQ
                   MOVE WRK-BC-NATUREZA(WRK-IND-BANCO) TO PND-NATUREZA
                   MOVE WRK-BC-VALOR(WRK-IND-BANCO) TO PND-VALOR
                   MOVE WRK-BC-REF(WRK-IND-BANCO) TO PND-REFERENCIA
                   MOVE WRK-BC-HIST(WRK-IND-BANCO) TO PND-HISTORICO
                   WRITE PND-REC
               END-IF
           END-PERFORM.
           CLOSE PENDING-FILE.
       0700-MANUTENCAO.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR LINHAS PENDENTES DO BANCO'
               DISPLAY '2-MARCAR LINHA DO BANCO 3-MARCAR ITEM DO LIVRO'
               DISPLAY '9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0710-LISTAR-PENDENTES
                   WHEN 2
                       PERFORM 0720-MARCAR-LINHA-BANCO
                   WHEN 3
                       PERFORM 0740-MARCAR-ITEM-LIVRO
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
       0710-LISTAR-PENDENTES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PENDING-FILE.
           IF WRK-FS-PND = '00'
               DISPLAY 'DATA     SEQ    N         VALOR REFERENCIA'
                   '           HISTORICO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE PND-DATA TO WRK-LB-DATA
                           MOVE PND-SEQ TO WRK-LB-SEQ
                           MOVE PND-NATUREZA TO WRK-LB-NATUREZA
                           MOVE PND-VALOR TO WRK-LB-VALOR
                           MOVE PND-REFERENCIA TO WRK-LB-REF
                           MOVE PND-HISTORICO TO WRK-LB-HIST
                           DISPLAY WRK-LINHA-BANCO
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           ELSE
               DISPLAY 'EXTPEND INDISPONIVEL OU VAZIO'
           END-IF.
      * SO LINHA AINDA PENDENTE NO EXTPEND PODE SER MARCADA; ELA SAI
      * DO EXTPEND NA PROXIMA CONCILIACAO
       0720-MARCAR-LINHA-BANCO.
           PERFORM 0722-RECEBER-DATA.
           PERFORM 0724-RECEBER-SEQ.
           MOVE WRK-MAN-DATA TO WRK-CB-DATA.
           MOVE WRK-MAN-SEQ TO WRK-CB-SEQ.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PENDING-FILE.
           IF WRK-FS-PND = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PENDING-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PND-DATA = WRK-MAN-DATA
                               AND PND-SEQ = WRK-MAN-SEQ
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-ARQ
                               MOVE PND-DATA TO WRK-MAN-DATA-ITEM
                               IF PND-NATUREZA = 'D'
                                   COMPUTE WRK-MAN-VALOR =
                                       PND-VALOR * -1
                               ELSE
                                   MOVE PND-VALOR TO WRK-MAN-VALOR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.
           IF WRK-ACHOU = 'N'
               DISPLAY 'LINHA NAO ESTA PENDENTE NO EXTPEND'
           ELSE
               MOVE 'E' TO WRK-MAN-ORIGEM
               MOVE WRK-CHAVE-BANCO TO WRK-MAN-CHAVE
               PERFORM 0750-GRAVAR-MARCACAO
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0722-RECEBER-DATA==,
                     ==CAMPO-NOME== BY ==WRK-MAN-DATA==,
                     ==TEXTO-PROMPT== BY
                         =='DATA DA LINHA NO EXTRATO (AAAAMMDD): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0724-RECEBER-SEQ==,
                     ==CAMPO-NOME== BY ==WRK-MAN-SEQ==,
                     ==TEXTO-PROMPT== BY
                         =='SEQUENCIA DA LINHA NO EXTRATO: '==.
      * CHAVE DO ITEM COMO SAI NO CONCREL: 'BD' + BORDERO, 'RC' +
      * PEDIDO + PARCELA OU CONTA + SEQ DO LEDGER
       0740-MARCAR-ITEM-LIVRO.
           DISPLAY 'ORIGEM (D-DEPOSITO R-RETLIQ L-LEDGER): '.
           ACCEPT WRK-MAN-ORIGEM FROM CONSOLE.
           IF WRK-MAN-ORIGEM NOT = 'D' AND WRK-MAN-ORIGEM NOT = 'R'
               AND WRK-MAN-ORIGEM NOT = 'L'
               DISPLAY 'ORIGEM INVALIDA'
           ELSE
               DISPLAY 'CHAVE DO ITEM (COMO NO CONCREL): '
               ACCEPT WRK-MAN-CHAVE FROM CONSOLE
               IF WRK-MAN-CHAVE = SPACES
                   DISPLAY 'CHAVE OBRIGATORIA'
               ELSE
                   MOVE ZEROS TO WRK-MAN-DATA-ITEM WRK-MAN-VALOR
                   PERFORM 0750-GRAVAR-MARCACAO
               END-IF
           END-IF.
       0750-GRAVAR-MARCACAO.
           MOVE 'N' TO WRK-JA-EXISTE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CONTROL-FILE.
           IF WRK-FS-CCL = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CCL-ORIGEM = WRK-MAN-ORIGEM
                               AND CCL-CHAVE = WRK-MAN-CHAVE
                               MOVE 'S' TO WRK-JA-EXISTE
                               MOVE 'Y' TO WRK-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.
           IF WRK-JA-EXISTE = 'S'
               DISPLAY 'ITEM JA CONCILIADO: ' WRK-MAN-ORIGEM ' '
                   WRK-MAN-CHAVE
           ELSE
               OPEN EXTEND CONTROL-FILE
               IF WRK-FS-CCL NOT = '00'
                   OPEN OUTPUT CONTROL-FILE
               END-IF
               MOVE WRK-MAN-ORIGEM TO CCL-ORIGEM
               MOVE WRK-MAN-CHAVE TO CCL-CHAVE
               MOVE WRK-MAN-DATA-ITEM TO CCL-DATA-ITEM
               MOVE WRK-MAN-VALOR TO CCL-VALOR
               MOVE 'M' TO CCL-FORMA
               MOVE WRK-DATA-HOJE TO CCL-DATA-CONC
               MOVE SPACES TO CCL-PAR-ORIGEM CCL-PAR-CHAVE
               WRITE CCL-REC
               CLOSE CONTROL-FILE
               DISPLAY 'MARCADO COMO CONCILIADO: ' WRK-MAN-ORIGEM ' '
                   WRK-MAN-CHAVE
           END-IF.
      * SALDO CONCILIADO = SALDO FINAL DO EXTRATO + ITENS DO LIVRO
      * AINDA NAO VISTOS PELO BANCO - LINHAS DO BANCO AINDA NAO
      * LANCADAS NO LIVRO; DEVE BATER COM O SALDO DA CONTA CAIXA
       0800-GRAVAR-RELATORIO.
           MOVE ZEROS TO WRK-QTD-PEND-BANCO WRK-QTD-PEND-LIVRO
               WRK-TOT-PEND-BANCO WRK-TOT-PEND-LIVRO WRK-PAGINA.
           OPEN OUTPUT RECONCILIATION-REPORT.
           PERFORM 0160-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'EXTRATO DE ' WRK-DATA-EXTRATO
                  ' - CONTA CAIXA ' WRK-CONTA-CAIXA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ITENS CONCILIADOS NESTA EXECUCAO' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DATA     SEQ      VALOR BANCO O CHAVE DO LIVRO'
                  '          VALOR LIVRO CRI'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-BANCO FROM 1 BY 1
                   UNTIL WRK-IND-BANCO > WRK-QTD-BANCO
               IF WRK-BC-SIT(WRK-IND-BANCO) = 'A'
                   MOVE WRK-BC-PAR(WRK-IND-BANCO) TO WRK-POS-LIVRO
                   MOVE WRK-BC-DATA(WRK-IND-BANCO) TO WRK-LC-DATA
                   MOVE WRK-BC-SEQ(WRK-IND-BANCO) TO WRK-LC-SEQ
                   MOVE WRK-BC-SINAL(WRK-IND-BANCO) TO WRK-LC-VLR-BCO
                   MOVE WRK-LV-ORIGEM(WRK-POS-LIVRO) TO WRK-LC-ORIGEM
                   MOVE WRK-LV-CHAVE(WRK-POS-LIVRO) TO WRK-LC-CHAVE
                   MOVE WRK-LV-VALOR(WRK-POS-LIVRO) TO WRK-LC-VLR-LIV
                   MOVE WRK-BC-CRITERIO(WRK-IND-BANCO) TO
                       WRK-LC-CRITERIO
                   WRITE REL-LINHA FROM WRK-LINHA-CASADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LINHAS DO BANCO SEM CORRESPONDENCIA NO LIVRO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'DATA     SEQ    N         VALOR REFERENCIA'
                  '           HISTORICO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-BANCO FROM 1 BY 1
                   UNTIL WRK-IND-BANCO > WRK-QTD-BANCO
               IF WRK-BC-SIT(WRK-IND-BANCO) = 'P'
                   ADD 1 TO WRK-QTD-PEND-BANCO
                   ADD WRK-BC-SINAL(WRK-IND-BANCO) TO WRK-TOT-PEND-BANCO
                   MOVE WRK-BC-DATA(WRK-IND-BANCO) TO WRK-LB-DATA
                   MOVE WRK-BC-SEQ(WRK-IND-BANCO) TO WRK-LB-SEQ
                   MOVE WRK-BC-NATUREZA(WRK-IND-BANCO) TO
                       WRK-LB-NATUREZA
                   MOVE WRK-BC-VALOR(WRK-IND-BANCO) TO WRK-LB-VALOR
                   MOVE WRK-BC-REF(WRK-IND-BANCO) TO WRK-LB-REF
                   MOVE WRK-BC-HIST(WRK-IND-BANCO) TO WRK-LB-HIST
                   WRITE REL-LINHA FROM WRK-LINHA-BANCO
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'ITENS DO LIVRO SEM CORRESPONDENCIA NO BANCO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'O CHAVE DO LIVRO       DATA           VALOR'
                  ' ORIGEM'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-LIVRO FROM 1 BY 1
                   UNTIL WRK-IND-LIVRO > WRK-QTD-LIVRO
               IF WRK-LV-SIT(WRK-IND-LIVRO) = 'P'
                   ADD 1 TO WRK-QTD-PEND-LIVRO
                   ADD WRK-LV-VALOR(WRK-IND-LIVRO) TO WRK-TOT-PEND-LIVRO
                   MOVE WRK-LV-ORIGEM(WRK-IND-LIVRO) TO WRK-LL-ORIGEM
                   MOVE WRK-LV-CHAVE(WRK-IND-LIVRO) TO WRK-LL-CHAVE
                   MOVE WRK-LV-DATA(WRK-IND-LIVRO) TO WRK-LL-DATA
                   MOVE WRK-LV-VALOR(WRK-IND-LIVRO) TO WRK-LL-VALOR
                   EVALUATE WRK-LV-ORIGEM(WRK-IND-LIVRO)
                       WHEN 'D'
                           MOVE 'BORDERO DE DEPOSITO' TO
                               WRK-LL-DESCRICAO
                       WHEN 'R'
                           MOVE 'RETORNO BANCARIO' TO WRK-LL-DESCRICAO
                       WHEN OTHER
                           MOVE 'LEDGER' TO WRK-LL-DESCRICAO
                   END-EVALUATE
                   WRITE REL-LINHA FROM WRK-LINHA-LIVRO
               END-IF
           END-PERFORM.
           COMPUTE WRK-SALDO-CONCIL = WRK-SALDO-FIM +
               WRK-TOT-PEND-LIVRO - WRK-TOT-PEND-BANCO.
           COMPUTE WRK-DIFERENCA = WRK-SALDO-CONTABIL -
               WRK-SALDO-CONCIL.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-FIM TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO FINAL DO EXTRATO.......: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-PEND-LIVRO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '(+) LIVRO NAO VISTO NO BANCO.: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-PEND-BANCO TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING '(-) BANCO AINDA FORA DO LIVRO: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-CONCIL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SALDO CONCILIADO.............: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-SALDO-CONTABIL TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           IF WRK-LED-DISPON = 'S'
               STRING 'SALDO DA CONTA CAIXA (LEDGER): ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING 'SALDO DA CONTA CAIXA (LEDGER): INDISPONIVEL'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE WRK-DIFERENCA TO WRK-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DIFERENCA....................: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONCILIADOS: ' WRK-QTD-CASADOS
                  '  JA CONCILIADOS ANTES: ' WRK-QTD-JA-CONC
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'BANCO PENDENTE: ' WRK-QTD-PEND-BANCO
                  '  LIVRO PENDENTE: ' WRK-QTD-PEND-LIVRO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE RECONCILIATION-REPORT.
