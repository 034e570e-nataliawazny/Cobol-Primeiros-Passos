       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB131.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONCILIACAO DA LIQUIDACAO DA ADQUIRENTE DE
      * CARTOES: IMPORTA O ARQUIVO ADQLIQ (ADQREC.COB, PADRAO DE
      * INTERFACE COM HEADER E TRAILER CONFERIDOS ANTES DE QUALQUER
      * ATUALIZACAO) E CASA CADA LINHA COM A VENDA EM CARTAO DO
      * CARTVEND (CVDREC.COB, GRAVADO PELO PROGCOB15) PELO NSU E DATA
      * DA VENDA: LIQUIDACAO COM O MESMO VALOR BRUTO MARCA A VENDA
      * LIQUIDADA COM A TAXA E O LIQUIDO CREDITADO; VALOR DIFERENTE
      * MARCA DIVERGENTE; CHARGEBACK MARCA A VENDA CONTESTADA; ESTORNO
      * LIQUIDA A DEVOLUCAO FEITA NO CARTAO. VENDA AINDA PENDENTE
      * ALEM DO PRAZO DA MODALIDADE (SYSPARM ADQ-PRAZO-DEBITO DEFAULT
      * 2 E ADQ-PRAZO-CREDITO DEFAULT 31 DIAS CORRIDOS) SAI COMO
      * LIQUIDACAO AUSENTE, E LINHA DA ADQUIRENTE SEM VENDA PENDENTE
      * SAI COMO SEM VENDA (INCLUSIVE ARQUIVO IMPORTADO DUAS VEZES).
      * RELATORIO EM ADQREL COM TAXAS, CHARGEBACKS E PENDENCIAS;
      * DIVERGENCIA, CHARGEBACK OU PENDENCIA GERAM ALERTA (PRGALERT)
      * E RC 4
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-FILE ASSIGN TO 'ADQLIQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ALQ.
           SELECT CARD-SALES-FILE ASSIGN TO 'CARTVEND'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CVD.
           SELECT CARD-SALES-TEMP ASSIGN TO 'CARTTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CVT.
           SELECT SETTLEMENT-REPORT ASSIGN TO 'ADQREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-FILE.
       COPY 'ADQREC.COB'.
       01  ALQ-HEADER.
           02 ALH-TIPO       PIC X(01).
           02 ALH-FONTE      PIC X(08).
           02 ALH-DATA       PIC 9(08).
       01  ALQ-TRAILER.
           02 ALT-TIPO       PIC X(01).
           02 ALT-QTD        PIC 9(06).
           02 ALT-HASH       PIC 9(11)V99.
       FD  CARD-SALES-FILE.
       COPY 'CVDREC.COB'.
       FD  CARD-SALES-TEMP.
       01  CVT-REC         PIC X(59).
       FD  SETTLEMENT-REPORT.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-ALQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-CVD      PIC X(02) VALUE SPACES.
       77 WRK-FS-CVT      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ARQ-OK      PIC X(01) VALUE 'N'.
       77 WRK-TEM-HEADER  PIC X(01) VALUE 'N'.
       77 WRK-TEM-TRAILER PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-VER-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-VER-HASH    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TRL-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-TRL-HASH    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-PRAZO-DEBITO  PIC 9(03) VALUE 2.
       77 WRK-PRAZO-CREDITO PIC 9(03) VALUE 31.
       77 WRK-PRAZO       PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS        PIC S9(05) VALUE ZEROS.
       77 WRK-QTD-LIQ     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-LIQ     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-LIQ     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-CHB     PIC 9(04) VALUE ZEROS.
       77 WRK-TIPO-BUSCA  PIC X(01) VALUE SPACES.
       77 WRK-EVENTO      PIC X(12) VALUE SPACES.
       77 WRK-QTD-LIQUIDADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CHARGEBACKS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AUSENTES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-VENDA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-BRUTO   PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-TAXA    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CHARGEBACK PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-AUSENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PCT-TAXA    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED    PIC -(08)9.99 VALUE ZEROS.
       77 WRK-PCT-ED      PIC ZZ9.99 VALUE ZEROS.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB131'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'A'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
      * LINHAS DA ADQUIRENTE EM MEMORIA - CADA UMA E USADA UMA VEZ SO
       01 WRK-TABELA-LIQUIDACOES.
           02 WRK-LQ OCCURS 2000 TIMES.
               03 WRK-LQ-TIPO     PIC X(01).
               03 WRK-LQ-NSU      PIC X(12).
               03 WRK-LQ-DATA     PIC 9(08).
               03 WRK-LQ-BRUTO    PIC 9(06)V99.
               03 WRK-LQ-TAXA     PIC 9(06)V99.
               03 WRK-LQ-LIQUIDO  PIC 9(06)V99.
               03 WRK-LQ-PGTO     PIC 9(08).
               03 WRK-LQ-USADA    PIC X(01).
       01 WRK-LINHA-CONC.
           02 WRK-LC-EVENTO   PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-NSU      PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-LOJA     PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-CAIXA    PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-MODAL    PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-VALOR    PIC ZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-BRUTO    PIC ZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-TAXA     PIC ZZZZ9.99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-VERIFICAR-INTERFACE.
           IF WRK-ARQ-OK = 'N'
               DISPLAY '*** ADQLIQ REPROVADO NA CONFERENCIA DE'
               DISPLAY 'HEADER/TRAILER - NADA CONCILIADO ***'
               PERFORM 0920-REGISTRAR-ERRO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0200-CARREGAR-LIQUIDACOES
               IF WRK-TAB-CHEIA = 'S'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB131 ***'
                   PERFORM 0920-REGISTRAR-ERRO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0300-CONCILIAR
                   PERFORM 0910-REGISTRAR-FIM
               END-IF
           END-IF.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB131'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB131'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0920-REGISTRAR-ERRO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB131'==,
                     ==STATUS-EXEC== BY =='ERRO-ARQ'==.
       0050-LER-PARAMETROS.
           MOVE 'ADQ-PRAZO-DEBITO' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-PRAZO-DEBITO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'ADQ-PRAZO-CREDITO' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-PRAZO-CREDITO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
       0100-VERIFICAR-INTERFACE.
           MOVE 'N' TO WRK-ARQ-OK WRK-TEM-HEADER WRK-TEM-TRAILER.
           MOVE ZEROS TO WRK-VER-QTD WRK-VER-HASH
               WRK-TRL-QTD WRK-TRL-HASH.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SETTLEMENT-FILE.
           IF WRK-FS-ALQ NOT = '00'
               DISPLAY 'ADQLIQ INDISPONIVEL - STATUS ' WRK-FS-ALQ
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SETTLEMENT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           EVALUATE ALQ-TIPO
                               WHEN 'H'
                                   MOVE 'S' TO WRK-TEM-HEADER
                               WHEN 'T'
                                   MOVE 'S' TO WRK-TEM-TRAILER
                                   MOVE ALT-QTD TO WRK-TRL-QTD
                                   MOVE ALT-HASH TO WRK-TRL-HASH
                               WHEN OTHER
                                   ADD 1 TO WRK-VER-QTD
                                   ADD ALQ-BRUTO TO WRK-VER-HASH
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE SETTLEMENT-FILE
               IF WRK-TEM-HEADER = 'S' AND WRK-TEM-TRAILER = 'S'
                   AND WRK-VER-QTD = WRK-TRL-QTD
                   AND WRK-VER-HASH = WRK-TRL-HASH
                   MOVE 'S' TO WRK-ARQ-OK
               ELSE
                   DISPLAY 'CONTADO: ' WRK-VER-QTD
                       ' HASH: ' WRK-VER-HASH
                   DISPLAY 'TRAILER: ' WRK-TRL-QTD
                       ' HASH: ' WRK-TRL-HASH
               END-IF
           END-IF.
       0200-CARREGAR-LIQUIDACOES.
           MOVE ZEROS TO WRK-QTD-LIQ.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SETTLEMENT-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SETTLEMENT-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF ALQ-TIPO NOT = 'H' AND ALQ-TIPO NOT = 'T'
                           PERFORM 0210-GUARDAR-LIQUIDACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SETTLEMENT-FILE.
       0210-GUARDAR-LIQUIDACAO.
           IF WRK-QTD-LIQ < 2000
               ADD 1 TO WRK-QTD-LIQ
               MOVE ALQ-TIPO TO WRK-LQ-TIPO(WRK-QTD-LIQ)
               MOVE ALQ-NSU TO WRK-LQ-NSU(WRK-QTD-LIQ)
               MOVE ALQ-DATA-VENDA TO WRK-LQ-DATA(WRK-QTD-LIQ)
               MOVE ALQ-BRUTO TO WRK-LQ-BRUTO(WRK-QTD-LIQ)
               MOVE ALQ-TAXA TO WRK-LQ-TAXA(WRK-QTD-LIQ)
               MOVE ALQ-LIQUIDO TO WRK-LQ-LIQUIDO(WRK-QTD-LIQ)
               MOVE ALQ-DATA-PGTO TO WRK-LQ-PGTO(WRK-QTD-LIQ)
               MOVE 'N' TO WRK-LQ-USADA(WRK-QTD-LIQ)
           ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
           END-IF.
      * O CARTVEND PASSA INTEIRO PELO CARTTMP COM OS STATUS NOVOS E
      * VOLTA NO FIM, COMO O DEPOSITO DO PROGCOB84
       0300-CONCILIAR.
           MOVE ZEROS TO WRK-QTD-LIQUIDADAS WRK-QTD-DIVERGENTES
               WRK-QTD-CHARGEBACKS WRK-QTD-AUSENTES WRK-QTD-SEM-VENDA
               WRK-QTD-PENDENTES WRK-TOT-BRUTO WRK-TOT-TAXA
               WRK-TOT-LIQUIDO WRK-TOT-CHARGEBACK WRK-TOT-AUSENTE
               WRK-PAGINA.
           OPEN OUTPUT SETTLEMENT-REPORT.
           PERFORM 0310-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'PRAZOS DE LIQUIDACAO (DIAS): DEBITO '
                  WRK-PRAZO-DEBITO '  CREDITO ' WRK-PRAZO-CREDITO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EVENTO       DATA     NSU          LJ CX M'
                  '    VENDA  ADQUIRENTE     TAXA'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CARD-SALES-FILE.
           IF WRK-FS-CVD NOT = '00'
               DISPLAY 'CARTVEND INDISPONIVEL - NENHUMA VENDA EM CARTAO'
           ELSE
               OPEN OUTPUT CARD-SALES-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CARD-SALES-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0400-CONCILIAR-VENDA
                           WRITE CVT-REC FROM CVD-REC
                   END-READ
               END-PERFORM
               CLOSE CARD-SALES-FILE CARD-SALES-TEMP
               PERFORM 0700-DEVOLVER-DO-TEMP
           END-IF.
           PERFORM 0500-LISTAR-SEM-VENDA.
           PERFORM 0600-GRAVAR-TOTAIS.
           CLOSE SETTLEMENT-REPORT.
           DISPLAY 'CONCILIACAO DA ADQUIRENTE GRAVADA EM ADQREL'.
           DISPLAY 'LIQUIDADAS: ' WRK-QTD-LIQUIDADAS
               '  DIVERGENTES: ' WRK-QTD-DIVERGENTES
               '  CHARGEBACKS: ' WRK-QTD-CHARGEBACKS.
           DISPLAY 'AUSENTES: ' WRK-QTD-AUSENTES
               '  SEM VENDA: ' WRK-QTD-SEM-VENDA.
           IF WRK-QTD-DIVERGENTES > 0 OR WRK-QTD-CHARGEBACKS > 0
               OR WRK-QTD-AUSENTES > 0 OR WRK-QTD-SEM-VENDA > 0
               MOVE SPACES TO WRK-ALT-MENSAGEM
               STRING 'ADQUIRENTE COM PENDENCIAS - VER ADQREL'
                   DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
               CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                   WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
               MOVE 4 TO RETURN-CODE
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0310-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='CONCILIACAO DA ADQUIRENTE DE CARTOES'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * VENDA ('V') PENDENTE CASA COM LIQUIDACAO ('L'), DEVOLUCAO
      * ('D') PENDENTE COM ESTORNO ('E'); CHARGEBACK ('C') CASA COM
      * A VENDA EM QUALQUER SITUACAO MENOS JA CONTESTADA
       0400-CONCILIAR-VENDA.
           MOVE ZEROS TO WRK-POS-LIQ WRK-POS-CHB.
           IF CVD-TIPO = 'D'
               MOVE 'E' TO WRK-TIPO-BUSCA
           ELSE
               MOVE 'L' TO WRK-TIPO-BUSCA
           END-IF.
           PERFORM VARYING WRK-IND-LIQ FROM 1 BY 1
                   UNTIL WRK-IND-LIQ > WRK-QTD-LIQ
               IF WRK-LQ-USADA(WRK-IND-LIQ) = 'N'
                   AND WRK-LQ-NSU(WRK-IND-LIQ) = CVD-NSU
                   AND WRK-LQ-DATA(WRK-IND-LIQ) = CVD-DATA
                   IF WRK-LQ-TIPO(WRK-IND-LIQ) = WRK-TIPO-BUSCA
                       AND WRK-POS-LIQ = 0
                       MOVE WRK-IND-LIQ TO WRK-POS-LIQ
                   END-IF
                   IF WRK-LQ-TIPO(WRK-IND-LIQ) = 'C'
                       AND WRK-POS-CHB = 0
                       MOVE WRK-IND-LIQ TO WRK-POS-CHB
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-POS-LIQ > 0 AND CVD-STATUS = 'P'
               PERFORM 0410-APLICAR-LIQUIDACAO
           END-IF.
           IF WRK-POS-CHB > 0 AND CVD-TIPO = 'V'
               AND CVD-STATUS NOT = 'X'
               PERFORM 0420-APLICAR-CHARGEBACK
           END-IF.
           IF CVD-STATUS = 'P'
               PERFORM 0430-VERIFICAR-PRAZO
           END-IF.
       0410-APLICAR-LIQUIDACAO.
           MOVE 'S' TO WRK-LQ-USADA(WRK-POS-LIQ).
           MOVE WRK-LQ-PGTO(WRK-POS-LIQ) TO CVD-DATA-LIQ.
           MOVE WRK-LQ-TAXA(WRK-POS-LIQ) TO CVD-TAXA.
           MOVE WRK-LQ-LIQUIDO(WRK-POS-LIQ) TO CVD-LIQUIDO.
      * ESTORNO DE DEVOLUCAO SAI DO CREDITO DA ADQUIRENTE
           IF CVD-TIPO = 'D'
               SUBTRACT WRK-LQ-BRUTO(WRK-POS-LIQ) FROM WRK-TOT-BRUTO
               SUBTRACT WRK-LQ-LIQUIDO(WRK-POS-LIQ)
                   FROM WRK-TOT-LIQUIDO
           ELSE
               ADD WRK-LQ-BRUTO(WRK-POS-LIQ) TO WRK-TOT-BRUTO
               ADD WRK-LQ-LIQUIDO(WRK-POS-LIQ) TO WRK-TOT-LIQUIDO
           END-IF.
           ADD WRK-LQ-TAXA(WRK-POS-LIQ) TO WRK-TOT-TAXA.
           IF WRK-LQ-BRUTO(WRK-POS-LIQ) = CVD-VALOR
               MOVE 'L' TO CVD-STATUS
               ADD 1 TO WRK-QTD-LIQUIDADAS
               MOVE 'LIQUIDADA' TO WRK-EVENTO
           ELSE
               MOVE 'D' TO CVD-STATUS
               ADD 1 TO WRK-QTD-DIVERGENTES
               MOVE 'DIVERGENTE' TO WRK-EVENTO
           END-IF.
           MOVE WRK-POS-LIQ TO WRK-IND-LIQ.
           PERFORM 0450-LISTAR-VENDA.
       0420-APLICAR-CHARGEBACK.
           MOVE 'S' TO WRK-LQ-USADA(WRK-POS-CHB).
           MOVE 'X' TO CVD-STATUS.
           ADD 1 TO WRK-QTD-CHARGEBACKS.
           ADD WRK-LQ-BRUTO(WRK-POS-CHB) TO WRK-TOT-CHARGEBACK.
           MOVE 'CHARGEBACK' TO WRK-EVENTO.
           MOVE WRK-POS-CHB TO WRK-IND-LIQ.
           PERFORM 0450-LISTAR-VENDA.
       0430-VERIFICAR-PRAZO.
           ADD 1 TO WRK-QTD-PENDENTES.
           IF CVD-MODAL = 'B'
               MOVE WRK-PRAZO-DEBITO TO WRK-PRAZO
           ELSE
               MOVE WRK-PRAZO-CREDITO TO WRK-PRAZO
           END-IF.
           MOVE ZEROS TO WRK-DIAS.
           IF CVD-DATA IS NUMERIC AND CVD-DATA > ZEROS
               COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(CVD-DATA)
           END-IF.
           IF WRK-DIAS > WRK-PRAZO
               ADD 1 TO WRK-QTD-AUSENTES
               ADD CVD-VALOR TO WRK-TOT-AUSENTE
               MOVE 'AUSENTE' TO WRK-EVENTO
               MOVE ZEROS TO WRK-IND-LIQ
               PERFORM 0450-LISTAR-VENDA
           END-IF.
       0450-LISTAR-VENDA.
           MOVE WRK-EVENTO TO WRK-LC-EVENTO.
           MOVE CVD-DATA TO WRK-LC-DATA.
           MOVE CVD-NSU TO WRK-LC-NSU.
           MOVE CVD-LOJA TO WRK-LC-LOJA.
           MOVE CVD-CAIXA TO WRK-LC-CAIXA.
           MOVE CVD-MODAL TO WRK-LC-MODAL.
           MOVE CVD-VALOR TO WRK-LC-VALOR.
           IF WRK-IND-LIQ > 0
               MOVE WRK-LQ-BRUTO(WRK-IND-LIQ) TO WRK-LC-BRUTO
               MOVE WRK-LQ-TAXA(WRK-IND-LIQ) TO WRK-LC-TAXA
           ELSE
               MOVE ZEROS TO WRK-LC-BRUTO WRK-LC-TAXA
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-CONC.
      * LINHA DA ADQUIRENTE QUE NAO ACHOU VENDA PENDENTE: NSU
      * DESCONHECIDO, VENDA DE OUTRO DIA OU LIQUIDACAO REPETIDA
       0500-LISTAR-SEM-VENDA.
           PERFORM VARYING WRK-POS-LIQ FROM 1 BY 1
                   UNTIL WRK-POS-LIQ > WRK-QTD-LIQ
               IF WRK-LQ-USADA(WRK-POS-LIQ) = 'N'
                   ADD 1 TO WRK-QTD-SEM-VENDA
                   MOVE SPACES TO WRK-LC-EVENTO
                   STRING 'SEM VENDA ' WRK-LQ-TIPO(WRK-POS-LIQ)
                       DELIMITED BY SIZE INTO WRK-LC-EVENTO
                   MOVE WRK-LQ-DATA(WRK-POS-LIQ) TO WRK-LC-DATA
                   MOVE WRK-LQ-NSU(WRK-POS-LIQ) TO WRK-LC-NSU
                   MOVE SPACES TO WRK-LC-LOJA WRK-LC-CAIXA
                       WRK-LC-MODAL
                   MOVE ZEROS TO WRK-LC-VALOR
                   MOVE WRK-LQ-BRUTO(WRK-POS-LIQ) TO WRK-LC-BRUTO
                   MOVE WRK-LQ-TAXA(WRK-POS-LIQ) TO WRK-LC-TAXA
                   WRITE REL-LINHA FROM WRK-LINHA-CONC
               END-IF
           END-PERFORM.
       0600-GRAVAR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIQUIDADAS: ' WRK-QTD-LIQUIDADAS
                  '  DIVERGENTES: ' WRK-QTD-DIVERGENTES
                  '  CHARGEBACKS: ' WRK-QTD-CHARGEBACKS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'AINDA PENDENTES: ' WRK-QTD-PENDENTES
                  '  FORA DO PRAZO: ' WRK-QTD-AUSENTES
                  '  SEM VENDA: ' WRK-QTD-SEM-VENDA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'BRUTO LIQUIDADO......: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-TAXA TO WRK-TOTAL-ED.
           MOVE ZEROS TO WRK-PCT-TAXA.
           IF WRK-TOT-BRUTO > ZEROS AND WRK-TOT-TAXA < WRK-TOT-BRUTO
               COMPUTE WRK-PCT-TAXA ROUNDED =
                   WRK-TOT-TAXA * 100 / WRK-TOT-BRUTO
           END-IF.
           MOVE WRK-PCT-TAXA TO WRK-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TAXAS DA ADQUIRENTE..: ' WRK-TOTAL-ED
                  '  (' WRK-PCT-ED ' POR CENTO)'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIQUIDO CREDITADO....: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-CHARGEBACK TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'CHARGEBACKS..........: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-AUSENTE TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIQUIDACOES AUSENTES.: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       0700-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT CARD-SALES-FILE.
           OPEN INPUT CARD-SALES-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ CARD-SALES-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE CVD-REC FROM CVT-REC
               END-READ
           END-PERFORM.
           CLOSE CARD-SALES-FILE CARD-SALES-TEMP.
