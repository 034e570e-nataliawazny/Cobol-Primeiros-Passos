       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB147.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = AUDITORIA MENSAL DE SEGREGACAO DE FUNCOES: MONTA
      * AS FUNCOES EXECUTADAS POR OPERADOR A PARTIR DOS CARIMBOS JA
      * GRAVADOS NOS ARQUIVOS - CADASTRO DE CLIENTE (JORNFILE),
      * SOLICITACAO E APROVACAO DE LIMITE (APROVPEN), PEDIDO
      * (CUSTORD, CORD-OPERADOR), EMISSAO E CANCELAMENTO DE NOTA
      * (NOTAFISC, NFR-EMISSOR E NFR-OPERADOR), BAIXA DE PARCELA
      * (CONTAREC, RCV-OPERADOR) E LANCAMENTO/ESTORNO NO LEDGER
      * (LED-OPERADOR) - E CONFRONTA COM OS PARES CONFLITANTES DO
      * SODREGRA (SODREC.COB): O MESMO OPERADOR NA FUNCAO A E DEPOIS
      * NA FUNCAO B SOBRE O MESMO CLIENTE ('C') OU O MESMO DOCUMENTO
      * ('D'), COM A FUNCAO B DENTRO DO MES AUDITADO, E UMA
      * OCORRENCIA - SAI NO RELATORIO SODREL E NO ALERTFILE (VIA
      * PRGALERT) COM A SEVERIDADE DA REGRA, E O PROGRAMA DEVOLVE
      * RC 4; SODREGRA INDISPONIVEL OU SEM REGRA VALIDA DA RC 8
      * MES 000000 = MES ANTERIOR (PASSO MENSAL DO COBBATCH.JCL)
      * CARIMBO EM BRANCO (REGISTRO ANTIGO, BACKORDER, PEDIDO DE
      * PARCEIRO) OU DE PROCESSO AUTOMATICO ('LOTE', 'RETORNO
      * BANCARIO', 'SALDO CREDOR', PROGRAMA DA CADEIA) NAO E OPERADOR
      * E NAO ENTRA NA AUDITORIA
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULE-FILE ASSIGN TO 'SODREGRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SOD.
           SELECT JOURNAL-FILE ASSIGN TO 'JORNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRN.
           SELECT APPROVAL-FILE ASSIGN TO 'APROVPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APR.
           SELECT CUST-ORDER-FILE ASSIGN TO 'CUSTORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COR.
           SELECT NF-REGISTRY-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFR.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT LEDGER-FILE ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CHAVE
               FILE STATUS IS WRK-FS-LED.
           SELECT SOD-REPORT ASSIGN TO 'SODREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SOD-RULE-FILE.
       COPY 'SODREC.COB'.
       FD  JOURNAL-FILE.
       COPY 'JRNREC.COB'.
       FD  APPROVAL-FILE.
       COPY 'APRREC.COB'.
       FD  CUST-ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  LEDGER-FILE.
       COPY 'LEDREC.COB'.
       FD  SOD-REPORT.
       01  REL-LINHA          PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-SOD      PIC X(02) VALUE SPACES.
       77 WRK-FS-JRN      PIC X(02) VALUE SPACES.
       77 WRK-FS-APR      PIC X(02) VALUE SPACES.
       77 WRK-FS-COR      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFR      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-LED      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-MES         PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-AUD     PIC 9(04) VALUE ZEROS.
       77 WRK-MES-AUD     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-OCORR   PIC 9(05) VALUE ZEROS.
       77 WRK-FUNCAO-OK   PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-POS-EVT     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-REGRA   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-A       PIC 9(04) VALUE ZEROS.
       77 WRK-IND-B       PIC 9(04) VALUE ZEROS.
       77 WRK-CONFLITO    PIC X(01) VALUE 'N'.
       77 WRK-ALT-PROGRAMA   PIC X(10) VALUE 'PROGCOB147'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM   PIC X(40) VALUE SPACES.
      * FUNCAO EXECUTADA A GUARDAR NA TABELA (0400-GUARDAR-EVENTO)
       01 WRK-EVENTO.
           02 WRK-EV-FUNCAO   PIC X(08).
           02 WRK-EV-OPERADOR PIC X(20).
           02 WRK-EV-CLIENTE  PIC 9(06).
           02 WRK-EV-DOC      PIC X(10).
           02 WRK-EV-DATA     PIC 9(08).
       01 WRK-DOC-PARCELA.
           02 WRK-DP-PEDIDO   PIC 9(08).
           02 WRK-DP-PARCELA  PIC 9(02).
       01 WRK-TABELA-REGRAS.
           02 WRK-QTD-REGRAS  PIC 9(03) VALUE ZEROS.
           02 WRK-REG OCCURS 50 TIMES.
               03 WRK-REG-FUNCAO-A   PIC X(08).
               03 WRK-REG-FUNCAO-B   PIC X(08).
               03 WRK-REG-ESCOPO     PIC X(01).
               03 WRK-REG-SEVERIDADE PIC X(01).
               03 WRK-REG-DESCRICAO  PIC X(40).
               03 WRK-REG-QTD        PIC 9(05).
      * UMA ENTRADA POR FUNCAO + OPERADOR + CLIENTE + DOCUMENTO, COM
      * A PRIMEIRA E A ULTIMA DATA EM QUE FOI EXECUTADA
       01 WRK-TABELA-EVENTOS.
           02 WRK-QTD-EVT     PIC 9(04) VALUE ZEROS.
           02 WRK-EVT OCCURS 5000 TIMES.
               03 WRK-EVT-FUNCAO    PIC X(08).
               03 WRK-EVT-OPERADOR  PIC X(20).
               03 WRK-EVT-CLIENTE   PIC 9(06).
               03 WRK-EVT-DOC       PIC X(10).
               03 WRK-EVT-DATA-PRI  PIC 9(08).
               03 WRK-EVT-DATA-ULT  PIC 9(08).
       01 WRK-LINHA-CAB.
           02 FILLER PIC X(20) VALUE 'S FUNCAO A FUNCAO B '.
           02 FILLER PIC X(21) VALUE 'OPERADOR             '.
           02 FILLER PIC X(19) VALUE 'CLIENTE DOCUMENTO  '.
           02 FILLER PIC X(17) VALUE 'DATA A   DATA B  '.
       01 WRK-LINHA-DET.
           02 WRK-LD-SEVERIDADE PIC X(01).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-FUNCAO-A   PIC X(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-FUNCAO-B   PIC X(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-OPERADOR   PIC X(20).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-CLIENTE    PIC 9(06).
           02 FILLER            PIC X(02) VALUE SPACES.
           02 WRK-LD-DOC        PIC X(10).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-DATA-A     PIC 9(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LD-DATA-B     PIC 9(08).
       01 WRK-LINHA-REGRA.
           02 WRK-LR-FUNCAO-A   PIC X(08).
           02 FILLER            PIC X(01) VALUE '/'.
           02 WRK-LR-FUNCAO-B   PIC X(08).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-ESCOPO     PIC X(01).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-SEVERIDADE PIC X(01).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-DESCRICAO  PIC X(40).
           02 FILLER            PIC X(01) VALUE SPACES.
           02 WRK-LR-QTD        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-RECEBER-MES.
           IF WRK-MES(5:2) < '01' OR WRK-MES(5:2) > '12'
               DISPLAY 'MES INVALIDO: ' WRK-MES
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-REGRAS.
           IF WRK-QTD-REGRAS = ZEROS
               DISPLAY 'SODREGRA SEM REGRA VALIDA - AUDITORIA NAO'
                   ' EXECUTADA'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0200-LER-JORNAL.
           PERFORM 0210-LER-APROVACOES.
           PERFORM 0220-LER-PEDIDOS.
           PERFORM 0230-LER-NOTAS.
           PERFORM 0240-LER-RECEBER.
           PERFORM 0250-LER-LEDGER.
           PERFORM 0500-CONFRONTAR-REGRAS.
           DISPLAY 'MES AUDITADO: ' WRK-MES.
           DISPLAY 'REGISTROS LIDOS: ' WRK-QTD-LIDOS
               ' FUNCOES POR OPERADOR: ' WRK-QTD-EVT.
           DISPLAY 'CONFLITOS DE SEGREGACAO: ' WRK-QTD-OCORR
               ' - VER SODREL'.
           IF WRK-QTD-OCORR > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB147'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB147'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-NUMERO==,
                     ==CAMPO-NOME== BY ==WRK-MES==,
                     ==TEXTO-PROMPT== BY
                         =='MES (AAAAMM, 000000 = MES ANTERIOR): '==.
      * A FUNCAO B PRECISA CAIR DENTRO DO MES; A FUNCAO A PODE TER
      * SIDO EXECUTADA ANTES, MAS NUNCA DEPOIS DO FIM DO MES
       0050-RECEBER-MES.
           PERFORM 0060-RECEBER-NUMERO.
           IF WRK-MES = ZEROS
               MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-AUD
               MOVE WRK-DATA-HOJE(5:2) TO WRK-MES-AUD
               IF WRK-MES-AUD = 01
                   MOVE 12 TO WRK-MES-AUD
                   SUBTRACT 1 FROM WRK-ANO-AUD
               ELSE
                   SUBTRACT 1 FROM WRK-MES-AUD
               END-IF
               COMPUTE WRK-MES = WRK-ANO-AUD * 100 + WRK-MES-AUD
           END-IF.
           COMPUTE WRK-DATA-INICIO = WRK-MES * 100 + 1.
           COMPUTE WRK-DATA-FIM = WRK-MES * 100 + 31.
      * REGRA COM ESCOPO FORA DE 'C'/'D' OU SEM AS DUAS FUNCOES E
      * IGNORADA; SEVERIDADE FORA DE 'A'/'M'/'B' VIRA 'M'
       0100-CARREGAR-REGRAS.
           MOVE ZEROS TO WRK-QTD-REGRAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SOD-RULE-FILE.
           IF WRK-FS-SOD NOT = '00'
               DISPLAY 'SODREGRA INDISPONIVEL - STATUS ' WRK-FS-SOD
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SOD-RULE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0110-GUARDAR-REGRA
                   END-READ
               END-PERFORM
               CLOSE SOD-RULE-FILE
           END-IF.
       0110-GUARDAR-REGRA.
           IF (SOD-ESCOPO NOT = 'C' AND SOD-ESCOPO NOT = 'D')
               OR SOD-FUNCAO-A = SPACES OR SOD-FUNCAO-B = SPACES
               DISPLAY 'REGRA INVALIDA IGNORADA: ' SOD-FUNCAO-A '/'
                   SOD-FUNCAO-B ' ESCOPO ' SOD-ESCOPO
           ELSE
               IF WRK-QTD-REGRAS < 50
                   ADD 1 TO WRK-QTD-REGRAS
                   MOVE SOD-FUNCAO-A
                       TO WRK-REG-FUNCAO-A(WRK-QTD-REGRAS)
                   MOVE SOD-FUNCAO-B
                       TO WRK-REG-FUNCAO-B(WRK-QTD-REGRAS)
                   MOVE SOD-ESCOPO TO WRK-REG-ESCOPO(WRK-QTD-REGRAS)
                   MOVE SOD-SEVERIDADE
                       TO WRK-REG-SEVERIDADE(WRK-QTD-REGRAS)
                   IF SOD-SEVERIDADE NOT = 'A'
                       AND SOD-SEVERIDADE NOT = 'M'
                       AND SOD-SEVERIDADE NOT = 'B'
                       MOVE 'M' TO WRK-REG-SEVERIDADE(WRK-QTD-REGRAS)
                   END-IF
                   MOVE SOD-DESCRICAO
                       TO WRK-REG-DESCRICAO(WRK-QTD-REGRAS)
                   MOVE ZEROS TO WRK-REG-QTD(WRK-QTD-REGRAS)
               ELSE
                   DISPLAY 'TABELA DE REGRAS CHEIA (50) - REGRA '
                       SOD-FUNCAO-A '/' SOD-FUNCAO-B ' IGNORADA'
               END-IF
           END-IF.
      * CADASTRO DE CLIENTE = INCLUSAO NO CUSTMAST JORNALIZADA PELO
      * PROGCOB02 (CM-ID NA CHAVE DO JORNAL); O CM-OPERADOR DO MASTER
      * E O DA ULTIMA ALTERACAO E NAO SERVE PARA ISSO
       0200-LER-JORNAL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-FS-JRN = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           IF JRN-ARQUIVO = 'CUSTMAST'
                               AND JRN-OPERACAO = 'WRITE'
                               AND JRN-CHAVE(1:6) IS NUMERIC
                               MOVE 'CADCLI' TO WRK-EV-FUNCAO
                               MOVE JRN-OPERADOR TO WRK-EV-OPERADOR
                               MOVE JRN-CHAVE(1:6) TO WRK-EV-CLIENTE
                               MOVE SPACES TO WRK-EV-DOC
                               MOVE JRN-DATA TO WRK-EV-DATA
                               PERFORM 0400-GUARDAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               DISPLAY 'JORNFILE INDISPONIVEL - STATUS ' WRK-FS-JRN
           END-IF.
      * SOLICITACAO REJEITADA NAO ALTEROU O LIMITE E NAO CONTA
       0210-LER-APROVACOES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT APPROVAL-FILE.
           IF WRK-FS-APR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ APPROVAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           IF APR-TIPO = 'LIMITE'
                               AND APR-STATUS NOT = 'R'
                               AND APR-CHAVE(1:6) IS NUMERIC
                               PERFORM 0215-GUARDAR-LIMITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           ELSE
               DISPLAY 'APROVPEN INDISPONIVEL - STATUS ' WRK-FS-APR
           END-IF.
       0215-GUARDAR-LIMITE.
           MOVE 'LIMITE' TO WRK-EV-FUNCAO.
           MOVE APR-SOLICITANTE TO WRK-EV-OPERADOR.
           MOVE APR-CHAVE(1:6) TO WRK-EV-CLIENTE.
           MOVE SPACES TO WRK-EV-DOC.
           MOVE APR-SEQ TO WRK-EV-DOC.
           MOVE APR-DATA TO WRK-EV-DATA.
           PERFORM 0400-GUARDAR-EVENTO.
           IF APR-STATUS = 'A'
               MOVE 'APRLIM' TO WRK-EV-FUNCAO
               MOVE APR-APROVADOR TO WRK-EV-OPERADOR
               MOVE APR-DATA-DECISAO TO WRK-EV-DATA
               PERFORM 0400-GUARDAR-EVENTO
           END-IF.
      * UM CORD-REC POR ITEM - A TABELA JUNTA OS ITENS DO PEDIDO
       0220-LER-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUST-ORDER-FILE.
           IF WRK-FS-COR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUST-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           MOVE 'PEDIDO' TO WRK-EV-FUNCAO
                           MOVE CORD-OPERADOR TO WRK-EV-OPERADOR
                           MOVE CORD-CLIENTE TO WRK-EV-CLIENTE
                           MOVE SPACES TO WRK-EV-DOC
                           MOVE CORD-PEDIDO TO WRK-EV-DOC
                           MOVE CORD-DATA TO WRK-EV-DATA
                           PERFORM 0400-GUARDAR-EVENTO
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           ELSE
               DISPLAY 'CUSTORD INDISPONIVEL - STATUS ' WRK-FS-COR
           END-IF.
       0230-LER-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           PERFORM 0235-GUARDAR-NOTA
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE
           ELSE
               DISPLAY 'NOTAFISC INDISPONIVEL - STATUS ' WRK-FS-NFR
           END-IF.
       0235-GUARDAR-NOTA.
           MOVE 'EMITENF' TO WRK-EV-FUNCAO.
           MOVE NFR-EMISSOR TO WRK-EV-OPERADOR.
           MOVE NFR-CLIENTE TO WRK-EV-CLIENTE.
           MOVE SPACES TO WRK-EV-DOC.
           MOVE NFR-NUMERO TO WRK-EV-DOC.
           MOVE NFR-DATA TO WRK-EV-DATA.
           PERFORM 0400-GUARDAR-EVENTO.
           IF NFR-STATUS = 'C'
               MOVE 'CANCNF' TO WRK-EV-FUNCAO
               MOVE NFR-OPERADOR TO WRK-EV-OPERADOR
               MOVE NFR-DATA-CANC TO WRK-EV-DATA
               PERFORM 0400-GUARDAR-EVENTO
           END-IF.
      * PAGA ('P'), RECUPERADA ('R') OU PERDIDA ('X') = BAIXADA
       0240-LER-RECEBER.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           IF RCV-STATUS = 'P' OR RCV-STATUS = 'R'
                               OR RCV-STATUS = 'X'
                               MOVE 'BAIXA' TO WRK-EV-FUNCAO
                               MOVE RCV-OPERADOR TO WRK-EV-OPERADOR
                               MOVE RCV-CLIENTE TO WRK-EV-CLIENTE
                               MOVE RCV-PEDIDO TO WRK-DP-PEDIDO
                               MOVE RCV-PARCELA TO WRK-DP-PARCELA
                               MOVE WRK-DOC-PARCELA TO WRK-EV-DOC
                               MOVE RCV-DATA-PGTO TO WRK-EV-DATA
                               PERFORM 0400-GUARDAR-EVENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           ELSE
               DISPLAY 'CONTAREC INDISPONIVEL - STATUS ' WRK-FS-RCV
           END-IF.
      * O LED-SEQ E UNICO NO ARQUIVO INTEIRO: O ESTORNO APONTA O
      * LANCAMENTO ORIGINAL PELO LED-REF-SEQ
       0250-LER-LEDGER.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT LEDGER-FILE.
           IF WRK-FS-LED = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           PERFORM 0255-GUARDAR-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           ELSE
               DISPLAY 'LEDGER INDISPONIVEL - STATUS ' WRK-FS-LED
           END-IF.
       0255-GUARDAR-LANCAMENTO.
           MOVE LED-OPERADOR TO WRK-EV-OPERADOR.
           MOVE ZEROS TO WRK-EV-CLIENTE.
           MOVE SPACES TO WRK-EV-DOC.
           MOVE LED-DATA TO WRK-EV-DATA.
           EVALUATE LED-TIPO
               WHEN 'N'
                   MOVE 'LANCLED' TO WRK-EV-FUNCAO
                   MOVE LED-SEQ TO WRK-EV-DOC
                   PERFORM 0400-GUARDAR-EVENTO
               WHEN 'C'
                   MOVE 'ESTLED' TO WRK-EV-FUNCAO
                   MOVE LED-REF-SEQ TO WRK-EV-DOC
                   PERFORM 0400-GUARDAR-EVENTO
           END-EVALUATE.
      * SO ENTRA FUNCAO USADA EM ALGUMA REGRA, EXECUTADA POR OPERADOR
      * (NAO POR PROCESSO AUTOMATICO) ATE O FIM DO MES AUDITADO
       0400-GUARDAR-EVENTO.
           IF WRK-EV-OPERADOR = SPACES
               OR WRK-EV-OPERADOR = 'LOTE'
               OR WRK-EV-OPERADOR = 'RETORNO BANCARIO'
               OR WRK-EV-OPERADOR = 'SALDO CREDOR'
               OR WRK-EV-OPERADOR(1:7) = 'PROGCOB'
               OR WRK-EV-DATA = ZEROS
               OR WRK-EV-DATA > WRK-DATA-FIM
               CONTINUE
           ELSE
               MOVE 'N' TO WRK-FUNCAO-OK
               PERFORM VARYING WRK-IND-REGRA FROM 1 BY 1
                       UNTIL WRK-IND-REGRA > WRK-QTD-REGRAS
                          OR WRK-FUNCAO-OK = 'S'
                   IF WRK-REG-FUNCAO-A(WRK-IND-REGRA) = WRK-EV-FUNCAO
                       OR WRK-REG-FUNCAO-B(WRK-IND-REGRA)
                           = WRK-EV-FUNCAO
                       MOVE 'S' TO WRK-FUNCAO-OK
                   END-IF
               END-PERFORM
               IF WRK-FUNCAO-OK = 'S'
                   PERFORM 0410-INCLUIR-EVENTO
               END-IF
           END-IF.
       0410-INCLUIR-EVENTO.
           MOVE ZEROS TO WRK-POS-EVT.
           PERFORM VARYING WRK-IND-A FROM 1 BY 1
                   UNTIL WRK-IND-A > WRK-QTD-EVT
                      OR WRK-POS-EVT > ZEROS
               IF WRK-EVT-FUNCAO(WRK-IND-A) = WRK-EV-FUNCAO
                   AND WRK-EVT-OPERADOR(WRK-IND-A) = WRK-EV-OPERADOR
                   AND WRK-EVT-CLIENTE(WRK-IND-A) = WRK-EV-CLIENTE
                   AND WRK-EVT-DOC(WRK-IND-A) = WRK-EV-DOC
                   MOVE WRK-IND-A TO WRK-POS-EVT
               END-IF
           END-PERFORM.
           IF WRK-POS-EVT > ZEROS
               IF WRK-EV-DATA < WRK-EVT-DATA-PRI(WRK-POS-EVT)
                   MOVE WRK-EV-DATA TO WRK-EVT-DATA-PRI(WRK-POS-EVT)
               END-IF
               IF WRK-EV-DATA > WRK-EVT-DATA-ULT(WRK-POS-EVT)
                   MOVE WRK-EV-DATA TO WRK-EVT-DATA-ULT(WRK-POS-EVT)
               END-IF
           ELSE
               IF WRK-QTD-EVT < 5000
                   ADD 1 TO WRK-QTD-EVT
                   MOVE WRK-EV-FUNCAO TO WRK-EVT-FUNCAO(WRK-QTD-EVT)
                   MOVE WRK-EV-OPERADOR
                       TO WRK-EVT-OPERADOR(WRK-QTD-EVT)
                   MOVE WRK-EV-CLIENTE TO WRK-EVT-CLIENTE(WRK-QTD-EVT)
                   MOVE WRK-EV-DOC TO WRK-EVT-DOC(WRK-QTD-EVT)
                   MOVE WRK-EV-DATA TO WRK-EVT-DATA-PRI(WRK-QTD-EVT)
                   MOVE WRK-EV-DATA TO WRK-EVT-DATA-ULT(WRK-QTD-EVT)
               ELSE
                   IF WRK-TAB-CHEIA = 'N'
                       MOVE 'Y' TO WRK-TAB-CHEIA
                       DISPLAY 'TABELA DE FUNCOES CHEIA (5000) -'
                           ' AUDITORIA PARCIAL'
                       MOVE 'M' TO WRK-ALT-SEVERIDADE
                       MOVE 'TABELA CHEIA - AUDITORIA SOD PARCIAL'
                           TO WRK-ALT-MENSAGEM
                       CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                           WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
                   END-IF
               END-IF
           END-IF.
      * PARA CADA REGRA: FUNCAO B DO MES (ULTIMA EXECUCAO A PARTIR DO
      * DIA 01) CONTRA A FUNCAO A DO MESMO OPERADOR EXECUTADA ANTES
      * OU NO MESMO DIA, NO MESMO CLIENTE OU DOCUMENTO DA REGRA
       0500-CONFRONTAR-REGRAS.
           OPEN OUTPUT SOD-REPORT.
           MOVE ZEROS TO WRK-PAGINA.
           PERFORM 0590-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'MES AUDITADO: ' WRK-MES
                  '   REGRAS: ' WRK-QTD-REGRAS
                  '   FUNCOES POR OPERADOR: ' WRK-QTD-EVT
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           WRITE REL-LINHA FROM WRK-LINHA-CAB.
           PERFORM VARYING WRK-IND-REGRA FROM 1 BY 1
                   UNTIL WRK-IND-REGRA > WRK-QTD-REGRAS
               PERFORM VARYING WRK-IND-B FROM 1 BY 1
                       UNTIL WRK-IND-B > WRK-QTD-EVT
                   IF WRK-EVT-FUNCAO(WRK-IND-B)
                           = WRK-REG-FUNCAO-B(WRK-IND-REGRA)
                       AND WRK-EVT-DATA-ULT(WRK-IND-B)
                           NOT < WRK-DATA-INICIO
                       PERFORM 0510-PROCURAR-FUNCAO-A
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTD-OCORR = ZEROS
               MOVE 'NENHUM CONFLITO DE SEGREGACAO NO MES'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE 'OCORRENCIAS POR REGRA (ESCOPO C=CLIENTE D=DOCUMENTO)'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-REGRA FROM 1 BY 1
                   UNTIL WRK-IND-REGRA > WRK-QTD-REGRAS
               MOVE WRK-REG-FUNCAO-A(WRK-IND-REGRA) TO WRK-LR-FUNCAO-A
               MOVE WRK-REG-FUNCAO-B(WRK-IND-REGRA) TO WRK-LR-FUNCAO-B
               MOVE WRK-REG-ESCOPO(WRK-IND-REGRA) TO WRK-LR-ESCOPO
               MOVE WRK-REG-SEVERIDADE(WRK-IND-REGRA)
                   TO WRK-LR-SEVERIDADE
               MOVE WRK-REG-DESCRICAO(WRK-IND-REGRA)
                   TO WRK-LR-DESCRICAO
               MOVE WRK-REG-QTD(WRK-IND-REGRA) TO WRK-LR-QTD
               WRITE REL-LINHA FROM WRK-LINHA-REGRA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DE CONFLITOS: ' WRK-QTD-OCORR
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE SOD-REPORT.
       0510-PROCURAR-FUNCAO-A.
           PERFORM VARYING WRK-IND-A FROM 1 BY 1
                   UNTIL WRK-IND-A > WRK-QTD-EVT
               IF WRK-EVT-FUNCAO(WRK-IND-A)
                       = WRK-REG-FUNCAO-A(WRK-IND-REGRA)
                   AND WRK-EVT-OPERADOR(WRK-IND-A)
                       = WRK-EVT-OPERADOR(WRK-IND-B)
                   AND WRK-EVT-DATA-PRI(WRK-IND-A)
                       NOT > WRK-EVT-DATA-ULT(WRK-IND-B)
                   MOVE 'N' TO WRK-CONFLITO
                   IF WRK-REG-ESCOPO(WRK-IND-REGRA) = 'C'
                       IF WRK-EVT-CLIENTE(WRK-IND-A) > ZEROS
                           AND WRK-EVT-CLIENTE(WRK-IND-A)
                               = WRK-EVT-CLIENTE(WRK-IND-B)
                           MOVE 'S' TO WRK-CONFLITO
                       END-IF
                   ELSE
                       IF WRK-EVT-DOC(WRK-IND-A) NOT = SPACES
                           AND WRK-EVT-DOC(WRK-IND-A)
                               = WRK-EVT-DOC(WRK-IND-B)
                           MOVE 'S' TO WRK-CONFLITO
                       END-IF
                   END-IF
                   IF WRK-CONFLITO = 'S'
                       PERFORM 0520-REGISTRAR-CONFLITO
                   END-IF
               END-IF
           END-PERFORM.
       0520-REGISTRAR-CONFLITO.
           ADD 1 TO WRK-QTD-OCORR.
           ADD 1 TO WRK-REG-QTD(WRK-IND-REGRA).
           MOVE WRK-REG-SEVERIDADE(WRK-IND-REGRA)
               TO WRK-LD-SEVERIDADE.
           MOVE WRK-REG-FUNCAO-A(WRK-IND-REGRA) TO WRK-LD-FUNCAO-A.
           MOVE WRK-REG-FUNCAO-B(WRK-IND-REGRA) TO WRK-LD-FUNCAO-B.
           MOVE WRK-EVT-OPERADOR(WRK-IND-B) TO WRK-LD-OPERADOR.
           MOVE WRK-EVT-CLIENTE(WRK-IND-B) TO WRK-LD-CLIENTE.
           MOVE WRK-EVT-DOC(WRK-IND-B) TO WRK-LD-DOC.
           MOVE WRK-EVT-DATA-PRI(WRK-IND-A) TO WRK-LD-DATA-A.
           MOVE WRK-EVT-DATA-ULT(WRK-IND-B) TO WRK-LD-DATA-B.
           WRITE REL-LINHA FROM WRK-LINHA-DET.
           MOVE WRK-REG-SEVERIDADE(WRK-IND-REGRA)
               TO WRK-ALT-SEVERIDADE.
           MOVE SPACES TO WRK-ALT-MENSAGEM.
           STRING 'SOD ' FUNCTION TRIM(WRK-LD-FUNCAO-A)
                  '/' FUNCTION TRIM(WRK-LD-FUNCAO-B)
                  ' ' FUNCTION TRIM(WRK-LD-OPERADOR)
               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM.
           CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
               WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0590-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='AUDITORIA DE SEGREGACAO DE FUNCOES'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
