       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB114.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = LOTE DE PAGAMENTO A FORNECEDOR: SELECIONA NO
      * CONTAPAG (PAGREC.COB) OS TITULOS EM ABERTO OU REJEITADOS PELO
      * BANCO COM VENCIMENTO ATE A DATA INFORMADA, MOSTRA A SELECAO
      * NUMERADA PARA O TESOUREIRO EXCLUIR (OU REINCLUIR) TITULOS UM
      * A UM E, CONFIRMADO O LOTE, GERA A REMESSA DE PAGAMENTO BANKPAG
      * NO MESMO LAYOUT FIXO DA BANKREM DO PROGCOB57 - HEADER ('H' +
      * FONTE + DATA), UM DETALHE POR TITULO (FORNECEDOR, DOCUMENTO E
      * NOME DO FORNMAST, VALOR, VENCIMENTO E DATA DE PAGAMENTO) E
      * TRAILER ('T' + QUANTIDADE + HASH DOS VALORES); OS TITULOS
      * REMETIDOS FICAM COM STATUS 'E' NO CONTAPAG ATE O RETORNO DO
      * BANCO SER PROCESSADO PELO PROGCOB115
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYABLE-FILE ASSIGN TO 'CONTAPAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAG.
           SELECT PAYABLE-TEMP ASSIGN TO 'CONTPTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT BANK-PAYMENT-FILE ASSIGN TO 'BANKPAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REM.
           SELECT SUPPLIER-MASTER ASSIGN TO 'FORNMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FOR.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYABLE-FILE.
       COPY 'PAGREC.COB'.
       FD  PAYABLE-TEMP.
       01  TMP-REC         PIC X(69).
       FD  BANK-PAYMENT-FILE.
       01  PGR-REC.
           02 PGR-TITULO     PIC 9(08).
           02 PGR-PARCELA    PIC 9(02).
           02 PGR-FORNECEDOR PIC 9(04).
           02 PGR-DOC        PIC 9(14).
           02 PGR-NOME       PIC X(20).
           02 PGR-VALOR      PIC 9(08)V99.
           02 PGR-VENCTO     PIC 9(08).
           02 PGR-DATA-PGTO  PIC 9(08).
       01  PGR-HEADER.
           02 PGH-TIPO     PIC X(01).
           02 PGH-FONTE    PIC X(08).
           02 PGH-DATA     PIC 9(08).
       01  PGR-TRAILER.
           02 PGT-TIPO     PIC X(01).
           02 PGT-QTD      PIC 9(06).
           02 PGT-HASH     PIC 9(11)V99.
       FD  SUPPLIER-MASTER.
       COPY 'FORREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-PAG      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-REM      PIC X(02) VALUE SPACES.
       77 WRK-FS-FOR      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-FOR-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-LINHA       PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TIT     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TIT     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-INCLUIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-DETALHE PIC 9(06) VALUE ZEROS.
       77 WRK-HASH-TOTAL  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOT-LOTE    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-MARCA       PIC X(08) VALUE SPACES.
       01 WRK-TABELA-TITULOS.
           02 WRK-TIT OCCURS 500 TIMES.
               03 WRK-TIT-TITULO     PIC 9(08).
               03 WRK-TIT-PARCELA    PIC 9(02).
               03 WRK-TIT-FORNECEDOR PIC 9(04).
               03 WRK-TIT-DOC        PIC 9(14).
               03 WRK-TIT-NOME       PIC X(20).
               03 WRK-TIT-VALOR      PIC 9(08)V99.
               03 WRK-TIT-VENCTO     PIC 9(08).
               03 WRK-TIT-EXCLUIDO   PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-RECEBER-LIMITE.
           IF WRK-DATA-LIMITE = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE
           END-IF.
           PERFORM 0100-SELECIONAR-TITULOS.
           EVALUATE TRUE
               WHEN WRK-TAB-CHEIA = 'S'
                   DISPLAY '*** MAIS DE 500 TITULOS ATE '
                       WRK-DATA-LIMITE ' - NENHUMA REMESSA GERADA'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB114 OU'
                       ' USE UMA DATA LIMITE MENOR ***'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-TIT = 0
                   DISPLAY 'NENHUM TITULO A PAGAR ATE ' WRK-DATA-LIMITE
               WHEN OTHER
                   PERFORM 0150-BUSCAR-FORNECEDORES
                   PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
                       PERFORM 0200-LISTAR-SELECAO
                       PERFORM 0060-RECEBER-LINHA
                       EVALUATE TRUE
                           WHEN WRK-LINHA = 0
                               PERFORM 0250-CONFIRMAR-LOTE
                           WHEN WRK-LINHA = 999
                               DISPLAY 'LOTE CANCELADO - NENHUMA'
                                   ' REMESSA GERADA'
                               MOVE 'Y' TO WRK-FIM-SESSAO
                           WHEN WRK-LINHA > WRK-QTD-TIT
                               DISPLAY 'LINHA INVALIDA: ' WRK-LINHA
                           WHEN OTHER
                               PERFORM 0220-ALTERNAR-EXCLUSAO
                       END-EVALUATE
                   END-PERFORM
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB114'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB114'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0050-RECEBER-LIMITE==,
                     ==CAMPO-NOME== BY ==WRK-DATA-LIMITE==,
                     ==TEXTO-PROMPT== BY
                         =='VENCIMENTO ATE (AAAAMMDD, 0 = HOJE): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-LINHA==,
                     ==CAMPO-NOME== BY ==WRK-LINHA==,
                     ==TEXTO-PROMPT== BY
                         =='LINHA A EXCLUIR/REINCLUIR (0 = GERAR): '==.
      * TITULO REJEITADO PELO BANCO ('R') VOLTA A SER SELECIONADO;
      * O JA ENVIADO ('E') AGUARDA O RETORNO E NAO ENTRA DE NOVO
       0100-SELECIONAR-TITULOS.
           MOVE ZEROS TO WRK-QTD-TIT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PAYABLE-FILE.
           IF WRK-FS-PAG NOT = '00'
               DISPLAY 'CONTAPAG INDISPONIVEL - STATUS ' WRK-FS-PAG
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PAYABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF (PAG-STATUS = 'A' OR PAG-STATUS = 'R')
                               AND PAG-VENCTO <= WRK-DATA-LIMITE
                               PERFORM 0110-GUARDAR-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYABLE-FILE
           END-IF.
       0110-GUARDAR-TITULO.
           IF WRK-QTD-TIT >= 500
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-TIT
               MOVE PAG-TITULO TO WRK-TIT-TITULO(WRK-QTD-TIT)
               MOVE PAG-PARCELA TO WRK-TIT-PARCELA(WRK-QTD-TIT)
               MOVE PAG-FORNECEDOR TO WRK-TIT-FORNECEDOR(WRK-QTD-TIT)
               MOVE ZEROS TO WRK-TIT-DOC(WRK-QTD-TIT)
               MOVE 'NOME NAO DISPONIVEL' TO WRK-TIT-NOME(WRK-QTD-TIT)
               MOVE PAG-VALOR TO WRK-TIT-VALOR(WRK-QTD-TIT)
               MOVE PAG-VENCTO TO WRK-TIT-VENCTO(WRK-QTD-TIT)
               MOVE 'N' TO WRK-TIT-EXCLUIDO(WRK-QTD-TIT)
           END-IF.
      * DOCUMENTO E NOME DO FAVORECIDO VEM DO FORNMAST; SEM ELE O
      * TITULO SEGUE COM DOCUMENTO ZERADO, COMO NA BANKREM
       0150-BUSCAR-FORNECEDORES.
           MOVE 'N' TO WRK-FOR-DISPON.
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-FOR = '00'
               MOVE 'S' TO WRK-FOR-DISPON
           ELSE
               DISPLAY 'FORNMAST INDISPONIVEL - STATUS ' WRK-FS-FOR
           END-IF.
           IF WRK-FOR-DISPON = 'S'
               PERFORM VARYING WRK-IND-TIT FROM 1 BY 1
                       UNTIL WRK-IND-TIT > WRK-QTD-TIT
                   MOVE WRK-TIT-FORNECEDOR(WRK-IND-TIT) TO FOR-CODIGO
                   READ SUPPLIER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE FOR-DOC TO WRK-TIT-DOC(WRK-IND-TIT)
                           MOVE FOR-NOME TO WRK-TIT-NOME(WRK-IND-TIT)
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-MASTER
           END-IF.
       0200-LISTAR-SELECAO.
           MOVE ZEROS TO WRK-QTD-INCLUIDOS WRK-TOT-LOTE.
           DISPLAY 'LIN TITULO   PC FORN NOME                 VENCTO  '
               '         VALOR'.
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1
                   UNTIL WRK-IND-TIT > WRK-QTD-TIT
               MOVE WRK-TIT-VALOR(WRK-IND-TIT) TO WRK-VALOR-ED
               IF WRK-TIT-EXCLUIDO(WRK-IND-TIT) = 'S'
                   MOVE 'EXCLUIDO' TO WRK-MARCA
               ELSE
                   MOVE SPACES TO WRK-MARCA
                   ADD 1 TO WRK-QTD-INCLUIDOS
                   ADD WRK-TIT-VALOR(WRK-IND-TIT) TO WRK-TOT-LOTE
               END-IF
               DISPLAY WRK-IND-TIT ' ' WRK-TIT-TITULO(WRK-IND-TIT) ' '
                   WRK-TIT-PARCELA(WRK-IND-TIT) ' '
                   WRK-TIT-FORNECEDOR(WRK-IND-TIT) ' '
                   WRK-TIT-NOME(WRK-IND-TIT) ' '
                   WRK-TIT-VENCTO(WRK-IND-TIT) ' ' WRK-VALOR-ED ' '
                   WRK-MARCA
           END-PERFORM.
           MOVE WRK-TOT-LOTE TO WRK-TOTAL-ED.
           DISPLAY 'TITULOS NO LOTE: ' WRK-QTD-INCLUIDOS
               ' DE ' WRK-QTD-TIT '  TOTAL A PAGAR: ' WRK-TOTAL-ED.
           DISPLAY '(999 = CANCELAR O LOTE SEM GERAR REMESSA)'.
       0220-ALTERNAR-EXCLUSAO.
           IF WRK-TIT-EXCLUIDO(WRK-LINHA) = 'S'
               MOVE 'N' TO WRK-TIT-EXCLUIDO(WRK-LINHA)
           ELSE
               MOVE 'S' TO WRK-TIT-EXCLUIDO(WRK-LINHA)
           END-IF.
       0250-CONFIRMAR-LOTE.
           IF WRK-QTD-INCLUIDOS = 0
               DISPLAY 'TODOS OS TITULOS EXCLUIDOS - NADA A REMETER'
           ELSE
               PERFORM 0300-GERAR-REMESSA
               PERFORM 0400-MARCAR-ENVIADOS
               MOVE WRK-HASH-TOTAL TO WRK-TOTAL-ED
               DISPLAY 'REMESSA GRAVADA EM BANKPAG - TITULOS: '
                   WRK-QTD-DETALHE '  TOTAL: ' WRK-TOTAL-ED
               MOVE 'Y' TO WRK-FIM-SESSAO
           END-IF.
       0300-GERAR-REMESSA.
           MOVE ZEROS TO WRK-QTD-DETALHE WRK-HASH-TOTAL.
           OPEN OUTPUT BANK-PAYMENT-FILE.
           MOVE 'H' TO PGH-TIPO.
           MOVE 'CONTAPAG' TO PGH-FONTE.
           MOVE WRK-DATA-HOJE TO PGH-DATA.
           WRITE PGR-HEADER.
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1
                   UNTIL WRK-IND-TIT > WRK-QTD-TIT
               IF WRK-TIT-EXCLUIDO(WRK-IND-TIT) = 'N'
                   PERFORM 0310-GRAVAR-DETALHE
               END-IF
           END-PERFORM.
           MOVE 'T' TO PGT-TIPO.
           MOVE WRK-QTD-DETALHE TO PGT-QTD.
           MOVE WRK-HASH-TOTAL TO PGT-HASH.
           WRITE PGR-TRAILER.
           CLOSE BANK-PAYMENT-FILE.
      * TITULO VENCIDO E PAGO NA DATA DA REMESSA; O A VENCER, NO
      * PROPRIO VENCIMENTO
       0310-GRAVAR-DETALHE.
           MOVE WRK-TIT-TITULO(WRK-IND-TIT) TO PGR-TITULO.
           MOVE WRK-TIT-PARCELA(WRK-IND-TIT) TO PGR-PARCELA.
           MOVE WRK-TIT-FORNECEDOR(WRK-IND-TIT) TO PGR-FORNECEDOR.
           MOVE WRK-TIT-DOC(WRK-IND-TIT) TO PGR-DOC.
           MOVE WRK-TIT-NOME(WRK-IND-TIT) TO PGR-NOME.
           MOVE WRK-TIT-VALOR(WRK-IND-TIT) TO PGR-VALOR.
           MOVE WRK-TIT-VENCTO(WRK-IND-TIT) TO PGR-VENCTO.
           IF WRK-TIT-VENCTO(WRK-IND-TIT) < WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE TO PGR-DATA-PGTO
           ELSE
               MOVE WRK-TIT-VENCTO(WRK-IND-TIT) TO PGR-DATA-PGTO
           END-IF.
           WRITE PGR-REC.
           ADD 1 TO WRK-QTD-DETALHE.
           ADD WRK-TIT-VALOR(WRK-IND-TIT) TO WRK-HASH-TOTAL.
      * REGRAVA O CONTAPAG PELO CONTPTMP COM STATUS 'E' NOS TITULOS
      * QUE FORAM PARA A REMESSA
       0400-MARCAR-ENVIADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PAYABLE-FILE.
           OPEN OUTPUT PAYABLE-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ PAYABLE-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF PAG-STATUS = 'A' OR PAG-STATUS = 'R'
                           PERFORM 0410-CASAR-TITULO
                       END-IF
                       WRITE TMP-REC FROM PAG-REC
               END-READ
           END-PERFORM.
           CLOSE PAYABLE-FILE PAYABLE-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PAYABLE-TEMP.
           OPEN OUTPUT PAYABLE-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ PAYABLE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE PAG-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE PAYABLE-TEMP PAYABLE-FILE.
       0410-CASAR-TITULO.
           PERFORM VARYING WRK-IND-TIT FROM 1 BY 1
                   UNTIL WRK-IND-TIT > WRK-QTD-TIT
               IF WRK-TIT-EXCLUIDO(WRK-IND-TIT) = 'N'
                   AND WRK-TIT-TITULO(WRK-IND-TIT) = PAG-TITULO
                   AND WRK-TIT-PARCELA(WRK-IND-TIT) = PAG-PARCELA
                   MOVE 'E' TO PAG-STATUS
               END-IF
           END-PERFORM.
