      * SISTEMA
      * COMPROM: CPR-DATA (AAAAMMDD), CPR-DESCRICAO, CPR-VALOR
      * DATA = XX/XX/XXXX
      * MANUTENCAO = TITULOS DO CONTAS A PAGAR (CONTAPAG) ENTRAM COMO
      * SAIDA: O PAGO PELO RETORNO DO BANCO NA DATA DO PAGAMENTO (DE
      * HOJE EM DIANTE) E O AINDA NAO PAGO NO VENCIMENTO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT PAYABLE-FILE ASSIGN TO 'CONTAPAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAG.
           SELECT COMMITMENT-FILE ASSIGN TO 'COMPROM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CPR.
       COPY 'LEDREC.COB'.
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  PAYABLE-FILE.
       COPY 'PAGREC.COB'.
       FD  COMMITMENT-FILE.
       01  CPR-REC.
           02 CPR-DATA      PIC 9(08).
       77 WRK-FS-LED      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-CPR      PIC X(02) VALUE SPACES.
       77 WRK-FS-PAG      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-DIAS    PIC 9(02) VALUE 5.
       77 WRK-IND-DIA     PIC 9(02) VALUE ZEROS.
       77 WRK-POS-DIA     PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-SAIDA  PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-CAIXA PIC S9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-PROJ  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-PRIMEIRO-NEG PIC X(01) VALUE 'N'.
           PERFORM 0200-LER-SALDO-CAIXA.
           PERFORM 0300-ACUMULAR-RECEBIVEIS.
           PERFORM 0400-ACUMULAR-COMPROMISSOS.
           PERFORM 0420-ACUMULAR-PAGAVEIS.
           PERFORM 0500-GRAVAR-PROJECAO.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
           IF WRK-POS-DIA > 0
               ADD CPR-VALOR TO WRK-DIA-SAIDA(WRK-POS-DIA)
           END-IF.
      * TITULO PAGO ANTES DE HOJE JA SAIU DO CAIXA E FICA DE FORA;
      * ENVIADO, ABERTO OU REJEITADO PELO BANCO SAI NO VENCIMENTO
       0420-ACUMULAR-PAGAVEIS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PAYABLE-FILE.
           IF WRK-FS-PAG = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PAYABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PAG-STATUS = 'P'
                               IF PAG-DATA-PGTO >= WRK-DATA-HOJE
                                   MOVE PAG-DATA-PGTO TO WRK-DATA-SAIDA
                                   PERFORM 0460-ENCAIXAR-PAGAVEL
                               END-IF
                           ELSE
                               MOVE PAG-VENCTO TO WRK-DATA-SAIDA
                               PERFORM 0460-ENCAIXAR-PAGAVEL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYABLE-FILE
           ELSE
               DISPLAY 'CONTAPAG INDISPONIVEL - SEM PAGAMENTOS'
           END-IF.
       0460-ENCAIXAR-PAGAVEL.
           MOVE ZEROS TO WRK-POS-DIA.
           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                   UNTIL WRK-IND-DIA > WRK-QTD-DIAS
                   OR WRK-POS-DIA > 0
               IF WRK-DIA-DATA(WRK-IND-DIA) >= WRK-DATA-SAIDA
                   MOVE WRK-IND-DIA TO WRK-POS-DIA
               END-IF
           END-PERFORM.
           IF WRK-POS-DIA > 0
               IF PAG-STATUS = 'P'
                   ADD PAG-VALOR-PAGO TO WRK-DIA-SAIDA(WRK-POS-DIA)
               ELSE
                   ADD PAG-VALOR TO WRK-DIA-SAIDA(WRK-POS-DIA)
               END-IF
           END-IF.
       0500-GRAVAR-PROJECAO.
           MOVE ZEROS TO WRK-PAGINA.
           MOVE 'N' TO WRK-PRIMEIRO-NEG.
