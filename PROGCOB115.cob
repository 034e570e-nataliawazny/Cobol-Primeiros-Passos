       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB115.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = IMPORTACAO DO RETORNO DO BANCO PARA A REMESSA DE
      * PAGAMENTO A FORNECEDOR DO PROGCOB114 (BANKPRT), NOS MOLDES DO
      * PROGCOB58 PARA O RECEBER: O ARQUIVO E CONFERIDO INTEIRO
      * (HEADER 'H' + TRAILER 'T' COM QUANTIDADE E HASH) ANTES DE
      * QUALQUER BAIXA; TRAILER DIVERGENTE REJEITA O ARQUIVO COM
      * RELATORIO EM PAGEXC, ALERTA VIA PRGALERT E RC 8, SEM TOCAR O
      * CONTAPAG; COM O ARQUIVO INTEGRO CADA TITULO ENVIADO ('E') E
      * MARCADO PAGO ('P', COM DATA E VALOR PAGOS) OU REJEITADO
      * ('R', VOLTA PARA O PROXIMO LOTE) EM UMA UNICA REGRAVACAO DO
      * CONTAPAG; REJEICOES E LINHAS SEM TITULO ENVIADO SAEM NO
      * RELATORIO DE EXCECAO PAGEXC
      * BANKPRT: PRT-SITUACAO = 'P' PAGO / 'R' REJEITADO, COM O
      * MOTIVO DA REJEICAO INFORMADO PELO BANCO
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-RETURN-FILE ASSIGN TO 'BANKPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT PAYABLE-FILE ASSIGN TO 'CONTAPAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAG.
           SELECT PAYABLE-TEMP ASSIGN TO 'CONTPTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT BANK-EXC-FILE ASSIGN TO 'PAGEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-RETURN-FILE.
       01  RET-REC.
           02 RET-TITULO    PIC 9(08).
           02 RET-PARCELA   PIC 9(02).
           02 RET-VALOR     PIC 9(08)V99.
           02 RET-DATA-PGTO PIC 9(08).
           02 RET-SITUACAO  PIC X(01).
           02 RET-MOTIVO    PIC X(20).
       01  RET-HEADER.
           02 RTH-TIPO     PIC X(01).
           02 RTH-FONTE    PIC X(08).
           02 RTH-DATA     PIC 9(08).
       01  RET-TRAILER.
           02 RTT-TIPO     PIC X(01).
           02 RTT-QTD      PIC 9(06).
           02 RTT-HASH     PIC 9(11)V99.
       FD  PAYABLE-FILE.
       COPY 'PAGREC.COB'.
       FD  PAYABLE-TEMP.
       01  TMP-REC         PIC X(69).
       FD  BANK-EXC-FILE.
       01  EXC-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-RET      PIC X(02) VALUE SPACES.
       77 WRK-FS-PAG      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXC      PIC X(02) VALUE SPACES.
       77 WRK-FIM-RET     PIC X(01) VALUE 'N'.
       77 WRK-FIM-PAG     PIC X(01) VALUE 'N'.
       77 WRK-ARQ-OK      PIC X(01) VALUE 'N'.
       77 WRK-TEM-HEADER  PIC X(01) VALUE 'N'.
       77 WRK-TEM-TRAILER PIC X(01) VALUE 'N'.
       77 WRK-VER-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-VER-HASH    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TRL-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-TRL-HASH    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-PAGTOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PAG     PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-BAIXAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEIT  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-PAR PIC 9(06) VALUE ZEROS.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB115'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'A'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-PAGTOS.
           02 WRK-PAG OCCURS 500 TIMES.
               03 WRK-PAG-TITULO   PIC 9(08).
               03 WRK-PAG-PARCELA  PIC 9(02).
               03 WRK-PAG-VALOR    PIC 9(08)V99.
               03 WRK-PAG-DATA     PIC 9(08).
               03 WRK-PAG-SITUACAO PIC X(01).
               03 WRK-PAG-MOTIVO   PIC X(20).
               03 WRK-PAG-CASADO   PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CONFERIR-RETORNO.
           IF WRK-ARQ-OK = 'N'
               PERFORM 0500-REJEITAR-ARQUIVO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0200-CARREGAR-PAGAMENTOS
               IF WRK-TAB-CHEIA = 'S'
                   DISPLAY '*** RETORNO COM MAIS DE 500 TITULOS'
                       ' - TABELA TRANSBORDOU, NADA FOI BAIXADO'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB115 OU'
                       ' PARTA O ARQUIVO E RODE DE NOVO ***'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0910-REGISTRAR-FIM
                   GOBACK
               END-IF
               PERFORM 0300-BAIXAR-TITULOS
               PERFORM 0400-GRAVAR-EXCECOES
               DISPLAY 'TITULOS PAGOS: ' WRK-QTD-BAIXAS
                   '  REJEITADOS: ' WRK-QTD-REJEIT
                   '  SEM CORRESPONDENCIA: ' WRK-QTD-SEM-PAR
               IF WRK-QTD-SEM-PAR > 0 OR WRK-QTD-REJEIT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB115'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB115'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-CONFERIR-RETORNO.
           MOVE 'N' TO WRK-ARQ-OK WRK-TEM-HEADER WRK-TEM-TRAILER.
           MOVE ZEROS TO WRK-VER-QTD WRK-VER-HASH
               WRK-TRL-QTD WRK-TRL-HASH.
           MOVE 'N' TO WRK-FIM-RET.
           OPEN INPUT BANK-RETURN-FILE.
           IF WRK-FS-RET NOT = '00'
               DISPLAY 'BANKPRT INDISPONIVEL - STATUS ' WRK-FS-RET
           ELSE
               PERFORM UNTIL WRK-FIM-RET = 'Y'
                   READ BANK-RETURN-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-RET
                       NOT AT END
                           EVALUATE RTH-TIPO
                               WHEN 'H'
                                   MOVE 'S' TO WRK-TEM-HEADER
                               WHEN 'T'
                                   MOVE 'S' TO WRK-TEM-TRAILER
                                   MOVE RTT-QTD TO WRK-TRL-QTD
                                   MOVE RTT-HASH TO WRK-TRL-HASH
                               WHEN OTHER
                                   ADD 1 TO WRK-VER-QTD
                                   ADD RET-VALOR TO WRK-VER-HASH
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE BANK-RETURN-FILE
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
       0200-CARREGAR-PAGAMENTOS.
           MOVE ZEROS TO WRK-QTD-PAGTOS.
           MOVE 'N' TO WRK-FIM-RET.
           OPEN INPUT BANK-RETURN-FILE.
           PERFORM UNTIL WRK-FIM-RET = 'Y'
               READ BANK-RETURN-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-RET
                   NOT AT END
                       IF RTH-TIPO NOT = 'H' AND RTH-TIPO NOT = 'T'
                           IF WRK-QTD-PAGTOS >= 500
                               MOVE 'S' TO WRK-TAB-CHEIA
                           ELSE
                           ADD 1 TO WRK-QTD-PAGTOS
                           MOVE RET-TITULO TO
                               WRK-PAG-TITULO(WRK-QTD-PAGTOS)
                           MOVE RET-PARCELA TO
                               WRK-PAG-PARCELA(WRK-QTD-PAGTOS)
                           MOVE RET-VALOR TO
                               WRK-PAG-VALOR(WRK-QTD-PAGTOS)
                           MOVE RET-DATA-PGTO TO
                               WRK-PAG-DATA(WRK-QTD-PAGTOS)
                           MOVE RET-SITUACAO TO
                               WRK-PAG-SITUACAO(WRK-QTD-PAGTOS)
                           MOVE RET-MOTIVO TO
                               WRK-PAG-MOTIVO(WRK-QTD-PAGTOS)
                           MOVE 'N' TO
                               WRK-PAG-CASADO(WRK-QTD-PAGTOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-RETURN-FILE.
       0300-BAIXAR-TITULOS.
           MOVE ZEROS TO WRK-QTD-BAIXAS WRK-QTD-REJEIT.
           MOVE 'N' TO WRK-FIM-PAG.
           OPEN INPUT PAYABLE-FILE.
           IF WRK-FS-PAG NOT = '00'
               DISPLAY 'CONTAPAG INDISPONIVEL - NADA BAIXADO'
           ELSE
               OPEN OUTPUT PAYABLE-TEMP
               PERFORM UNTIL WRK-FIM-PAG = 'Y'
                   READ PAYABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-PAG
                       NOT AT END
                           PERFORM 0350-CASAR-TITULO
                           WRITE TMP-REC FROM PAG-REC
                   END-READ
               END-PERFORM
               CLOSE PAYABLE-FILE PAYABLE-TEMP
               PERFORM 0360-DEVOLVER-DO-TEMP
           END-IF.
      * SO O TITULO ENVIADO NA REMESSA ('E') RECEBE O RETORNO; A
      * SITUACAO DIFERENTE DE 'P' E TRATADA COMO REJEICAO
       0350-CASAR-TITULO.
           IF PAG-STATUS = 'E'
               PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                       UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
                   IF WRK-PAG-CASADO(WRK-IND-PAG) = 'N'
                       AND WRK-PAG-TITULO(WRK-IND-PAG) = PAG-TITULO
                       AND WRK-PAG-PARCELA(WRK-IND-PAG) = PAG-PARCELA
                       MOVE 'S' TO WRK-PAG-CASADO(WRK-IND-PAG)
                       IF WRK-PAG-SITUACAO(WRK-IND-PAG) = 'P'
                           MOVE 'P' TO PAG-STATUS
                           MOVE WRK-PAG-DATA(WRK-IND-PAG)
                               TO PAG-DATA-PGTO
                           MOVE WRK-PAG-VALOR(WRK-IND-PAG)
                               TO PAG-VALOR-PAGO
                           ADD 1 TO WRK-QTD-BAIXAS
                       ELSE
                           MOVE 'R' TO PAG-STATUS
                           ADD 1 TO WRK-QTD-REJEIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       0360-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-PAG.
           OPEN OUTPUT PAYABLE-FILE.
           OPEN INPUT PAYABLE-TEMP.
           PERFORM UNTIL WRK-FIM-PAG = 'Y'
               READ PAYABLE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-PAG
                   NOT AT END
                       WRITE PAG-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE PAYABLE-FILE PAYABLE-TEMP.
       0400-GRAVAR-EXCECOES.
           MOVE ZEROS TO WRK-QTD-SEM-PAR.
           OPEN OUTPUT BANK-EXC-FILE.
           MOVE 'RETORNO DO PAGAR - REJEICOES E LINHAS SEM TITULO'
               TO EXC-LINHA.
           WRITE EXC-LINHA.
           PERFORM VARYING WRK-IND-PAG FROM 1 BY 1
                   UNTIL WRK-IND-PAG > WRK-QTD-PAGTOS
               IF WRK-PAG-CASADO(WRK-IND-PAG) = 'N'
                   ADD 1 TO WRK-QTD-SEM-PAR
                   MOVE SPACES TO EXC-LINHA
                   STRING 'TITULO ' WRK-PAG-TITULO(WRK-IND-PAG)
                          ' PARCELA ' WRK-PAG-PARCELA(WRK-IND-PAG)
                          ' VALOR ' WRK-PAG-VALOR(WRK-IND-PAG)
                          ' SEM TITULO ENVIADO'
                       DELIMITED BY SIZE INTO EXC-LINHA
                   WRITE EXC-LINHA
               ELSE
                   IF WRK-PAG-SITUACAO(WRK-IND-PAG) NOT = 'P'
                       MOVE SPACES TO EXC-LINHA
                       STRING 'TITULO ' WRK-PAG-TITULO(WRK-IND-PAG)
                              ' PARCELA ' WRK-PAG-PARCELA(WRK-IND-PAG)
                              ' REJEITADO: '
                              WRK-PAG-MOTIVO(WRK-IND-PAG)
                           DELIMITED BY SIZE INTO EXC-LINHA
                       WRITE EXC-LINHA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'PAGOS: ' WRK-QTD-BAIXAS
                  '  REJEITADOS: ' WRK-QTD-REJEIT
                  '  SEM CORRESPONDENCIA: ' WRK-QTD-SEM-PAR
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
           CLOSE BANK-EXC-FILE.
       0500-REJEITAR-ARQUIVO.
           OPEN OUTPUT BANK-EXC-FILE.
           MOVE 'BANKPRT REJEITADO - TRAILER NAO CONFERE'
               TO EXC-LINHA.
           WRITE EXC-LINHA.
           IF WRK-TEM-TRAILER = 'N'
               MOVE 'TRAILER AUSENTE NO ARQUIVO' TO EXC-LINHA
               WRITE EXC-LINHA
           END-IF.
           MOVE SPACES TO EXC-LINHA.
           STRING 'ITENS SOMADOS..: ' WRK-VER-QTD
                  '  TOTAL SOMADO..: ' WRK-VER-HASH
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'ITENS TRAILER..: ' WRK-TRL-QTD
                  '  TOTAL TRAILER: ' WRK-TRL-HASH
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE 'NENHUMA BAIXA GRAVADA NO CONTAPAG' TO EXC-LINHA.
           WRITE EXC-LINHA.
           CLOSE BANK-EXC-FILE.
           MOVE SPACES TO WRK-ALT-MENSAGEM.
           STRING 'RETORNO DO PAGAR REJEITADO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM.
           CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
               WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM.
           DISPLAY '*** BANKPRT REJEITADO - VER PAGEXC ***'.
