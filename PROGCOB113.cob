       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB113.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = ENVELHECIMENTO DO CONTAS A PAGAR (CONTAPAG,
      * PAGREC.COB), NOS MOLDES DO PROGCOB56 PARA O RECEBER: CLASSIFICA
      * OS TITULOS EM ABERTO POR FORNECEDOR NAS FAIXAS A VENCER / 1-30
      * / 31-60 / 61-90 / ACIMA DE 90 DIAS CORRIDOS DE ATRASO CONTRA A
      * DATA DO DIA E IMPRIME EM AGINGPAG UMA LINHA POR FORNECEDOR COM
      * O NOME DO FORNMAST, MAIS OS TOTAIS EM ABERTO
      * DATA = XX/XX/XXXX
      * MANUTENCAO = TITULO ENVIADO AO BANCO ('E') OU REJEITADO PELO
      * BANCO ('R') CONTINUA EM ABERTO NO ENVELHECIMENTO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYABLE-FILE ASSIGN TO 'CONTAPAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAG.
           SELECT AGING-REPORT-FILE ASSIGN TO 'AGINGPAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
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
       FD  AGING-REPORT-FILE.
       01  AGR-LINHA       PIC X(80).
       FD  SUPPLIER-MASTER.
       COPY 'FORREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-PAG      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-FOR      PIC X(02) VALUE SPACES.
       77 WRK-FIM-PAG     PIC X(01) VALUE 'N'.
       77 WRK-FOR-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC S9(05) VALUE ZEROS.
       77 WRK-QTD-FOR     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-FOR     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-FOR     PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-ABERTAS PIC 9(06) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-NOME-FOR    PIC X(20) VALUE SPACES.
       77 WRK-TOT-AVENCER PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-F30     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-F60     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-F90     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-MAIS90  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ED      PIC Z(08)9.99 VALUE ZEROS.
       01 WRK-TABELA-FORNECEDORES.
           02 WRK-FOR OCCURS 1000 TIMES.
               03 WRK-FOR-ID      PIC 9(04).
               03 WRK-FOR-AVENCER PIC 9(08)V99.
               03 WRK-FOR-F30     PIC 9(08)V99.
               03 WRK-FOR-F60     PIC 9(08)V99.
               03 WRK-FOR-F90     PIC 9(08)V99.
               03 WRK-FOR-MAIS90  PIC 9(08)V99.
       01 WRK-LINHA-FOR.
           02 WRK-LF-ID      PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LF-NOME    PIC X(14).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LF-AVENCER PIC ZZZZZ9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LF-F30     PIC ZZZZZ9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LF-F60     PIC ZZZZZ9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LF-F90     PIC ZZZZZ9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LF-MAIS90  PIC ZZZZZ9.99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-ACUMULAR-TITULOS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** MAIS DE 1000 FORNECEDORES COM TITULO EM'
                   ' ABERTO - O ENVELHECIMENTO ABORTOU PARA NAO'
               DISPLAY '*** SUBESTIMAR O PASSIVO - AUMENTE A TABELA DO'
                   ' PROGCOB113 E RODE DE NOVO ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0300-GRAVAR-RELATORIO.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB113'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB113'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-ACUMULAR-TITULOS.
           MOVE ZEROS TO WRK-QTD-FOR WRK-QTD-ABERTAS WRK-TOT-AVENCER
               WRK-TOT-F30 WRK-TOT-F60 WRK-TOT-F90 WRK-TOT-MAIS90.
           MOVE 'N' TO WRK-FIM-PAG.
           OPEN INPUT PAYABLE-FILE.
           IF WRK-FS-PAG NOT = '00'
               DISPLAY 'CONTAPAG INDISPONIVEL - NENHUM TITULO'
           ELSE
               PERFORM UNTIL WRK-FIM-PAG = 'Y'
                   READ PAYABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-PAG
                       NOT AT END
                           IF PAG-STATUS NOT = 'P'
                               PERFORM 0150-ACUMULAR-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYABLE-FILE
           END-IF.
       0150-ACUMULAR-TITULO.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(PAG-VENCTO).
           PERFORM 0200-LOCALIZAR-FORNECEDOR.
           IF WRK-POS-FOR > 0
               ADD 1 TO WRK-QTD-ABERTAS
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO <= 0
                       ADD PAG-VALOR TO WRK-FOR-AVENCER(WRK-POS-FOR)
                       ADD PAG-VALOR TO WRK-TOT-AVENCER
                   WHEN WRK-DIAS-ATRASO <= 30
                       ADD PAG-VALOR TO WRK-FOR-F30(WRK-POS-FOR)
                       ADD PAG-VALOR TO WRK-TOT-F30
                   WHEN WRK-DIAS-ATRASO <= 60
                       ADD PAG-VALOR TO WRK-FOR-F60(WRK-POS-FOR)
                       ADD PAG-VALOR TO WRK-TOT-F60
                   WHEN WRK-DIAS-ATRASO <= 90
                       ADD PAG-VALOR TO WRK-FOR-F90(WRK-POS-FOR)
                       ADD PAG-VALOR TO WRK-TOT-F90
                   WHEN OTHER
                       ADD PAG-VALOR TO WRK-FOR-MAIS90(WRK-POS-FOR)
                       ADD PAG-VALOR TO WRK-TOT-MAIS90
               END-EVALUATE
           END-IF.
       0200-LOCALIZAR-FORNECEDOR.
           MOVE ZEROS TO WRK-POS-FOR.
           PERFORM VARYING WRK-IND-FOR FROM 1 BY 1
                   UNTIL WRK-IND-FOR > WRK-QTD-FOR
               IF WRK-FOR-ID(WRK-IND-FOR) = PAG-FORNECEDOR
                   MOVE WRK-IND-FOR TO WRK-POS-FOR
               END-IF
           END-PERFORM.
           IF WRK-POS-FOR = 0 AND WRK-QTD-FOR >= 1000
               MOVE 'S' TO WRK-TAB-CHEIA
           END-IF.
           IF WRK-POS-FOR = 0 AND WRK-QTD-FOR < 1000
               ADD 1 TO WRK-QTD-FOR
               MOVE WRK-QTD-FOR TO WRK-POS-FOR
               MOVE PAG-FORNECEDOR TO WRK-FOR-ID(WRK-POS-FOR)
               MOVE ZEROS TO WRK-FOR-AVENCER(WRK-POS-FOR)
               MOVE ZEROS TO WRK-FOR-F30(WRK-POS-FOR)
               MOVE ZEROS TO WRK-FOR-F60(WRK-POS-FOR)
               MOVE ZEROS TO WRK-FOR-F90(WRK-POS-FOR)
               MOVE ZEROS TO WRK-FOR-MAIS90(WRK-POS-FOR)
           END-IF.
       0300-GRAVAR-RELATORIO.
           MOVE ZEROS TO WRK-PAGINA.
           MOVE 'N' TO WRK-FOR-DISPON.
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-FOR = '00'
               MOVE 'S' TO WRK-FOR-DISPON
           END-IF.
           OPEN OUTPUT AGING-REPORT-FILE.
           PERFORM 0350-IMPRIMIR-CABECALHO.
           PERFORM VARYING WRK-IND-FOR FROM 1 BY 1
                   UNTIL WRK-IND-FOR > WRK-QTD-FOR
               PERFORM 0400-GRAVAR-LINHA-FORNECEDOR
           END-PERFORM.
           MOVE SPACES TO AGR-LINHA.
           WRITE AGR-LINHA.
           MOVE WRK-TOT-AVENCER TO WRK-TOT-ED.
           MOVE SPACES TO AGR-LINHA.
           STRING 'TOTAL A VENCER....: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO AGR-LINHA.
           WRITE AGR-LINHA.
           MOVE WRK-TOT-F30 TO WRK-TOT-ED.
           MOVE SPACES TO AGR-LINHA.
           STRING 'TOTAL 1-30 DIAS...: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO AGR-LINHA.
           WRITE AGR-LINHA.
           MOVE WRK-TOT-F60 TO WRK-TOT-ED.
           MOVE SPACES TO AGR-LINHA.
           STRING 'TOTAL 31-60 DIAS..: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO AGR-LINHA.
           WRITE AGR-LINHA.
           MOVE WRK-TOT-F90 TO WRK-TOT-ED.
           MOVE SPACES TO AGR-LINHA.
           STRING 'TOTAL 61-90 DIAS..: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO AGR-LINHA.
           WRITE AGR-LINHA.
           MOVE WRK-TOT-MAIS90 TO WRK-TOT-ED.
           MOVE SPACES TO AGR-LINHA.
           STRING 'TOTAL ACIMA DE 90.: ' WRK-TOT-ED
               DELIMITED BY SIZE INTO AGR-LINHA.
           WRITE AGR-LINHA.
           MOVE SPACES TO AGR-LINHA.
           STRING 'TITULOS EM ABERTO.: ' WRK-QTD-ABERTAS
               DELIMITED BY SIZE INTO AGR-LINHA.
           WRITE AGR-LINHA.
           CLOSE AGING-REPORT-FILE.
           IF WRK-FOR-DISPON = 'S'
               CLOSE SUPPLIER-MASTER
           END-IF.
           DISPLAY 'ENVELHECIMENTO GRAVADO EM AGINGPAG'.
       0350-IMPRIMIR-CABECALHO.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0355-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO AGR-LINHA.
           STRING 'FORN   NOME           A VENCER  1-30 DIAS'
                  ' 31-60 DIA 61-90 DIA MAIS DE 90'
               DELIMITED BY SIZE INTO AGR-LINHA.
           WRITE AGR-LINHA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0355-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==AGR-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='ENVELHECIMENTO DO CONTAS A PAGAR'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0400-GRAVAR-LINHA-FORNECEDOR.
           MOVE 'NOME NAO DISPONIVEL' TO WRK-NOME-FOR.
           IF WRK-FOR-DISPON = 'S'
               MOVE WRK-FOR-ID(WRK-IND-FOR) TO FOR-CODIGO
               READ SUPPLIER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WRK-NOME-FOR
               END-READ
           END-IF.
           MOVE WRK-FOR-ID(WRK-IND-FOR) TO WRK-LF-ID.
           MOVE WRK-NOME-FOR TO WRK-LF-NOME.
           MOVE WRK-FOR-AVENCER(WRK-IND-FOR) TO WRK-LF-AVENCER.
           MOVE WRK-FOR-F30(WRK-IND-FOR) TO WRK-LF-F30.
           MOVE WRK-FOR-F60(WRK-IND-FOR) TO WRK-LF-F60.
           MOVE WRK-FOR-F90(WRK-IND-FOR) TO WRK-LF-F90.
           MOVE WRK-FOR-MAIS90(WRK-IND-FOR) TO WRK-LF-MAIS90.
           WRITE AGR-LINHA FROM WRK-LINHA-FOR.
           ADD 1 TO WRK-LINHAS-PAG.
           IF WRK-LINHAS-PAG >= 15
               PERFORM 0350-IMPRIMIR-CABECALHO
           END-IF.
