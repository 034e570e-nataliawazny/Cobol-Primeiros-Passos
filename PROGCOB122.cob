       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB122.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = LIVRO FISCAL DE ENTRADAS DO MES (AAAAMM, COMO NO
      * PROGCOB76): UMA LINHA POR NOTA DE FORNECEDOR LANCADA NO
      * PROGCOB112 (NFFORN, PELA DATA DE EMISSAO) E POR NOTA DE
      * ENTRADA DE DEVOLUCAO DE CLIENTE DO NOTAFISC (NFR-TIPO 'E'),
      * COM UF DO EMITENTE, CFOP, VALOR E ICMS CREDITADO; NOTA DE
      * FORNECEDOR REJEITADA E DEVOLUCAO CANCELADA SAO LISTADAS E
      * SINALIZADAS, FORA DOS TOTAIS. NO FIM, O RESUMO POR UF E CFOP
      * COM O SUBTOTAL DE CADA UF - O CREDITO QUE O PROGCOB30 ABATE
      * DO DEBITO NA APURACAO
      * A DEVOLUCAO LEVA CFOP 1202 (CLIENTE NA UF DA EMPRESA, CHAVE
      * EMPRESA-UF DO SYSPARM) OU 2202 (OUTRA UF)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO 'NFFORN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFF.
           SELECT NF-REGISTRY-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFR.
           SELECT ENTRADAS-REPORT-FILE ASSIGN TO 'ENTRAREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
       COPY 'NFFREC.COB'.
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  ENTRADAS-REPORT-FILE.
       01  ENT-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-NFF      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFR      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-EMP-UF      PIC X(02) VALUE SPACES.
       77 WRK-UF          PIC X(02) VALUE SPACES.
       77 WRK-CFOP        PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ICMS        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VALIDA      PIC X(01) VALUE 'N'.
       77 WRK-QTD-MES     PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-MES     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ICMS-MES    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-FORA    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RES     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-RES     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-RES     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-UF      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-UF      PIC 9(02) VALUE ZEROS.
       77 WRK-POS-UF      PIC 9(02) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-VAL-UF      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ICMS-UF     PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-NF-UF   PIC 9(05) VALUE ZEROS.
       77 WRK-VAL-ED      PIC Z(09)9.99 VALUE ZEROS.
       77 WRK-ICMS-EDT    PIC Z(09)9.99 VALUE ZEROS.
       01 WRK-LINHA-NF.
           02 WRK-LN-NOTA    PIC X(10).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LN-DATA    PIC 9(08).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LN-TIPO    PIC X(03).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LN-EMIT    PIC 9(06).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LN-UF      PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LN-CFOP    PIC 9(04).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LN-VALOR   PIC Z(07)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LN-ICMS    PIC ZZZZZ9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LN-FLAG    PIC X(09).
       01 WRK-LINHA-RES.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-UF      PIC X(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-CFOP    PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-QTD     PIC ZZZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-VALOR   PIC Z(09)9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-ICMS    PIC Z(09)9.99.
      * RESUMO POR UF E CFOP, NA ORDEM EM QUE APARECEM NO MES
       01 WRK-TABELA-RESUMO.
           02 WRK-RES OCCURS 200 TIMES.
               03 WRK-RES-UF    PIC X(02).
               03 WRK-RES-CFOP  PIC 9(04).
               03 WRK-RES-QTD   PIC 9(05).
               03 WRK-RES-VALOR PIC 9(10)V99.
               03 WRK-RES-ICMS  PIC 9(10)V99.
       01 WRK-TABELA-UF.
           02 WRK-UF-LISTA PIC X(02) OCCURS 30 TIMES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           ACCEPT WRK-MES-REF FROM CONSOLE.
           MOVE 'EMPRESA-UF' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               MOVE WRK-PARM-VALOR TO WRK-EMP-UF
           END-IF.
           PERFORM 0100-GERAR-LIVRO.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** MAIS UFS OU CFOPS NO MES DO QUE O RESUMO'
                   ' COMPORTA - RESUMO INCOMPLETO'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB122 ***'
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB122'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB122'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-GERAR-LIVRO.
           MOVE ZEROS TO WRK-QTD-MES WRK-VAL-MES WRK-ICMS-MES
               WRK-QTD-FORA WRK-PAGINA WRK-QTD-RES WRK-QTD-UF.
           OPEN OUTPUT ENTRADAS-REPORT-FILE.
           PERFORM 0200-IMPRIMIR-CABECALHO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WRK-FS-NFF = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SUPPLIER-INVOICE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE NFF-EMISSAO(1:6) TO WRK-ANOMES-REG
                           IF WRK-ANOMES-REG = WRK-MES-REF
                               PERFORM 0300-PROCESSAR-FORNECEDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-INVOICE-FILE
           ELSE
               DISPLAY 'NFFORN INDISPONIVEL - SEM NOTAS DE FORNECEDOR'
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE NFR-DATA(1:6) TO WRK-ANOMES-REG
                           IF WRK-ANOMES-REG = WRK-MES-REF
                               AND NFR-TIPO = 'E'
                               PERFORM 0320-PROCESSAR-DEVOLUCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE
           END-IF.
           PERFORM 0500-TOTALIZAR-MES.
           PERFORM 0600-IMPRIMIR-RESUMO.
           CLOSE ENTRADAS-REPORT-FILE.
           DISPLAY 'LIVRO DE ENTRADAS GRAVADO EM ENTRAREL'.
       0200-IMPRIMIR-CABECALHO.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0210-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO ENT-LINHA.
           STRING 'LIVRO DE ENTRADAS DO MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO ENT-LINHA.
           WRITE ENT-LINHA.
           MOVE SPACES TO ENT-LINHA.
           STRING 'NOTA       EMISSAO  TIP EMITEN UF CFOP '
                  '      VALOR      ICMS SITUACAO'
               DELIMITED BY SIZE INTO ENT-LINHA.
           WRITE ENT-LINHA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0210-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==ENT-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='LIVRO FISCAL DE ENTRADAS'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * NOTA RETIDA NA CONFERENCIA (D) JA ENTROU NO ESTOQUE E CONTA
      * NO LIVRO; SO A REJEITADA (R) FICA FORA DOS TOTAIS. NOTA
      * LANCADA ANTES DOS CAMPOS FISCAIS ENTRA SEM UF, CFOP E ICMS
       0300-PROCESSAR-FORNECEDOR.
           MOVE NFF-UF TO WRK-UF.
           IF NFF-CFOP IS NUMERIC
               MOVE NFF-CFOP TO WRK-CFOP
           ELSE
               MOVE ZEROS TO WRK-CFOP
           END-IF.
           MOVE NFF-VALOR TO WRK-VALOR.
           IF NFF-ICMS IS NUMERIC
               MOVE NFF-ICMS TO WRK-ICMS
           ELSE
               MOVE ZEROS TO WRK-ICMS
           END-IF.
           MOVE NFF-NOTA TO WRK-LN-NOTA.
           MOVE NFF-EMISSAO TO WRK-LN-DATA.
           MOVE 'FOR' TO WRK-LN-TIPO.
           MOVE NFF-FORNECEDOR TO WRK-LN-EMIT.
           IF NFF-SITUACAO = 'R'
               MOVE 'N' TO WRK-VALIDA
               MOVE 'REJEITADA' TO WRK-LN-FLAG
           ELSE
               MOVE 'S' TO WRK-VALIDA
               MOVE SPACES TO WRK-LN-FLAG
           END-IF.
           PERFORM 0400-IMPRIMIR-NOTA.
      * DEVOLUCAO: O EMITENTE E O CLIENTE, A UF E A DELE
       0320-PROCESSAR-DEVOLUCAO.
           MOVE NFR-UF TO WRK-UF.
           IF WRK-EMP-UF = SPACES OR NFR-UF = WRK-EMP-UF
               MOVE 1202 TO WRK-CFOP
           ELSE
               MOVE 2202 TO WRK-CFOP
           END-IF.
           MOVE NFR-TOTAL TO WRK-VALOR.
           MOVE NFR-ICMS TO WRK-ICMS.
           MOVE SPACES TO WRK-LN-NOTA.
           MOVE NFR-NUMERO TO WRK-LN-NOTA(1:8).
           MOVE NFR-DATA TO WRK-LN-DATA.
           MOVE 'DEV' TO WRK-LN-TIPO.
           MOVE NFR-CLIENTE TO WRK-LN-EMIT.
           IF NFR-STATUS = 'C'
               MOVE 'N' TO WRK-VALIDA
               MOVE 'CANCELADA' TO WRK-LN-FLAG
           ELSE
               MOVE 'S' TO WRK-VALIDA
               MOVE SPACES TO WRK-LN-FLAG
           END-IF.
           PERFORM 0400-IMPRIMIR-NOTA.
       0400-IMPRIMIR-NOTA.
           MOVE WRK-UF TO WRK-LN-UF.
           MOVE WRK-CFOP TO WRK-LN-CFOP.
           MOVE WRK-VALOR TO WRK-LN-VALOR.
           MOVE WRK-ICMS TO WRK-LN-ICMS.
           IF WRK-VALIDA = 'S'
               ADD 1 TO WRK-QTD-MES
               ADD WRK-VALOR TO WRK-VAL-MES
               ADD WRK-ICMS TO WRK-ICMS-MES
               PERFORM 0410-ACUMULAR-RESUMO
           ELSE
               ADD 1 TO WRK-QTD-FORA
           END-IF.
           WRITE ENT-LINHA FROM WRK-LINHA-NF.
           ADD 1 TO WRK-LINHAS-PAG.
           IF WRK-LINHAS-PAG >= 15
               PERFORM 0200-IMPRIMIR-CABECALHO
           END-IF.
       0410-ACUMULAR-RESUMO.
           MOVE ZEROS TO WRK-POS-RES.
           PERFORM VARYING WRK-IND-RES FROM 1 BY 1
                   UNTIL WRK-IND-RES > WRK-QTD-RES
               IF WRK-RES-UF(WRK-IND-RES) = WRK-UF
                   AND WRK-RES-CFOP(WRK-IND-RES) = WRK-CFOP
                   MOVE WRK-IND-RES TO WRK-POS-RES
               END-IF
           END-PERFORM.
           IF WRK-POS-RES = 0
               IF WRK-QTD-RES < 200
                   ADD 1 TO WRK-QTD-RES
                   MOVE WRK-QTD-RES TO WRK-POS-RES
                   MOVE WRK-UF TO WRK-RES-UF(WRK-POS-RES)
                   MOVE WRK-CFOP TO WRK-RES-CFOP(WRK-POS-RES)
                   MOVE ZEROS TO WRK-RES-QTD(WRK-POS-RES)
                   MOVE ZEROS TO WRK-RES-VALOR(WRK-POS-RES)
                   MOVE ZEROS TO WRK-RES-ICMS(WRK-POS-RES)
                   PERFORM 0420-REGISTRAR-UF
               ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
               END-IF
           END-IF.
           IF WRK-POS-RES > 0
               ADD 1 TO WRK-RES-QTD(WRK-POS-RES)
               ADD WRK-VALOR TO WRK-RES-VALOR(WRK-POS-RES)
               ADD WRK-ICMS TO WRK-RES-ICMS(WRK-POS-RES)
           END-IF.
       0420-REGISTRAR-UF.
           MOVE ZEROS TO WRK-POS-UF.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
               IF WRK-UF-LISTA(WRK-IND-UF) = WRK-UF
                   MOVE WRK-IND-UF TO WRK-POS-UF
               END-IF
           END-PERFORM.
           IF WRK-POS-UF = 0
               IF WRK-QTD-UF < 30
                   ADD 1 TO WRK-QTD-UF
                   MOVE WRK-UF TO WRK-UF-LISTA(WRK-QTD-UF)
               ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
               END-IF
           END-IF.
       0500-TOTALIZAR-MES.
           MOVE SPACES TO ENT-LINHA.
           WRITE ENT-LINHA.
           MOVE WRK-VAL-MES TO WRK-VAL-ED.
           MOVE SPACES TO ENT-LINHA.
           STRING 'VALOR DAS ENTRADAS DO MES: ' WRK-VAL-ED
               DELIMITED BY SIZE INTO ENT-LINHA.
           WRITE ENT-LINHA.
           MOVE WRK-ICMS-MES TO WRK-ICMS-EDT.
           MOVE SPACES TO ENT-LINHA.
           STRING 'ICMS CREDITADO NO MES....: ' WRK-ICMS-EDT
               DELIMITED BY SIZE INTO ENT-LINHA.
           WRITE ENT-LINHA.
           MOVE SPACES TO ENT-LINHA.
           STRING 'NOTAS VALIDAS: ' WRK-QTD-MES
                  '  REJEITADAS/CANCELADAS: ' WRK-QTD-FORA
               DELIMITED BY SIZE INTO ENT-LINHA.
           WRITE ENT-LINHA.
       0600-IMPRIMIR-RESUMO.
           MOVE SPACES TO ENT-LINHA.
           WRITE ENT-LINHA.
           MOVE 'RESUMO POR UF E CFOP' TO ENT-LINHA.
           WRITE ENT-LINHA.
           MOVE '  UF  CFOP  NOTAS          VALOR           ICMS'
               TO ENT-LINHA.
           WRITE ENT-LINHA.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
               PERFORM 0610-IMPRIMIR-UF
           END-PERFORM.
       0610-IMPRIMIR-UF.
           MOVE ZEROS TO WRK-QTD-NF-UF WRK-VAL-UF WRK-ICMS-UF.
           PERFORM VARYING WRK-IND-RES FROM 1 BY 1
                   UNTIL WRK-IND-RES > WRK-QTD-RES
               IF WRK-RES-UF(WRK-IND-RES) = WRK-UF-LISTA(WRK-IND-UF)
                   MOVE WRK-RES-UF(WRK-IND-RES) TO WRK-LR-UF
                   MOVE WRK-RES-CFOP(WRK-IND-RES) TO WRK-LR-CFOP
                   MOVE WRK-RES-QTD(WRK-IND-RES) TO WRK-LR-QTD
                   MOVE WRK-RES-VALOR(WRK-IND-RES) TO WRK-LR-VALOR
                   MOVE WRK-RES-ICMS(WRK-IND-RES) TO WRK-LR-ICMS
                   WRITE ENT-LINHA FROM WRK-LINHA-RES
                   ADD WRK-RES-QTD(WRK-IND-RES) TO WRK-QTD-NF-UF
                   ADD WRK-RES-VALOR(WRK-IND-RES) TO WRK-VAL-UF
                   ADD WRK-RES-ICMS(WRK-IND-RES) TO WRK-ICMS-UF
               END-IF
           END-PERFORM.
           MOVE WRK-VAL-UF TO WRK-VAL-ED.
           MOVE WRK-ICMS-UF TO WRK-ICMS-EDT.
           MOVE SPACES TO ENT-LINHA.
           STRING '  TOTAL DA UF ' WRK-UF-LISTA(WRK-IND-UF)
                  ': NOTAS ' WRK-QTD-NF-UF
                  ' VALOR ' WRK-VAL-ED
                  ' ICMS ' WRK-ICMS-EDT
               DELIMITED BY SIZE INTO ENT-LINHA.
           WRITE ENT-LINHA.
