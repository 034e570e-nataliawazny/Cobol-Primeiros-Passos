      * HEADER ('H' + FONTE + DATA) E TRAILER ('T' + QUANTIDADE +
      * HASH DOS TOTAIS), CONFERIDOS PELO PROGCOB20 ANTES DA
      * RECONCILIACAO; CADA IMPORTACAO REGRAVA O ARQUIVO DO DIA
      * MANUTENCAO = LINHA DE ITEM GANHA PRODUTO E QUANTIDADE
      * (POS-PRODUTO, POS-QTD), VALIDADOS CONTRA O PRODMAST; ITEM COM
      * PRODUTO NAO CADASTRADO OU SEM QUANTIDADE NAO BARRA O CAIXA DO
      * REGTAPE, MAS E LISTADO EM POSREJ (ATE 50 ITENS) COM RC 4
      * MANUTENCAO = O POSFILE SO E LIDO SE FOI ACEITO NO PORTAO DE
      * ENTRADA (PROGCOB142/PRGINBOX) COM O MESMO CONTEUDO; IMPORTADO
      * COM TRAILER CORRETO, A ENTRADA DO PORTAO E MARCADA CONSUMIDA
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT POS-REJECT-FILE ASSIGN TO 'POSREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJ.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           02 POS-DATA     PIC 9(08).
           02 POS-CAIXA    PIC 9(02).
           02 POS-VALOR    PIC 9(09)V99.
           02 POS-PRODUTO  PIC 9(06).
           02 POS-QTD      PIC 9(05).
       01  POS-TRAILER.
           02 PST-TIPO     PIC X(01).
           02 PST-QTD      PIC 9(06).
           02 RGT-HASH     PIC 9(11)V99.
       FD  POS-REJECT-FILE.
       01  REJ-LINHA       PIC X(80).
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-INB-ACAO    PIC X(01) VALUE SPACES.
       77 WRK-INB-ARQUIVO PIC X(12) VALUE 'POSFILE'.
       77 WRK-INB-PROGRAMA PIC X(10) VALUE 'PROGCOB38'.
       77 WRK-INB-QTD     PIC 9(08) VALUE ZEROS.
       77 WRK-INB-HASH    PIC 9(12) VALUE ZEROS.
       77 WRK-INB-LIBERADO PIC X(01) VALUE 'N'.
       77 WRK-FS-POS      PIC X(02) VALUE SPACES.
       77 WRK-FS-REG      PIC X(02) VALUE SPACES.
       77 WRK-FS-REJ      PIC X(02) VALUE SPACES.
       77 WRK-POS-DIA     PIC 9(02) VALUE ZEROS.
       77 WRK-HASH-SAIDA  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-ITEM-OK     PIC X(01) VALUE 'S'.
       77 WRK-QTD-INV     PIC 9(06) VALUE ZEROS.
       77 WRK-IND-INV     PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-INVALIDOS.
           02 WRK-INV OCCURS 50 TIMES.
               03 WRK-INV-ITEM    PIC 9(06).
               03 WRK-INV-DATA    PIC 9(08).
               03 WRK-INV-CAIXA   PIC 9(02).
               03 WRK-INV-PRODUTO PIC X(06).
               03 WRK-INV-QTD     PIC X(05).
       01 WRK-TABELA-DIAS.
           02 WRK-DIA OCCURS 40 TIMES.
               03 WRK-DIA-DATA  PIC 9(08).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM 0940-VERIFICAR-PORTAO.
           IF WRK-INB-LIBERADO NOT = 'S'
               DISPLAY '*** POSFILE NAO LIBERADO PELO PORTAO DE'
                   ' ENTRADA - NADA FOI IMPORTADO ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0100-LER-POSFILE.
           IF WRK-FIM-POS = 'Y'
               PERFORM 0300-DECIDIR-IMPORTACAO
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB38'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0940-VERIFICAR-PORTAO.
           MOVE 'V' TO WRK-INB-ACAO.
           CALL 'PRGINBOX' USING WRK-INB-ACAO WRK-INB-ARQUIVO
               WRK-INB-PROGRAMA WRK-INB-QTD WRK-INB-HASH
               WRK-INB-LIBERADO.
       0950-BAIXAR-NO-PORTAO.
           MOVE 'C' TO WRK-INB-ACAO.
           CALL 'PRGINBOX' USING WRK-INB-ACAO WRK-INB-ARQUIVO
               WRK-INB-PROGRAMA WRK-INB-QTD WRK-INB-HASH
               WRK-INB-LIBERADO.
       0100-LER-POSFILE.
           MOVE ZEROS TO WRK-QTD-ITENS WRK-TOT-ITENS WRK-QTD-DIAS
               WRK-QTD-TRAILER WRK-TOT-TRAILER.
           MOVE 'N' TO WRK-TEM-TRAILER.
           MOVE 'N' TO WRK-FIM-POS.
           MOVE ZEROS TO WRK-QTD-INV.
           MOVE 'N' TO WRK-PRD-DISPON.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE 'S' TO WRK-PRD-DISPON
           ELSE
               DISPLAY 'PRODMAST INDISPONIVEL - SEM VALIDACAO DE'
               DISPLAY 'PRODUTO'
           END-IF.
           OPEN INPUT POS-FILE.
           IF WRK-FS-POS NOT = '00'
               DISPLAY 'POSFILE INDISPONIVEL - STATUS ' WRK-FS-POS
               END-PERFORM
               CLOSE POS-FILE
           END-IF.
           IF WRK-PRD-DISPON = 'S'
               CLOSE PRODUCT-MASTER
           END-IF.
       0200-CLASSIFICAR-LINHA.
           IF POS-TIPO = 'T'
               MOVE 'S' TO WRK-TEM-TRAILER
               ADD 1 TO WRK-QTD-ITENS
               ADD POS-VALOR TO WRK-TOT-ITENS
               PERFORM 0250-ACUMULAR-DIA
               PERFORM 0260-VALIDAR-PRODUTO
           END-IF.
       0250-ACUMULAR-DIA.
           MOVE ZEROS TO WRK-POS-DIA.
           IF WRK-POS-DIA > 0
               ADD POS-VALOR TO WRK-DIA-TOTAL(WRK-POS-DIA)
           END-IF.
       0260-VALIDAR-PRODUTO.
           MOVE 'S' TO WRK-ITEM-OK.
           IF POS-PRODUTO NOT NUMERIC OR POS-QTD NOT NUMERIC
               MOVE 'N' TO WRK-ITEM-OK
           ELSE
               IF POS-QTD = ZEROS
                   MOVE 'N' TO WRK-ITEM-OK
               END-IF
           END-IF.
           IF WRK-ITEM-OK = 'S' AND WRK-PRD-DISPON = 'S'
               MOVE POS-PRODUTO TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WRK-ITEM-OK
               END-READ
           END-IF.
           IF WRK-ITEM-OK = 'N'
               ADD 1 TO WRK-QTD-INV
               IF WRK-QTD-INV <= 50
                   MOVE WRK-QTD-INV TO WRK-IND-INV
                   MOVE WRK-QTD-ITENS TO WRK-INV-ITEM(WRK-IND-INV)
                   MOVE POS-DATA TO WRK-INV-DATA(WRK-IND-INV)
                   MOVE POS-CAIXA TO WRK-INV-CAIXA(WRK-IND-INV)
                   MOVE POS-PRODUTO TO WRK-INV-PRODUTO(WRK-IND-INV)
                   MOVE POS-QTD TO WRK-INV-QTD(WRK-IND-INV)
               END-IF
           END-IF.
       0300-DECIDIR-IMPORTACAO.
           IF WRK-TEM-TRAILER = 'S'
               AND WRK-QTD-ITENS = WRK-QTD-TRAILER
               AND WRK-TOT-ITENS = WRK-TOT-TRAILER
               PERFORM 0400-GRAVAR-REGTAPE
               PERFORM 0950-BAIXAR-NO-PORTAO
               DISPLAY 'POSFILE IMPORTADO - DIAS/CAIXAS: ' WRK-QTD-DIAS
               IF WRK-QTD-INV > 0
                   OPEN OUTPUT POS-REJECT-FILE
                   MOVE 'POSFILE IMPORTADO COM ITENS SEM PRODUTO VALIDO'
                       TO REJ-LINHA
                   WRITE REJ-LINHA
                   PERFORM 0550-LISTAR-PRODUTOS-INVALIDOS
                   CLOSE POS-REJECT-FILE
                   DISPLAY 'ITENS COM PRODUTO INVALIDO: ' WRK-QTD-INV
                       ' - VER POSREJ'
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM 0500-REJEITAR-ARQUIVO
           END-IF.
           WRITE REJ-LINHA.
           MOVE 'NENHUM REGISTRO GRAVADO NO REGTAPE' TO REJ-LINHA.
           WRITE REJ-LINHA.
           IF WRK-QTD-INV > 0
               PERFORM 0550-LISTAR-PRODUTOS-INVALIDOS
           END-IF.
           CLOSE POS-REJECT-FILE.
           DISPLAY '*** POSFILE REJEITADO - VER POSREJ ***'.
       0550-LISTAR-PRODUTOS-INVALIDOS.
           MOVE SPACES TO REJ-LINHA.
           STRING 'ITENS COM PRODUTO NAO CADASTRADO OU SEM QUANTIDADE: '
                  WRK-QTD-INV
               DELIMITED BY SIZE INTO REJ-LINHA.
           WRITE REJ-LINHA.
           PERFORM VARYING WRK-IND-INV FROM 1 BY 1
                   UNTIL WRK-IND-INV > WRK-QTD-INV OR WRK-IND-INV > 50
               MOVE SPACES TO REJ-LINHA
               STRING 'ITEM ' WRK-INV-ITEM(WRK-IND-INV)
                      ' DATA ' WRK-INV-DATA(WRK-IND-INV)
                      ' CAIXA ' WRK-INV-CAIXA(WRK-IND-INV)
                      ' PRODUTO ' WRK-INV-PRODUTO(WRK-IND-INV)
                      ' QTD ' WRK-INV-QTD(WRK-IND-INV)
                   DELIMITED BY SIZE INTO REJ-LINHA
               WRITE REJ-LINHA
           END-PERFORM.
