       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB156.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONVERSAO UNICA DO PRODMAST PARA O LAYOUT COM
      * PRD-LOCAL X(08) (PRODREC.COB, REGISTRO DE 56 PARA 64 BYTES),
      * COMO O PROGCOB92 FEZ COM O LEDGER: O INDEXADO ANTIGO NAO ABRE
      * COM O TAMANHO NOVO DE REGISTRO E O CADASTRO, O LOTE DE FRETE
      * E A LISTA DE SEPARACAO DO PROGCOB154 FICARIAM SEM O MASTER
      * EXECUTAR UMA UNICA VEZ APOS A TROCA DO LAYOUT: O OPERADOR
      * RENOMEIA O PRODMAST ANTIGO PARA PRODOLD (COMO NA RECARGA DO
      * PROGCOB48), O UTILITARIO LE O LAYOUT ANTIGO EM ORDEM DE CHAVE
      * E GRAVA O PRODMAST NOVO COM PRD-LOCAL EM BRANCO (SEM ENDERECO
      * NO ARMAZEM - O ENDERECO E INFORMADO DEPOIS PELO CADASTRO)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-OLD ASSIGN TO 'PRODOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CODIGO
               FILE STATUS IS WRK-FS-OLD.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
      *> LAYOUT DO PRODMAST ANTES DO PRD-LOCAL (56 BYTES)
       FD  PRODUCT-OLD.
       01  OLD-REC.
           02 OLD-CODIGO    PIC 9(06).
           02 OLD-DESCRICAO PIC X(20).
           02 OLD-PRECO     PIC 9(06)V99.
           02 OLD-PESO      PIC 9(03)V99.
           02 OLD-STATUS    PIC X(01).
           02 OLD-STAMP     PIC 9(16).
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-OLD      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FIM-OLD     PIC X(01) VALUE 'N'.
       77 WRK-QTD-CONV    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ERRO    PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM 0100-CONVERTER-PRODMAST.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB156'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB156'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-CONVERTER-PRODMAST.
           MOVE ZEROS TO WRK-QTD-CONV WRK-QTD-ERRO.
           MOVE 'N' TO WRK-FIM-OLD.
           OPEN INPUT PRODUCT-OLD.
           IF WRK-FS-OLD NOT = '00'
               DISPLAY 'PRODOLD INDISPONIVEL - RENOMEIE O PRODMAST'
               DISPLAY 'ANTIGO PARA PRODOLD ANTES DE RODAR'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PRODUCT-MASTER
               PERFORM UNTIL WRK-FIM-OLD = 'Y'
                   READ PRODUCT-OLD
                       AT END
                           MOVE 'Y' TO WRK-FIM-OLD
                       NOT AT END
                           PERFORM 0200-CARREGAR-PRODUTO
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-OLD PRODUCT-MASTER
               DISPLAY 'PRODUTOS CONVERTIDOS: ' WRK-QTD-CONV
               DISPLAY 'NAO CARREGADOS......: ' WRK-QTD-ERRO
               IF WRK-QTD-ERRO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0200-CARREGAR-PRODUTO.
           MOVE OLD-CODIGO TO PRD-CODIGO.
           MOVE OLD-DESCRICAO TO PRD-DESCRICAO.
           MOVE OLD-PRECO TO PRD-PRECO.
           MOVE OLD-PESO TO PRD-PESO.
           MOVE OLD-STATUS TO PRD-STATUS.
           MOVE OLD-STAMP TO PRD-STAMP.
           MOVE SPACES TO PRD-LOCAL.
           WRITE PRD-RECORD
               INVALID KEY
                   ADD 1 TO WRK-QTD-ERRO
                   DISPLAY 'PRODUTO NAO CARREGADO: ' OLD-CODIGO
                       ' - ' WRK-FS-PRD
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CONV
           END-WRITE.
