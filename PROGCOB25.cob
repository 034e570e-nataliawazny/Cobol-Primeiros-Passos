      * (REVERSIVEL POR FAIXA NO PROGCOB100); PARA CARIMBAR O
      * OPERADOR NO JORNAL O PROGRAMA PASSA A RECEBER O OPERADOR
      * AUTENTICADO DO PRGMENU VIA LINKAGE - EXECUTAR PELO PRGMENU
      * MANUTENCAO = ENDERECO DO PRODUTO NO ARMAZEM (PRD-LOCAL) NA
      * INCLUSAO E NA ALTERACAO, USADO NA LISTA DE SEPARACAO DO
      * PROGCOB154
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-DESCRICAO   PIC X(20) VALUE SPACES.
       77 WRK-PRECO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PESO        PIC 9(03)V99 VALUE ZEROS.
       77 WRK-LOCAL       PIC X(08) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-JRN-PROGRAMA PIC X(10) VALUE 'PROGCOB25'.
       77 WRK-JRN-ARQUIVO  PIC X(10) VALUE 'PRODMAST'.
           02 LINE 08 COLUMN 12 PIC 9(03)V99 FROM PRD-PESO.
           02 LINE 09 COLUMN 01 VALUE 'STATUS...: '.
           02 LINE 09 COLUMN 12 PIC X(01) FROM PRD-STATUS.
           02 LINE 09 COLUMN 16 VALUE 'LOCAL: '.
           02 LINE 09 COLUMN 23 PIC X(08) FROM PRD-LOCAL.
       01  TELA-DADOS-PRODUTO.
           02 LINE 10 COLUMN 01 VALUE 'DESCRICAO: '.
           02 LINE 10 COLUMN 12 PIC X(20) TO WRK-DESCRICAO.
           02 LINE 11 COLUMN 12 PIC 9(06)V99 TO WRK-PRECO.
           02 LINE 12 COLUMN 01 VALUE 'PESO.....: '.
           02 LINE 12 COLUMN 12 PIC 9(03)V99 TO WRK-PESO.
           02 LINE 13 COLUMN 01 VALUE 'LOCAL....: '.
           02 LINE 13 COLUMN 12 PIC X(08) TO WRK-LOCAL.
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
                   MOVE WRK-DESCRICAO TO PRD-DESCRICAO
                   MOVE WRK-PRECO TO PRD-PRECO
                   MOVE WRK-PESO TO PRD-PESO
                   MOVE WRK-LOCAL TO PRD-LOCAL
                   MOVE 'A' TO PRD-STATUS
                   PERFORM 0180-CARIMBAR-STAMP
                   MOVE SPACES TO WRK-JRN-ANTES
               ELSE
               PERFORM 0180-CARIMBAR-STAMP
               MOVE SPACES TO WRK-JRN-ANTES
               MOVE PRD-RECORD TO WRK-JRN-ANTES(1:64)
               MOVE WRK-DESCRICAO TO PRD-DESCRICAO
               MOVE WRK-PRECO TO PRD-PRECO
               MOVE WRK-PESO TO PRD-PESO
               MOVE WRK-LOCAL TO PRD-LOCAL
               REWRITE PRD-RECORD
               IF WRK-FS = '00'
                   MOVE 'REWRITE' TO WRK-JRN-OPERACAO
                   ELSE
                   PERFORM 0180-CARIMBAR-STAMP
                   MOVE SPACES TO WRK-JRN-ANTES
                   MOVE PRD-RECORD TO WRK-JRN-ANTES(1:64)
                   MOVE 'I' TO PRD-STATUS
                   REWRITE PRD-RECORD
                   IF WRK-FS = '00'
           MOVE SPACES TO WRK-JRN-CHAVE.
           MOVE PRD-CODIGO TO WRK-JRN-CHAVE(1:6).
           MOVE SPACES TO WRK-JRN-DEPOIS.
           MOVE PRD-RECORD TO WRK-JRN-DEPOIS(1:64).
           CALL 'PRGJORN' USING WRK-JRN-PROGRAMA WRK-JRN-ARQUIVO
               WRK-JRN-OPERACAO WRK-JRN-CHAVE WRK-JRN-ANTES
               WRK-JRN-DEPOIS LNK-OPERADOR.
