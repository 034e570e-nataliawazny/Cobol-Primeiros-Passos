       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB118.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = ESTRUTURA DE KITS (KITMAST, KITREC.COB): INCLUI,
      * ALTERA E EXCLUI COMPONENTES DE UM KIT (KIT E COMPONENTES SAO
      * PRODUTOS ATIVOS DO PRODMAST, ESTRUTURA DE UM NIVEL SO), LISTA
      * A ESTRUTURA, ATUALIZA NO PRODMAST O PRECO E O PESO DE CADA
      * KIT PELA SOMA DOS COMPONENTES (CARIMBO E JORNAL COMO O
      * PROGCOB25) E IMPRIME EM KITDISP QUANTOS KITS DA PARA MONTAR
      * EM CADA LOJA COM O SALDO ATUAL DOS COMPONENTES NO ESTOQUE -
      * O LOTE DE FRETE DO PROGCOB09 EXPLODE O KIT VENDIDO NOS
      * COMPONENTES PARA CONFERIR E BAIXAR O ESTOQUE
      * (REGRAVACAO VIA ARQUIVO TEMPORARIO, COMO O PROGCOB83)
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KIT-FILE ASSIGN TO 'KITMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-KIT.
           SELECT KIT-TEMP ASSIGN TO 'KITTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
           SELECT STOCK-BALANCE-FILE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STK.
           SELECT KIT-REPORT-FILE ASSIGN TO 'KITDISP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  KIT-FILE.
       COPY 'KITREC.COB'.
       FD  KIT-TEMP.
       01  TMP-REC         PIC X(15).
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       FD  STOCK-BALANCE-FILE.
       COPY 'ESTREC.COB'.
       FD  KIT-REPORT-FILE.
       01  REP-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-KIT      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-STK      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-KIT-COD     PIC 9(06) VALUE ZEROS.
       77 WRK-COMPONENTE  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD         PIC 9(03) VALUE ZEROS.
       77 WRK-CODIGO      PIC 9(06) VALUE ZEROS.
       77 WRK-PROD-OK     PIC X(01) VALUE 'N'.
       77 WRK-RECUSA      PIC X(01) VALUE 'N'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-E-KIT       PIC X(01) VALUE 'N'.
       77 WRK-E-COMP      PIC X(01) VALUE 'N'.
       77 WRK-COMP-OK     PIC X(01) VALUE 'S'.
       77 WRK-PRIMEIRA    PIC X(01) VALUE 'S'.
       77 WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ATUAL   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-IGNOR   PIC 9(04) VALUE ZEROS.
       77 WRK-PRECO-KIT   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-KIT    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PRECO-ED    PIC ZZZZZZZ9,99.
       77 WRK-PESO-ED     PIC ZZZZZ9,99.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-JRN-PROGRAMA PIC X(10) VALUE 'PROGCOB118'.
       77 WRK-JRN-ARQUIVO  PIC X(10) VALUE 'PRODMAST'.
       77 WRK-JRN-OPERACAO PIC X(08) VALUE SPACES.
       77 WRK-JRN-CHAVE    PIC X(20) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(170) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(170) VALUE SPACES.
       77 WRK-QTD-KITS    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-KIT     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-COMP    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ANT     PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-KITS.
           02 WRK-KIT OCCURS 500 TIMES.
               03 WRK-KIT-CODIGO PIC 9(06).
               03 WRK-KIT-COMP   PIC 9(06).
               03 WRK-KIT-QTD    PIC 9(03).
       77 WRK-QTD-SALDOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-SALDO   PIC 9(04) VALUE ZEROS.
       77 WRK-SALDO-COMP  PIC S9(07) VALUE ZEROS.
       01 WRK-TABELA-SALDOS.
           02 WRK-STK OCCURS 1000 TIMES.
               03 WRK-STK-CODIGO PIC 9(06).
               03 WRK-STK-LOJA   PIC 9(02).
               03 WRK-STK-SALDO  PIC S9(07).
       77 WRK-QTD-LOJAS   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-LOJA    PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-LOJAS.
           02 WRK-LJ-CODIGO PIC 9(02) OCCURS 99 TIMES.
       77 WRK-MONTAVEIS   PIC 9(07) VALUE ZEROS.
       77 WRK-POSSIVEL    PIC 9(07) VALUE ZEROS.
       77 WRK-LIMITANTE   PIC 9(06) VALUE ZEROS.
       77 WRK-DESCRICAO   PIC X(20) VALUE SPACES.
       01 WRK-LINHA-DISP.
           02 WRK-LD-KIT       PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-DESCRICAO PIC X(20).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-LOJA      PIC 9(02).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LD-MONTAVEIS PIC ZZZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LD-LIMITANTE PIC 9(06).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-INCLUIR/ALTERAR COMPONENTE 2-EXCLUIR'
                   ' COMPONENTE 3-LISTAR ESTRUTURA'
               DISPLAY '4-ATUALIZAR PRECO E PESO DOS KITS'
                   ' 5-DISPONIBILIDADE (KITDISP) 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0200-GRAVAR-COMPONENTE
                   WHEN 2
                       PERFORM 0300-EXCLUIR-COMPONENTE
                   WHEN 3
                       PERFORM 0400-LISTAR-ESTRUTURA
                   WHEN 4
                       PERFORM 0500-ATUALIZAR-KITS
                   WHEN 5
                       PERFORM 0600-DISPONIBILIDADE
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB118'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB118'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0150-RECEBER-KIT==,
                     ==CAMPO-NOME== BY ==WRK-KIT-COD==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO KIT: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-COMPONENTE==,
                     ==CAMPO-NOME== BY ==WRK-COMPONENTE==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO COMPONENTE: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0170-RECEBER-QTD==,
                     ==CAMPO-NOME== BY ==WRK-QTD==,
                     ==TEXTO-PROMPT== BY
                         =='QUANTIDADE DO COMPONENTE NO KIT: '==.
      * COMPONENTE JA CADASTRADO NO KIT TEM A QUANTIDADE TROCADA
       0200-GRAVAR-COMPONENTE.
           MOVE 'N' TO WRK-RECUSA.
           PERFORM 0150-RECEBER-KIT.
           MOVE WRK-KIT-COD TO WRK-CODIGO.
           PERFORM 0250-VALIDAR-PRODUTO.
           IF WRK-PROD-OK = 'N'
               DISPLAY 'KIT DESCONHECIDO OU INATIVO NO PRODMAST'
               MOVE 'S' TO WRK-RECUSA
           END-IF.
           IF WRK-RECUSA = 'N'
               PERFORM 0160-RECEBER-COMPONENTE
               MOVE WRK-COMPONENTE TO WRK-CODIGO
               PERFORM 0250-VALIDAR-PRODUTO
               PERFORM 0270-VERIFICAR-NIVEL
               EVALUATE TRUE
                   WHEN WRK-PROD-OK = 'N'
                       DISPLAY 'COMPONENTE DESCONHECIDO OU INATIVO NO'
                           ' PRODMAST'
                       MOVE 'S' TO WRK-RECUSA
                   WHEN WRK-COMPONENTE = WRK-KIT-COD
                       DISPLAY 'O KIT NAO PODE SER COMPONENTE DELE'
                           ' MESMO'
                       MOVE 'S' TO WRK-RECUSA
                   WHEN WRK-E-KIT = 'S'
                       DISPLAY 'COMPONENTE JA E UM KIT - ESTRUTURA DE'
                           ' UM NIVEL SO'
                       MOVE 'S' TO WRK-RECUSA
                   WHEN WRK-E-COMP = 'S'
                       DISPLAY 'O KIT JA E COMPONENTE DE OUTRO KIT -'
                           ' ESTRUTURA DE UM NIVEL SO'
                       MOVE 'S' TO WRK-RECUSA
               END-EVALUATE
           END-IF.
           IF WRK-RECUSA = 'N'
               MOVE ZEROS TO WRK-QTD
               PERFORM UNTIL WRK-QTD > ZEROS
                   PERFORM 0170-RECEBER-QTD
               END-PERFORM
               MOVE 'G' TO WRK-ACAO
               PERFORM 0350-REGRAVAR-ESTRUTURA
               IF WRK-ACHOU = 'S'
                   DISPLAY 'QUANTIDADE ALTERADA - KIT ' WRK-KIT-COD
                       ' COMPONENTE ' WRK-COMPONENTE
               ELSE
                   DISPLAY 'COMPONENTE INCLUIDO - KIT ' WRK-KIT-COD
                       ' COMPONENTE ' WRK-COMPONENTE
               END-IF
           END-IF.
       0250-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-PROD-OK.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE WRK-CODIGO TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-STATUS NOT = 'I'
                           MOVE 'S' TO WRK-PROD-OK
                       END-IF
               END-READ
               CLOSE PRODUCT-MASTER
           ELSE
               DISPLAY 'PRODMAST INDISPONIVEL - STATUS ' WRK-FS-PRD
           END-IF.
      * SEM PRODMAST A LISTAGEM E O RELATORIO SAEM SEM DESCRICAO
       0280-ABRIR-PRODMAST.
           MOVE 'N' TO WRK-PRD-DISPON.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE 'S' TO WRK-PRD-DISPON
           END-IF.
      * O COMPONENTE NAO PODE TER ESTRUTURA PROPRIA E O KIT NAO PODE
      * SER COMPONENTE DE OUTRO - O PROGCOB09 EXPLODE UM NIVEL SO
       0270-VERIFICAR-NIVEL.
           MOVE 'N' TO WRK-E-KIT WRK-E-COMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ KIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF KIT-CODIGO = WRK-COMPONENTE
                               MOVE 'S' TO WRK-E-KIT
                           END-IF
                           IF KIT-COMPONENTE = WRK-KIT-COD
                               MOVE 'S' TO WRK-E-COMP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-FILE
           END-IF.
       0300-EXCLUIR-COMPONENTE.
           PERFORM 0150-RECEBER-KIT.
           PERFORM 0160-RECEBER-COMPONENTE.
           MOVE 'X' TO WRK-ACAO.
           PERFORM 0350-REGRAVAR-ESTRUTURA.
           IF WRK-ACHOU = 'S'
               DISPLAY 'COMPONENTE EXCLUIDO - KIT ' WRK-KIT-COD
                   ' COMPONENTE ' WRK-COMPONENTE
           ELSE
               DISPLAY 'COMPONENTE NAO ENCONTRADO NO KIT'
           END-IF.
      * WRK-ACAO 'G' GRAVA (TROCA A QUANTIDADE OU INCLUI NO FIM) E
      * 'X' EXCLUI O PAR KIT / COMPONENTE
       0350-REGRAVAR-ESTRUTURA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT KIT-TEMP.
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ KIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF KIT-CODIGO = WRK-KIT-COD
                               AND KIT-COMPONENTE = WRK-COMPONENTE
                               MOVE 'S' TO WRK-ACHOU
                               IF WRK-ACAO = 'G'
                                   MOVE WRK-QTD TO KIT-QTD
                                   WRITE TMP-REC FROM KIT-REC
                               END-IF
                           ELSE
                               WRITE TMP-REC FROM KIT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-FILE
           END-IF.
           IF WRK-ACAO = 'G' AND WRK-ACHOU = 'N'
               MOVE WRK-KIT-COD TO KIT-CODIGO
               MOVE WRK-COMPONENTE TO KIT-COMPONENTE
               MOVE WRK-QTD TO KIT-QTD
               WRITE TMP-REC FROM KIT-REC
           END-IF.
           CLOSE KIT-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT KIT-FILE.
           OPEN INPUT KIT-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ KIT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE KIT-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE KIT-FILE KIT-TEMP.
       0400-LISTAR-ESTRUTURA.
           PERFORM 0150-RECEBER-KIT.
           MOVE ZEROS TO WRK-QTD-LISTA WRK-PRECO-KIT WRK-PESO-KIT.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 0280-ABRIR-PRODMAST.
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT NOT = '00'
               DISPLAY 'KITMAST INDISPONIVEL OU VAZIO'
           ELSE
               DISPLAY 'COMPON DESCRICAO            QTD      PRECO'
                   '     PESO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ KIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF KIT-CODIGO = WRK-KIT-COD
                               PERFORM 0410-LISTAR-COMPONENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-FILE
               DISPLAY 'COMPONENTES: ' WRK-QTD-LISTA
               MOVE WRK-PRECO-KIT TO WRK-PRECO-ED
               MOVE WRK-PESO-KIT TO WRK-PESO-ED
               DISPLAY 'PRECO PELOS COMPONENTES: ' WRK-PRECO-ED
                   '  PESO: ' WRK-PESO-ED
               IF WRK-PRD-DISPON = 'S'
                   MOVE WRK-KIT-COD TO PRD-CODIGO
                   READ PRODUCT-MASTER
                       INVALID KEY
                           DISPLAY 'KIT NAO CADASTRADO NO PRODMAST'
                       NOT INVALID KEY
                           MOVE PRD-PRECO TO WRK-PRECO-ED
                           MOVE PRD-PESO TO WRK-PESO-ED
                           DISPLAY 'PRECO NO PRODMAST.......: '
                               WRK-PRECO-ED '  PESO: ' WRK-PESO-ED
                   END-READ
               END-IF
           END-IF.
           IF WRK-PRD-DISPON = 'S'
               CLOSE PRODUCT-MASTER
           END-IF.
       0410-LISTAR-COMPONENTE.
           ADD 1 TO WRK-QTD-LISTA.
           MOVE SPACES TO WRK-DESCRICAO.
           MOVE ZEROS TO WRK-PRECO-ED WRK-PESO-ED.
           IF WRK-PRD-DISPON = 'S'
               MOVE KIT-COMPONENTE TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE '*** NAO CADASTRADO' TO WRK-DESCRICAO
                   NOT INVALID KEY
                       MOVE PRD-DESCRICAO TO WRK-DESCRICAO
                       MOVE PRD-PRECO TO WRK-PRECO-ED
                       MOVE PRD-PESO TO WRK-PESO-ED
                       COMPUTE WRK-PRECO-KIT = WRK-PRECO-KIT +
                           PRD-PRECO * KIT-QTD
                       COMPUTE WRK-PESO-KIT = WRK-PESO-KIT +
                           PRD-PESO * KIT-QTD
               END-READ
           END-IF.
           DISPLAY KIT-COMPONENTE ' ' WRK-DESCRICAO ' ' KIT-QTD ' '
               WRK-PRECO-ED ' ' WRK-PESO-ED.
      * PRECO E PESO DO KIT = SOMA DE QTD X PRECO / PESO DOS
      * COMPONENTES; KIT COM COMPONENTE DESCONHECIDO OU INATIVO NAO E
      * ATUALIZADO
       0500-ATUALIZAR-KITS.
           MOVE ZEROS TO WRK-QTD-ATUAL WRK-QTD-IGNOR.
           PERFORM 0700-CARREGAR-KITS.
           OPEN I-O PRODUCT-MASTER.
           IF WRK-FS-PRD NOT = '00'
               DISPLAY 'PRODMAST INDISPONIVEL - STATUS ' WRK-FS-PRD
           ELSE
               PERFORM VARYING WRK-IND-KIT FROM 1 BY 1
                       UNTIL WRK-IND-KIT > WRK-QTD-KITS
                   PERFORM 0720-VERIFICAR-PRIMEIRA
                   IF WRK-PRIMEIRA = 'S'
                       PERFORM 0510-ATUALIZAR-KIT
                   END-IF
               END-PERFORM
               CLOSE PRODUCT-MASTER
               DISPLAY 'KITS ATUALIZADOS: ' WRK-QTD-ATUAL
                   '  NAO ATUALIZADOS: ' WRK-QTD-IGNOR
               IF WRK-QTD-IGNOR > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0510-ATUALIZAR-KIT.
           MOVE WRK-KIT-CODIGO(WRK-IND-KIT) TO WRK-KIT-COD.
           MOVE ZEROS TO WRK-PRECO-KIT WRK-PESO-KIT.
           MOVE 'S' TO WRK-COMP-OK.
           PERFORM VARYING WRK-IND-COMP FROM WRK-IND-KIT BY 1
                   UNTIL WRK-IND-COMP > WRK-QTD-KITS
               IF WRK-KIT-CODIGO(WRK-IND-COMP) = WRK-KIT-COD
                   PERFORM 0520-SOMAR-COMPONENTE
               END-IF
           END-PERFORM.
           IF WRK-PRECO-KIT > 999999,99 OR WRK-PESO-KIT > 999,99
               MOVE 'N' TO WRK-COMP-OK
           END-IF.
           IF WRK-COMP-OK = 'S'
               MOVE WRK-KIT-COD TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WRK-COMP-OK
                   NOT INVALID KEY
                       IF PRD-STATUS = 'I'
                           MOVE 'N' TO WRK-COMP-OK
                       END-IF
               END-READ
           END-IF.
           IF WRK-COMP-OK = 'N'
               ADD 1 TO WRK-QTD-IGNOR
               DISPLAY 'KIT ' WRK-KIT-COD ' NAO ATUALIZADO - KIT OU'
                   ' COMPONENTE DESCONHECIDO/INATIVO OU VALOR ALTO'
           ELSE
               MOVE SPACES TO WRK-JRN-ANTES
               MOVE PRD-RECORD TO WRK-JRN-ANTES(1:64)
               PERFORM 0530-CARIMBAR-STAMP
               MOVE WRK-PRECO-KIT TO PRD-PRECO
               MOVE WRK-PESO-KIT TO PRD-PESO
               REWRITE PRD-RECORD
               IF WRK-FS-PRD = '00'
                   MOVE 'REWRITE' TO WRK-JRN-OPERACAO
                   PERFORM 0850-GRAVAR-JORNAL
                   ADD 1 TO WRK-QTD-ATUAL
                   MOVE WRK-PRECO-KIT TO WRK-PRECO-ED
                   MOVE WRK-PESO-KIT TO WRK-PESO-ED
                   DISPLAY 'KIT ' WRK-KIT-COD ' PRECO ' WRK-PRECO-ED
                       ' PESO ' WRK-PESO-ED
               ELSE
                   ADD 1 TO WRK-QTD-IGNOR
                   DISPLAY 'ERRO NA REGRAVACAO DO KIT ' WRK-KIT-COD
                       ' - STATUS ' WRK-FS-PRD
               END-IF
           END-IF.
       0520-SOMAR-COMPONENTE.
           MOVE WRK-KIT-COMP(WRK-IND-COMP) TO PRD-CODIGO.
           READ PRODUCT-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-COMP-OK
               NOT INVALID KEY
                   IF PRD-STATUS = 'I'
                       MOVE 'N' TO WRK-COMP-OK
                   ELSE
                       COMPUTE WRK-PRECO-KIT = WRK-PRECO-KIT +
                           PRD-PRECO * WRK-KIT-QTD(WRK-IND-COMP)
                       COMPUTE WRK-PESO-KIT = WRK-PESO-KIT +
                           PRD-PESO * WRK-KIT-QTD(WRK-IND-COMP)
                   END-IF
           END-READ.
       0530-CARIMBAR-STAMP.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           COMPUTE PRD-STAMP =
               WRK-DATA-HOJE * 100000000 + WRK-HORA-HOJE.
       0850-GRAVAR-JORNAL.
           MOVE SPACES TO WRK-JRN-CHAVE.
           MOVE PRD-CODIGO TO WRK-JRN-CHAVE(1:6).
           MOVE SPACES TO WRK-JRN-DEPOIS.
           MOVE PRD-RECORD TO WRK-JRN-DEPOIS(1:64).
           CALL 'PRGJORN' USING WRK-JRN-PROGRAMA WRK-JRN-ARQUIVO
               WRK-JRN-OPERACAO WRK-JRN-CHAVE WRK-JRN-ANTES
               WRK-JRN-DEPOIS LNK-OPERADOR.
      * KITS MONTAVEIS POR LOJA = MENOR (SALDO DO COMPONENTE / QTD NO
      * KIT) ENTRE OS COMPONENTES; COMPONENTE SEM SALDO NA LOJA (OU
      * NEGATIVO) NAO DEIXA MONTAR NENHUM - O LIMITANTE E O PRIMEIRO
      * COMPONENTE QUE DA O MENOR NUMERO
       0600-DISPONIBILIDADE.
           PERFORM 0700-CARREGAR-KITS.
           PERFORM 0710-CARREGAR-SALDOS.
           IF WRK-QTD-KITS = 0 OR WRK-QTD-LOJAS = 0
               DISPLAY 'KITMAST OU ESTOQUE INDISPONIVEL OU VAZIO -'
                   ' RELATORIO NAO GERADO'
           ELSE
               OPEN OUTPUT KIT-REPORT-FILE
               PERFORM 0280-ABRIR-PRODMAST
               MOVE ZEROS TO WRK-PAGINA WRK-QTD-LISTA
               PERFORM 0620-IMPRIMIR-CABECALHO
               PERFORM VARYING WRK-IND-KIT FROM 1 BY 1
                       UNTIL WRK-IND-KIT > WRK-QTD-KITS
                   PERFORM 0720-VERIFICAR-PRIMEIRA
                   IF WRK-PRIMEIRA = 'S'
                       PERFORM 0610-IMPRIMIR-KIT
                   END-IF
               END-PERFORM
               MOVE SPACES TO REP-LINHA
               WRITE REP-LINHA
               MOVE SPACES TO REP-LINHA
               STRING 'KITS NA ESTRUTURA: ' WRK-QTD-LISTA
                   DELIMITED BY SIZE INTO REP-LINHA
               WRITE REP-LINHA
               IF WRK-PRD-DISPON = 'S'
                   CLOSE PRODUCT-MASTER
               END-IF
               CLOSE KIT-REPORT-FILE
               DISPLAY 'DISPONIBILIDADE DE KITS GRAVADA EM KITDISP'
           END-IF.
       0610-IMPRIMIR-KIT.
           ADD 1 TO WRK-QTD-LISTA.
           MOVE WRK-KIT-CODIGO(WRK-IND-KIT) TO WRK-KIT-COD.
           MOVE SPACES TO WRK-DESCRICAO.
           IF WRK-PRD-DISPON = 'S'
               MOVE WRK-KIT-COD TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       MOVE '*** NAO CADASTRADO' TO WRK-DESCRICAO
                   NOT INVALID KEY
                       MOVE PRD-DESCRICAO TO WRK-DESCRICAO
               END-READ
           END-IF.
           PERFORM VARYING WRK-IND-LOJA FROM 1 BY 1
                   UNTIL WRK-IND-LOJA > WRK-QTD-LOJAS
               PERFORM 0615-APURAR-MONTAVEIS
               MOVE WRK-KIT-COD TO WRK-LD-KIT
               MOVE WRK-DESCRICAO TO WRK-LD-DESCRICAO
               MOVE WRK-LJ-CODIGO(WRK-IND-LOJA) TO WRK-LD-LOJA
               MOVE WRK-MONTAVEIS TO WRK-LD-MONTAVEIS
               MOVE WRK-LIMITANTE TO WRK-LD-LIMITANTE
               WRITE REP-LINHA FROM WRK-LINHA-DISP
               ADD 1 TO WRK-LINHAS-PAG
               IF WRK-LINHAS-PAG >= 15
                   PERFORM 0620-IMPRIMIR-CABECALHO
               END-IF
           END-PERFORM.
       0615-APURAR-MONTAVEIS.
           MOVE 9999999 TO WRK-MONTAVEIS.
           MOVE ZEROS TO WRK-LIMITANTE.
           PERFORM VARYING WRK-IND-COMP FROM WRK-IND-KIT BY 1
                   UNTIL WRK-IND-COMP > WRK-QTD-KITS
               IF WRK-KIT-CODIGO(WRK-IND-COMP) = WRK-KIT-COD
                   PERFORM 0616-SALDO-COMPONENTE
                   MOVE ZEROS TO WRK-POSSIVEL
                   IF WRK-SALDO-COMP > 0
                       AND WRK-KIT-QTD(WRK-IND-COMP) > 0
                       DIVIDE WRK-SALDO-COMP BY
                           WRK-KIT-QTD(WRK-IND-COMP)
                           GIVING WRK-POSSIVEL
                   END-IF
                   IF WRK-POSSIVEL < WRK-MONTAVEIS
                       MOVE WRK-POSSIVEL TO WRK-MONTAVEIS
                       MOVE WRK-KIT-COMP(WRK-IND-COMP) TO
                           WRK-LIMITANTE
                   END-IF
               END-IF
           END-PERFORM.
       0616-SALDO-COMPONENTE.
           MOVE ZEROS TO WRK-SALDO-COMP.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
               IF WRK-STK-CODIGO(WRK-IND-SALDO) =
                   WRK-KIT-COMP(WRK-IND-COMP)
                   AND WRK-STK-LOJA(WRK-IND-SALDO) =
                   WRK-LJ-CODIGO(WRK-IND-LOJA)
                   MOVE WRK-STK-SALDO(WRK-IND-SALDO) TO WRK-SALDO-COMP
               END-IF
           END-PERFORM.
       0620-IMPRIMIR-CABECALHO.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0630-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REP-LINHA.
           STRING 'KIT    DESCRICAO            LJ  MONTAVEIS  LIMITANTE'
               DELIMITED BY SIZE INTO REP-LINHA.
           WRITE REP-LINHA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0630-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REP-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='DISPONIBILIDADE DE KITS POR LOJA'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0700-CARREGAR-KITS.
           MOVE ZEROS TO WRK-QTD-KITS.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ KIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-KITS >= 500
                               MOVE 'S' TO WRK-TAB-CHEIA
                               MOVE 'Y' TO WRK-FIM-ARQ
                           ELSE
                               ADD 1 TO WRK-QTD-KITS
                               MOVE KIT-CODIGO TO
                                   WRK-KIT-CODIGO(WRK-QTD-KITS)
                               MOVE KIT-COMPONENTE TO
                                   WRK-KIT-COMP(WRK-QTD-KITS)
                               MOVE KIT-QTD TO
                                   WRK-KIT-QTD(WRK-QTD-KITS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-FILE
           END-IF.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB118 ***'
               MOVE 8 TO RETURN-CODE
               MOVE ZEROS TO WRK-QTD-KITS
           END-IF.
      * AS LOJAS DO RELATORIO SAO AS QUE TEM ALGUM SALDO NO ESTOQUE
       0710-CARREGAR-SALDOS.
           MOVE ZEROS TO WRK-QTD-SALDOS WRK-QTD-LOJAS.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT STOCK-BALANCE-FILE.
           IF WRK-FS-STK = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STOCK-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-SALDOS >= 1000
                               MOVE 'S' TO WRK-TAB-CHEIA
                               MOVE 'Y' TO WRK-FIM-ARQ
                           ELSE
                               PERFORM 0715-INCLUIR-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOCK-BALANCE-FILE
           END-IF.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB118 ***'
               MOVE 8 TO RETURN-CODE
               MOVE ZEROS TO WRK-QTD-SALDOS WRK-QTD-LOJAS
           END-IF.
       0715-INCLUIR-SALDO.
           IF STK-LOJA NOT NUMERIC
               MOVE 01 TO STK-LOJA
           END-IF.
           ADD 1 TO WRK-QTD-SALDOS.
           MOVE STK-CODIGO TO WRK-STK-CODIGO(WRK-QTD-SALDOS).
           MOVE STK-LOJA TO WRK-STK-LOJA(WRK-QTD-SALDOS).
           MOVE STK-SALDO TO WRK-STK-SALDO(WRK-QTD-SALDOS).
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND-LOJA FROM 1 BY 1
                   UNTIL WRK-IND-LOJA > WRK-QTD-LOJAS
               IF WRK-LJ-CODIGO(WRK-IND-LOJA) = STK-LOJA
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N' AND WRK-QTD-LOJAS < 99
               ADD 1 TO WRK-QTD-LOJAS
               MOVE STK-LOJA TO WRK-LJ-CODIGO(WRK-QTD-LOJAS)
           END-IF.
      * O KIT E TRATADO NA PRIMEIRA LINHA DA TABELA EM QUE APARECE -
      * COMPONENTE INCLUIDO DEPOIS FICA NO FIM DO KITMAST
       0720-VERIFICAR-PRIMEIRA.
           MOVE 'S' TO WRK-PRIMEIRA.
           PERFORM VARYING WRK-IND-ANT FROM 1 BY 1
                   UNTIL WRK-IND-ANT >= WRK-IND-KIT
                   OR WRK-PRIMEIRA = 'N'
               IF WRK-KIT-CODIGO(WRK-IND-ANT) =
                   WRK-KIT-CODIGO(WRK-IND-KIT)
                   MOVE 'N' TO WRK-PRIMEIRA
               END-IF
           END-PERFORM.
