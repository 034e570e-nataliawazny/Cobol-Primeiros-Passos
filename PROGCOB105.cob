       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB105.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = MANUTENCAO DAS TABELAS DE PRECO NEGOCIADAS
      * (PRECOCLI, PRCREC.COB): LISTAR, INCLUIR LINHA DE PRECO DE
      * CLIENTE OU DE GRUPO (PRODUTO, FAIXA DE QUANTIDADE, PRECO
      * FIXO OU PERCENTUAL DE DESCONTO, INICIO E FIM DE VIGENCIA),
      * ALTERAR PRECO / DESCONTO / FIM DE VIGENCIA, EXCLUIR E
      * VINCULAR CLIENTE A GRUPO - REGRAVACAO VIA ARQUIVO TEMPORARIO
      * COMO O PROGCOB69; CLIENTE E PRODUTO CONFERIDOS NOS MASTERS E
      * CADA LINHA CARIMBADA COM O OPERADOR - INSUMO DO PRGPRECO
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRICE-LIST-FILE ASSIGN TO 'PRECOCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRC.
           SELECT PRICE-LIST-TEMP ASSIGN TO 'PRECOTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PRICE-LIST-FILE.
       COPY 'PRCREC.COB'.
       FD  PRICE-LIST-TEMP.
       01  TMP-REC         PIC X(70).
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-PRC      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FIM-PRC     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO        PIC X(01) VALUE SPACES.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-GRUPO       PIC X(04) VALUE SPACES.
       77 WRK-CODPROD     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-MIN     PIC 9(05) VALUE ZEROS.
       77 WRK-INICIO      PIC 9(08) VALUE ZEROS.
       77 WRK-FIM         PIC 9(08) VALUE ZEROS.
       77 WRK-PRECO-X     PIC X(10) VALUE SPACES.
       77 WRK-PRECO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-X      PIC X(06) VALUE SPACES.
       77 WRK-DESCONTO    PIC 9(02)V99 VALUE ZEROS.
       77 WRK-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-CHAVE-OK    PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.
       77 WRK-PRECO-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DESC-ED     PIC Z9,99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR 2-INCLUIR PRECO 3-ALTERAR PRECO'
               DISPLAY '4-EXCLUIR 5-VINCULAR CLIENTE A GRUPO 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-LISTAR
                   WHEN 2
                       PERFORM 0200-INCLUIR
                   WHEN 3
                       PERFORM 0300-ALTERAR
                   WHEN 4
                       PERFORM 0400-EXCLUIR
                   WHEN 5
                       PERFORM 0450-VINCULAR-GRUPO
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
                     ==NOME-PROGRAMA== BY =='PROGCOB105'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB105'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-CLIENTE==,
                     ==CAMPO-NOME== BY ==WRK-CLIENTE==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO CLIENTE: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0170-RECEBER-PRODUTO==,
                     ==CAMPO-NOME== BY ==WRK-CODPROD==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO PRODUTO: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0175-RECEBER-QTD-MIN==,
                     ==CAMPO-NOME== BY ==WRK-QTD-MIN==,
                     ==TEXTO-PROMPT== BY
                         =='QTD MINIMA DA FAIXA (0 = QUALQUER): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0180-RECEBER-INICIO==,
                     ==CAMPO-NOME== BY ==WRK-INICIO==,
                     ==TEXTO-PROMPT== BY
                         =='INICIO VIGENCIA (AAAAMMDD, 0=HOJE): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0185-RECEBER-FIM==,
                     ==CAMPO-NOME== BY ==WRK-FIM==,
                     ==TEXTO-PROMPT== BY
                         =='FIM VIGENCIA (AAAAMMDD, 0=SEM FIM): '==.
       0100-LISTAR.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-PRC.
           OPEN INPUT PRICE-LIST-FILE.
           IF WRK-FS-PRC = '00'
               DISPLAY 'T CLIENT GRUP PRODUT FAIXA      PRECO  DESC%'
                   ' INICIO   FIM'
               PERFORM UNTIL WRK-FIM-PRC = 'Y'
                   READ PRICE-LIST-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-PRC
                       NOT AT END
                           MOVE PRC-PRECO TO WRK-PRECO-ED
                           MOVE PRC-DESCONTO TO WRK-DESC-ED
                           DISPLAY PRC-TIPO ' ' PRC-CLIENTE ' '
                               PRC-GRUPO ' ' PRC-CODPROD ' '
                               PRC-QTD-MIN ' ' WRK-PRECO-ED ' '
                               WRK-DESC-ED ' ' PRC-INICIO ' '
                               PRC-FIM
                           ADD 1 TO WRK-QTD-LISTA
                   END-READ
               END-PERFORM
               CLOSE PRICE-LIST-FILE
               DISPLAY 'LINHAS CADASTRADAS: ' WRK-QTD-LISTA
           ELSE
               DISPLAY 'PRECOCLI INDISPONIVEL OU VAZIO'
           END-IF.
      * CHAVE DA LINHA DE PRECO: TIPO + CLIENTE OU GRUPO + PRODUTO +
      * FAIXA + INICIO DE VIGENCIA
       0150-RECEBER-CHAVE.
           MOVE 'N' TO WRK-CHAVE-OK.
           MOVE ZEROS TO WRK-CLIENTE.
           MOVE SPACES TO WRK-GRUPO.
           DISPLAY 'TABELA DO CLIENTE (C) OU DO GRUPO (G): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           EVALUATE WRK-TIPO
               WHEN 'C'
               WHEN 'c'
                   MOVE 'C' TO WRK-TIPO
                   PERFORM 0160-RECEBER-CLIENTE
                   PERFORM 0190-VALIDAR-CLIENTE
               WHEN 'G'
               WHEN 'g'
                   MOVE 'G' TO WRK-TIPO
                   DISPLAY 'CODIGO DO GRUPO (4 POSICOES): '
                   ACCEPT WRK-GRUPO FROM CONSOLE
                   IF WRK-GRUPO = SPACES
                       DISPLAY 'GRUPO EM BRANCO'
                   ELSE
                       MOVE 'S' TO WRK-CHAVE-OK
                   END-IF
               WHEN OTHER
                   DISPLAY 'TIPO INVALIDO'
           END-EVALUATE.
           IF WRK-CHAVE-OK = 'S'
               PERFORM 0170-RECEBER-PRODUTO
               PERFORM 0195-VALIDAR-PRODUTO
           END-IF.
           IF WRK-CHAVE-OK = 'S'
               PERFORM 0175-RECEBER-QTD-MIN
               PERFORM 0180-RECEBER-INICIO
               IF WRK-INICIO = ZEROS
                   MOVE WRK-DATA-HOJE TO WRK-INICIO
               END-IF
           END-IF.
       0190-VALIDAR-CLIENTE.
           MOVE 'N' TO WRK-CHAVE-OK.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'CUSTMAST INDISPONIVEL - CLIENTE NAO CONFERIDO'
               MOVE 'S' TO WRK-CHAVE-OK
           ELSE
               MOVE WRK-CLIENTE TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-CLIENTE
                   NOT INVALID KEY
                       IF CM-STATUS = 'I' OR CM-ID = ZEROS
                           DISPLAY 'CLIENTE INATIVO: ' WRK-CLIENTE
                       ELSE
                           DISPLAY 'CLIENTE: ' CM-NOME
                           MOVE 'S' TO WRK-CHAVE-OK
                       END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.
       0195-VALIDAR-PRODUTO.
           MOVE 'N' TO WRK-CHAVE-OK.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD NOT = '00'
               DISPLAY 'PRODMAST INDISPONIVEL - PRODUTO NAO CONFERIDO'
               MOVE 'S' TO WRK-CHAVE-OK
           ELSE
               MOVE WRK-CODPROD TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       DISPLAY 'PRODUTO NAO CADASTRADO: ' WRK-CODPROD
                   NOT INVALID KEY
                       IF PRD-STATUS = 'I'
                           DISPLAY 'PRODUTO INATIVO: ' WRK-CODPROD
                       ELSE
                           MOVE PRD-PRECO TO WRK-PRECO-ED
                           DISPLAY 'PRODUTO: ' PRD-DESCRICAO
                               ' PRECO DE LISTA: ' WRK-PRECO-ED
                           MOVE 'S' TO WRK-CHAVE-OK
                       END-IF
               END-READ
               CLOSE PRODUCT-MASTER
           END-IF.
       0200-INCLUIR.
           PERFORM 0150-RECEBER-CHAVE.
           IF WRK-CHAVE-OK = 'S'
               PERFORM 0250-VERIFICAR-EXISTENTE
               IF WRK-EXISTE = 'S'
                   DISPLAY 'LINHA DE PRECO JA CADASTRADA - USE ALTERAR'
               ELSE
                   PERFORM 0260-RECEBER-DADOS
                   IF WRK-DADOS-OK = 'S'
                       OPEN EXTEND PRICE-LIST-FILE
                       IF WRK-FS-PRC NOT = '00'
                           OPEN OUTPUT PRICE-LIST-FILE
                       END-IF
                       MOVE SPACES TO PRC-REC
                       MOVE WRK-TIPO TO PRC-TIPO
                       MOVE WRK-CLIENTE TO PRC-CLIENTE
                       MOVE WRK-GRUPO TO PRC-GRUPO
                       MOVE WRK-CODPROD TO PRC-CODPROD
                       MOVE WRK-QTD-MIN TO PRC-QTD-MIN
                       MOVE WRK-INICIO TO PRC-INICIO
                       PERFORM 0270-MOVER-DADOS
                       WRITE PRC-REC
                       CLOSE PRICE-LIST-FILE
                       DISPLAY 'LINHA DE PRECO INCLUIDA'
                   END-IF
               END-IF
           END-IF.
       0250-VERIFICAR-EXISTENTE.
           MOVE 'N' TO WRK-EXISTE.
           MOVE 'N' TO WRK-FIM-PRC.
           OPEN INPUT PRICE-LIST-FILE.
           IF WRK-FS-PRC = '00'
               PERFORM UNTIL WRK-FIM-PRC = 'Y'
                   READ PRICE-LIST-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-PRC
                       NOT AT END
                           PERFORM 0255-COMPARAR-CHAVE
                           IF WRK-EXISTE = 'S'
                               MOVE 'Y' TO WRK-FIM-PRC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRICE-LIST-FILE
           END-IF.
       0255-COMPARAR-CHAVE.
           IF PRC-TIPO = WRK-TIPO
               AND PRC-CLIENTE = WRK-CLIENTE
               AND PRC-GRUPO = WRK-GRUPO
               AND PRC-CODPROD = WRK-CODPROD
               AND PRC-QTD-MIN = WRK-QTD-MIN
               AND PRC-INICIO = WRK-INICIO
               MOVE 'S' TO WRK-EXISTE
           END-IF.
      * PRECO FIXO OU PERCENTUAL - UM DOS DOIS
       0260-RECEBER-DADOS.
           MOVE 'N' TO WRK-DADOS-OK.
           MOVE ZEROS TO WRK-PRECO WRK-DESCONTO.
           DISPLAY 'PRECO UNITARIO FIXO (EX 123,45 - BRANCO = USAR'
               ' PERCENTUAL): '.
           MOVE SPACES TO WRK-PRECO-X.
           ACCEPT WRK-PRECO-X FROM CONSOLE.
           IF WRK-PRECO-X NOT = SPACES
               COMPUTE WRK-PRECO = FUNCTION NUMVAL(WRK-PRECO-X)
           END-IF.
           IF WRK-PRECO = ZEROS
               DISPLAY 'PERCENTUAL DE DESCONTO SOBRE A LISTA'
                   ' (EX 7,50): '
               MOVE SPACES TO WRK-DESC-X
               ACCEPT WRK-DESC-X FROM CONSOLE
               IF WRK-DESC-X NOT = SPACES
                   COMPUTE WRK-DESCONTO = FUNCTION NUMVAL(WRK-DESC-X)
               END-IF
           END-IF.
           PERFORM 0185-RECEBER-FIM.
           IF WRK-PRECO = ZEROS AND WRK-DESCONTO = ZEROS
               DISPLAY 'INFORME PRECO FIXO OU PERCENTUAL - LINHA NAO'
                   ' GRAVADA'
           ELSE
               IF WRK-FIM NOT = ZEROS AND WRK-FIM < WRK-INICIO
                   DISPLAY 'FIM ANTERIOR AO INICIO DA VIGENCIA - LINHA'
                       ' NAO GRAVADA'
               ELSE
                   MOVE 'S' TO WRK-DADOS-OK
               END-IF
           END-IF.
       0270-MOVER-DADOS.
           MOVE WRK-PRECO TO PRC-PRECO.
           MOVE WRK-DESCONTO TO PRC-DESCONTO.
           MOVE WRK-FIM TO PRC-FIM.
           MOVE LNK-OPERADOR TO PRC-OPERADOR.
       0300-ALTERAR.
           PERFORM 0150-RECEBER-CHAVE.
           IF WRK-CHAVE-OK = 'S'
               PERFORM 0250-VERIFICAR-EXISTENTE
               IF WRK-EXISTE = 'N'
                   DISPLAY 'LINHA DE PRECO NAO ENCONTRADA'
               ELSE
                   PERFORM 0260-RECEBER-DADOS
                   IF WRK-DADOS-OK = 'S'
                       PERFORM 0350-REGRAVAR-ALTERADA
                       DISPLAY 'LINHA DE PRECO ALTERADA'
                   END-IF
               END-IF
           END-IF.
       0350-REGRAVAR-ALTERADA.
           MOVE 'N' TO WRK-FIM-PRC.
           OPEN INPUT PRICE-LIST-FILE.
           OPEN OUTPUT PRICE-LIST-TEMP.
           PERFORM UNTIL WRK-FIM-PRC = 'Y'
               READ PRICE-LIST-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-PRC
                   NOT AT END
                       MOVE 'N' TO WRK-EXISTE
                       PERFORM 0255-COMPARAR-CHAVE
                       IF WRK-EXISTE = 'S'
                           PERFORM 0270-MOVER-DADOS
                       END-IF
                       WRITE TMP-REC FROM PRC-REC
               END-READ
           END-PERFORM.
           CLOSE PRICE-LIST-FILE PRICE-LIST-TEMP.
           PERFORM 0500-DEVOLVER-DO-TEMP.
       0400-EXCLUIR.
           PERFORM 0150-RECEBER-CHAVE.
           IF WRK-CHAVE-OK = 'S'
               MOVE 'N' TO WRK-REMOVIDO
               MOVE 'N' TO WRK-FIM-PRC
               OPEN INPUT PRICE-LIST-FILE
               IF WRK-FS-PRC NOT = '00'
                   DISPLAY 'PRECOCLI INDISPONIVEL OU VAZIO'
               ELSE
                   OPEN OUTPUT PRICE-LIST-TEMP
                   PERFORM UNTIL WRK-FIM-PRC = 'Y'
                       READ PRICE-LIST-FILE
                           AT END
                               MOVE 'Y' TO WRK-FIM-PRC
                           NOT AT END
                               MOVE 'N' TO WRK-EXISTE
                               PERFORM 0255-COMPARAR-CHAVE
                               IF WRK-EXISTE = 'S'
                                   MOVE 'S' TO WRK-REMOVIDO
                               ELSE
                                   WRITE TMP-REC FROM PRC-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRICE-LIST-FILE PRICE-LIST-TEMP
                   PERFORM 0500-DEVOLVER-DO-TEMP
                   IF WRK-REMOVIDO = 'S'
                       DISPLAY 'LINHA DE PRECO EXCLUIDA'
                   ELSE
                       DISPLAY 'LINHA DE PRECO NAO ENCONTRADA'
                   END-IF
               END-IF
           END-IF.
      * UM GRUPO POR CLIENTE: O VINCULO ANTERIOR E SUBSTITUIDO;
      * GRUPO EM BRANCO SO DESFAZ O VINCULO
       0450-VINCULAR-GRUPO.
           PERFORM 0160-RECEBER-CLIENTE.
           PERFORM 0190-VALIDAR-CLIENTE.
           IF WRK-CHAVE-OK = 'S'
               DISPLAY 'GRUPO DO CLIENTE (BRANCO = DESVINCULAR): '
               MOVE SPACES TO WRK-GRUPO
               ACCEPT WRK-GRUPO FROM CONSOLE
               MOVE 'N' TO WRK-REMOVIDO
               MOVE 'N' TO WRK-FIM-PRC
               OPEN OUTPUT PRICE-LIST-TEMP
               OPEN INPUT PRICE-LIST-FILE
               IF WRK-FS-PRC = '00'
                   PERFORM UNTIL WRK-FIM-PRC = 'Y'
                       READ PRICE-LIST-FILE
                           AT END
                               MOVE 'Y' TO WRK-FIM-PRC
                           NOT AT END
                               IF PRC-TIPO = 'M'
                                   AND PRC-CLIENTE = WRK-CLIENTE
                                   MOVE 'S' TO WRK-REMOVIDO
                               ELSE
                                   WRITE TMP-REC FROM PRC-REC
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PRICE-LIST-FILE
               END-IF
               IF WRK-GRUPO NOT = SPACES
                   MOVE SPACES TO PRC-REC
                   MOVE 'M' TO PRC-TIPO
                   MOVE WRK-CLIENTE TO PRC-CLIENTE
                   MOVE WRK-GRUPO TO PRC-GRUPO
                   MOVE ZEROS TO PRC-CODPROD PRC-QTD-MIN PRC-PRECO
                       PRC-DESCONTO PRC-FIM
                   MOVE WRK-DATA-HOJE TO PRC-INICIO
                   MOVE LNK-OPERADOR TO PRC-OPERADOR
                   WRITE TMP-REC FROM PRC-REC
               END-IF
               CLOSE PRICE-LIST-TEMP
               PERFORM 0500-DEVOLVER-DO-TEMP
               IF WRK-GRUPO NOT = SPACES
                   DISPLAY 'CLIENTE ' WRK-CLIENTE ' VINCULADO AO GRUPO '
                       WRK-GRUPO
               ELSE
                   IF WRK-REMOVIDO = 'S'
                       DISPLAY 'CLIENTE ' WRK-CLIENTE ' DESVINCULADO'
                   ELSE
                       DISPLAY 'CLIENTE ' WRK-CLIENTE ' SEM GRUPO'
                   END-IF
               END-IF
           END-IF.
       0500-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-PRC.
           OPEN OUTPUT PRICE-LIST-FILE.
           OPEN INPUT PRICE-LIST-TEMP.
           PERFORM UNTIL WRK-FIM-PRC = 'Y'
               READ PRICE-LIST-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-PRC
                   NOT AT END
                       WRITE PRC-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE PRICE-LIST-FILE PRICE-LIST-TEMP.
