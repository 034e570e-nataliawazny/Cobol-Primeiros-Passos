       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB132.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = TURNOS DE CAIXA (TURNOCX, TURNREC.COB): A ABERTURA
      * REGISTRA O OPERADOR AUTENTICADO, A LOJA (LOJMAST), O CAIXA E
      * O FUNDO DE TROCO E NUMERA O TURNO NO CAIXA DO DIA - O NUMERO
      * E INFORMADO NO POS, QUE O CARIMBA NAS LINHAS DO SALESTXN; UM
      * CAIXA SO TEM UM TURNO ABERTO DE CADA VEZ E UM OPERADOR SO
      * ABRE UM TURNO DE CADA VEZ; O FECHAMENTO, SO PELO PROPRIO
      * OPERADOR, REGISTRA O DINHEIRO CONTADO NA GAVETA SEM MOSTRAR O
      * ESPERADO (CONTAGEM CEGA) - A CONFERENCIA CONTRA AS VENDAS DO
      * TURNO E FEITA NO LOTE DA NOITE PELO PROGCOB133; LISTAGEM DOS
      * TURNOS DO DIA (REGRAVACAO VIA ARQUIVO TEMPORARIO, COMO O
      * PROGCOB117)
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-FILE ASSIGN TO 'TURNOCX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TNO.
           SELECT SHIFT-TEMP ASSIGN TO 'TURNTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT STORE-MASTER ASSIGN TO 'LOJMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJ.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-FILE.
       COPY 'TURNREC.COB'.
       FD  SHIFT-TEMP.
       01  TMP-REC         PIC X(87).
       FD  STORE-MASTER.
       COPY 'LOJREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-TNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-LOJ      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-LOJA        PIC 9(02) VALUE ZEROS.
       77 WRK-CAIXA       PIC 9(02) VALUE ZEROS.
       77 WRK-TURNO       PIC 9(02) VALUE ZEROS.
       77 WRK-FUNDO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CONTADO     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LOJA-OK     PIC X(01) VALUE 'N'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-RECUSA      PIC X(01) VALUE 'N'.
       77 WRK-DONO-TURNO  PIC X(20) VALUE SPACES.
       77 WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED    PIC ZZZZZZ9.99 VALUE ZEROS.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-ABRIR TURNO 2-FECHAR TURNO'
               DISPLAY '3-LISTAR TURNOS DO DIA 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-ABRIR-TURNO
                   WHEN 2
                       PERFORM 0400-FECHAR-TURNO
                   WHEN 3
                       PERFORM 0600-LISTAR-TURNOS
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
                     ==NOME-PROGRAMA== BY =='PROGCOB132'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB132'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0150-RECEBER-LOJA==,
                     ==CAMPO-NOME== BY ==WRK-LOJA==,
                     ==TEXTO-PROMPT== BY
                         =='LOJA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0155-RECEBER-CAIXA==,
                     ==CAMPO-NOME== BY ==WRK-CAIXA==,
                     ==TEXTO-PROMPT== BY
                         =='CAIXA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-FUNDO==,
                     ==CAMPO-NOME== BY ==WRK-FUNDO==,
                     ==TEXTO-PROMPT== BY
                         =='FUNDO DE TROCO RECEBIDO: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0165-RECEBER-CONTADO==,
                     ==CAMPO-NOME== BY ==WRK-CONTADO==,
                     ==TEXTO-PROMPT== BY
                         =='DINHEIRO CONTADO NA GAVETA: '==.
       0100-ABRIR-TURNO.
           MOVE 'N' TO WRK-RECUSA.
           PERFORM 0150-RECEBER-LOJA.
           PERFORM 0260-VALIDAR-LOJA.
           IF WRK-LOJA-OK = 'N'
               DISPLAY 'LOJA DESCONHECIDA OU INATIVA'
               MOVE 'S' TO WRK-RECUSA
           END-IF.
           IF WRK-RECUSA = 'N'
               PERFORM 0155-RECEBER-CAIXA
               PERFORM 0200-VERIFICAR-ABERTOS
           END-IF.
           IF WRK-RECUSA = 'N'
               PERFORM 0160-RECEBER-FUNDO
               ADD 1 TO WRK-TURNO
               ACCEPT WRK-HORA-HOJE FROM TIME
               OPEN EXTEND SHIFT-FILE
               IF WRK-FS-TNO NOT = '00'
                   OPEN OUTPUT SHIFT-FILE
               END-IF
               MOVE WRK-DATA-HOJE TO TNO-DATA
               MOVE WRK-LOJA TO TNO-LOJA
               MOVE WRK-CAIXA TO TNO-CAIXA
               MOVE WRK-TURNO TO TNO-TURNO
               MOVE LNK-OPERADOR TO TNO-OPERADOR
               MOVE WRK-HORA-HOJE(1:4) TO TNO-HORA-ABERT
               MOVE ZEROS TO TNO-HORA-FECH
               MOVE WRK-FUNDO TO TNO-FUNDO
               MOVE ZEROS TO TNO-CONTADO TNO-LIQ-DINHEIRO
                   TNO-ESPERADO TNO-DIFERENCA
               MOVE 'A' TO TNO-STATUS
               WRITE TNO-REC
               CLOSE SHIFT-FILE
               DISPLAY 'TURNO ' WRK-TURNO ' DO CAIXA ' WRK-CAIXA
                   ' ABERTO - INFORME O TURNO NO POS'
           END-IF.
      * NA MESMA LEITURA: CAIXA COM TURNO ABERTO, OPERADOR COM TURNO
      * ABERTO EM OUTRO CAIXA E O ULTIMO TURNO DO CAIXA NO DIA
       0200-VERIFICAR-ABERTOS.
           MOVE ZEROS TO WRK-TURNO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIFT-FILE.
           IF WRK-FS-TNO = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIFT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0210-CRITICAR-TURNO
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
           END-IF.
       0210-CRITICAR-TURNO.
           IF TNO-LOJA = WRK-LOJA AND TNO-CAIXA = WRK-CAIXA
               IF TNO-STATUS = 'A'
                   DISPLAY 'CAIXA COM TURNO ' TNO-TURNO ' DE '
                       TNO-DATA ' AINDA ABERTO POR '
                       FUNCTION TRIM(TNO-OPERADOR)
                   MOVE 'S' TO WRK-RECUSA
               END-IF
               IF TNO-DATA = WRK-DATA-HOJE
                   AND TNO-TURNO > WRK-TURNO
                   MOVE TNO-TURNO TO WRK-TURNO
               END-IF
           END-IF.
           IF TNO-OPERADOR = LNK-OPERADOR AND TNO-STATUS = 'A'
               AND (TNO-LOJA NOT = WRK-LOJA
                    OR TNO-CAIXA NOT = WRK-CAIXA)
               DISPLAY 'OPERADOR JA TEM TURNO ABERTO NA LOJA '
                   TNO-LOJA ' CAIXA ' TNO-CAIXA
               MOVE 'S' TO WRK-RECUSA
           END-IF.
      * LOJA 01 E A LOJA UNICA DE SEMPRE E VALE MESMO FORA DO
      * LOJMAST; AS DEMAIS PRECISAM ESTAR ATIVAS NO CADASTRO
       0260-VALIDAR-LOJA.
           MOVE 'N' TO WRK-LOJA-OK.
           IF WRK-LOJA = 01
               MOVE 'S' TO WRK-LOJA-OK
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT STORE-MASTER
               IF WRK-FS-LOJ = '00'
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ STORE-MASTER
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               IF LOJ-CODIGO = WRK-LOJA
                                   AND LOJ-STATUS NOT = 'I'
                                   MOVE 'S' TO WRK-LOJA-OK
                                   MOVE 'Y' TO WRK-FIM-ARQ
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STORE-MASTER
               END-IF
           END-IF.
       0400-FECHAR-TURNO.
           PERFORM 0150-RECEBER-LOJA.
           PERFORM 0155-RECEBER-CAIXA.
           PERFORM 0450-LOCALIZAR-ABERTO.
           EVALUATE TRUE
               WHEN WRK-ACHOU = 'N'
                   DISPLAY 'NENHUM TURNO ABERTO NESTE CAIXA'
               WHEN WRK-DONO-TURNO NOT = LNK-OPERADOR
                   DISPLAY 'TURNO ' WRK-TURNO ' ABERTO POR '
                       FUNCTION TRIM(WRK-DONO-TURNO)
                       ' - SO O PROPRIO OPERADOR FECHA'
               WHEN OTHER
                   PERFORM 0165-RECEBER-CONTADO
                   PERFORM 0500-GRAVAR-FECHAMENTO
                   DISPLAY 'TURNO ' WRK-TURNO ' FECHADO - CONFERENCIA'
                       ' NO LOTE DA NOITE'
           END-EVALUATE.
       0450-LOCALIZAR-ABERTO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE SPACES TO WRK-DONO-TURNO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIFT-FILE.
           IF WRK-FS-TNO = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIFT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TNO-LOJA = WRK-LOJA
                               AND TNO-CAIXA = WRK-CAIXA
                               AND TNO-STATUS = 'A'
                               MOVE 'S' TO WRK-ACHOU
                               MOVE TNO-OPERADOR TO WRK-DONO-TURNO
                               MOVE TNO-TURNO TO WRK-TURNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
           END-IF.
       0500-GRAVAR-FECHAMENTO.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIFT-FILE.
           OPEN OUTPUT SHIFT-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SHIFT-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF TNO-LOJA = WRK-LOJA
                           AND TNO-CAIXA = WRK-CAIXA
                           AND TNO-STATUS = 'A'
                           MOVE WRK-HORA-HOJE(1:4) TO TNO-HORA-FECH
                           MOVE WRK-CONTADO TO TNO-CONTADO
                           MOVE 'F' TO TNO-STATUS
                       END-IF
                       WRITE TMP-REC FROM TNO-REC
               END-READ
           END-PERFORM.
           CLOSE SHIFT-FILE SHIFT-TEMP.
           PERFORM 0550-DEVOLVER-DO-TEMP.
       0550-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT SHIFT-FILE.
           OPEN INPUT SHIFT-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SHIFT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE TNO-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE SHIFT-FILE SHIFT-TEMP.
       0600-LISTAR-TURNOS.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIFT-FILE.
           IF WRK-FS-TNO NOT = '00'
               DISPLAY 'TURNOCX INDISPONIVEL OU VAZIO'
           ELSE
               DISPLAY 'LJ CX TN OPERADOR             ABERT FECH'
                   '      FUNDO ST'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIFT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TNO-DATA = WRK-DATA-HOJE
                               OR TNO-STATUS = 'A'
                               ADD 1 TO WRK-QTD-LISTA
                               MOVE TNO-FUNDO TO WRK-VALOR-ED
                               DISPLAY TNO-LOJA ' ' TNO-CAIXA ' '
                                   TNO-TURNO ' ' TNO-OPERADOR ' '
                                   TNO-HORA-ABERT '  ' TNO-HORA-FECH
                                   ' ' WRK-VALOR-ED ' ' TNO-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE
               DISPLAY 'TURNOS LISTADOS: ' WRK-QTD-LISTA
           END-IF.
