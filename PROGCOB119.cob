       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB119.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = REMESSA DA NOTA FISCAL ELETRONICA PARA O GATEWAY
      * DE TRANSMISSAO E FILA DE CORRECAO DAS REJEICOES
      * REMESSA: CADA NOTA EMITIDA DO NOTAFISC (NFREC.COB) PENDENTE
      * DE TRANSMISSAO (NFR-NFE-SIT 'P') VAI PARA O NFEREM NO LAYOUT
      * FIXO DO GATEWAY - HEADER ('H' + FONTE + DATA), UM REGISTRO
      * 'N' POR NOTA (TIPO, DATA, PEDIDO, CLIENTE, DOCUMENTO, UF,
      * VALOR, ICMS, TOTAL E NOTA DE REFERENCIA), UM REGISTRO 'I' POR
      * ITEM DO NFITEM (NFIREC.COB, COM O ICMS DO ITEM) E TRAILER
      * ('T' + QUANTIDADE DE NOTAS, DE ITENS E HASH DOS TOTAIS); AS
      * NOTAS REMETIDAS FICAM 'T' ATE O RETORNO NFERET SER PROCESSADO
      * PELO PROGCOB120
      * FILA DE CORRECAO (NFEFILA, NFQREC.COB): LISTA AS REJEICOES
      * ABERTAS E LIBERA A NOTA CORRIGIDA PARA O PROXIMO ENVIO - A
      * NOTA REJEITADA VOLTA A 'P' COM O DOCUMENTO DO CLIENTE RELIDO
      * DO CUSTMAST; O CANCELAMENTO REJEITADO TEM O EVENTO REGRAVADO
      * NO NFECANC (CEVREC.COB)
      * REGRAVACAO VIA ARQUIVO TEMPORARIO COMO O PROGCOB75
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = AREA DO REGISTRO DO NOTAFISC AMPLIADA PARA O
      * NFR-EMISSOR
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NF-REGISTRY-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFR.
           SELECT NF-REGISTRY-TEMP ASSIGN TO 'NOTATMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT NF-ITEM-FILE ASSIGN TO 'NFITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFI.
           SELECT NFE-REMITTANCE-FILE ASSIGN TO 'NFEREM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REM.
           SELECT NFE-QUEUE-FILE ASSIGN TO 'NFEFILA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFQ.
           SELECT NFE-QUEUE-TEMP ASSIGN TO 'NFEFTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-QTM.
           SELECT NFE-CANCEL-FILE ASSIGN TO 'NFECANC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CEV.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  NF-REGISTRY-TEMP.
       01  TMP-REC         PIC X(194).
       FD  NF-ITEM-FILE.
       COPY 'NFIREC.COB'.
       FD  NFE-REMITTANCE-FILE.
       01  REM-NOTA.
           02 REM-TIPO-REG  PIC X(01).
           02 REM-NUMERO    PIC 9(08).
           02 REM-TIPO-NOTA PIC X(01).
           02 REM-DATA      PIC 9(08).
           02 REM-PEDIDO    PIC 9(08).
           02 REM-CLIENTE   PIC 9(06).
           02 REM-DOC       PIC 9(14).
           02 REM-UF        PIC X(02).
           02 REM-VALOR     PIC 9(06)V99.
           02 REM-ICMS      PIC 9(06)V99.
           02 REM-TOTAL     PIC 9(06)V99.
           02 REM-REF       PIC 9(08).
       01  REM-ITEM.
           02 RMI-TIPO-REG  PIC X(01).
           02 RMI-NUMERO    PIC 9(08).
           02 RMI-ITEM      PIC 9(02).
           02 RMI-CODPROD   PIC 9(06).
           02 RMI-PRODUTO   PIC X(20).
           02 RMI-QTD       PIC 9(05).
           02 RMI-VALOR     PIC 9(06)V99.
           02 RMI-ICMS      PIC 9(06)V99.
       01  REM-HEADER.
           02 RMH-TIPO      PIC X(01).
           02 RMH-FONTE     PIC X(08).
           02 RMH-DATA      PIC 9(08).
       01  REM-TRAILER.
           02 RMT-TIPO      PIC X(01).
           02 RMT-QTD       PIC 9(06).
           02 RMT-QTD-ITENS PIC 9(06).
           02 RMT-HASH      PIC 9(11)V99.
       FD  NFE-QUEUE-FILE.
       COPY 'NFQREC.COB'.
       FD  NFE-QUEUE-TEMP.
       01  QTM-REC         PIC X(76).
       FD  NFE-CANCEL-FILE.
       COPY 'CEVREC.COB'.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-NFR      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFI      PIC X(02) VALUE SPACES.
       77 WRK-FS-REM      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-QTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-CEV      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FIM-NFR     PIC X(01) VALUE 'N'.
       77 WRK-FIM-NFI     PIC X(01) VALUE 'N'.
       77 WRK-FIM-NFQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO      PIC 9(08) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-LIBEROU     PIC X(01) VALUE 'N'.
       77 WRK-CLI-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-EVENTO      PIC X(01) VALUE SPACES.
       77 WRK-QTD-NOTAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ITENS   PIC 9(06) VALUE ZEROS.
       77 WRK-ITENS-NOTA  PIC 9(03) VALUE ZEROS.
       77 WRK-SEM-ITENS   PIC 9(06) VALUE ZEROS.
       77 WRK-HASH-TOTAL  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ABERTAS PIC 9(06) VALUE ZEROS.
       01 WRK-EVENTO-GUARDA.
           02 WRK-EG-PROTOCOLO PIC X(15).
           02 WRK-EG-DOC       PIC 9(14).
           02 WRK-EG-UF        PIC X(02).
           02 WRK-EG-DATA      PIC 9(08).
           02 WRK-EG-MOTIVO    PIC X(20).
           02 WRK-EG-OPERADOR  PIC X(20).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-GERAR REMESSA NFEREM 2-FILA DE CORRECAO'
               DISPLAY '3-LIBERAR NOTA CORRIGIDA 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-GERAR-REMESSA
                   WHEN 2
                       PERFORM 0300-LISTAR-FILA
                   WHEN 3
                       PERFORM 0400-LIBERAR-NOTA
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
                     ==NOME-PROGRAMA== BY =='PROGCOB119'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB119'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0410-RECEBER-NUMERO==,
                     ==CAMPO-NOME== BY ==WRK-NUMERO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DA NOTA FISCAL: '==.
      * SO NOTA EMITIDA ('E') E PENDENTE ('P') ENTRA NA REMESSA; A
      * JA TRANSMITIDA ('T') AGUARDA O RETORNO E NAO VAI DE NOVO
       0100-GERAR-REMESSA.
           MOVE ZEROS TO WRK-QTD-NOTAS WRK-QTD-ITENS WRK-SEM-ITENS
               WRK-HASH-TOTAL.
           MOVE 'N' TO WRK-FIM-NFR.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR NOT = '00'
               DISPLAY 'NOTAFISC INDISPONIVEL - STATUS ' WRK-FS-NFR
           ELSE
               OPEN OUTPUT NF-REGISTRY-TEMP
               OPEN OUTPUT NFE-REMITTANCE-FILE
               MOVE 'H' TO RMH-TIPO
               MOVE 'NFE' TO RMH-FONTE
               MOVE WRK-DATA-HOJE TO RMH-DATA
               WRITE REM-HEADER
               PERFORM UNTIL WRK-FIM-NFR = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFR
                       NOT AT END
                           IF NFR-STATUS = 'E'
                               AND NFR-NFE-SIT = 'P'
                               PERFORM 0120-REMETER-NOTA
                           END-IF
                           WRITE TMP-REC FROM NFR-REC
                   END-READ
               END-PERFORM
               MOVE 'T' TO RMT-TIPO
               MOVE WRK-QTD-NOTAS TO RMT-QTD
               MOVE WRK-QTD-ITENS TO RMT-QTD-ITENS
               MOVE WRK-HASH-TOTAL TO RMT-HASH
               WRITE REM-TRAILER
               CLOSE NF-REGISTRY-FILE NF-REGISTRY-TEMP
                   NFE-REMITTANCE-FILE
               IF WRK-QTD-NOTAS > 0
                   PERFORM 0200-DEVOLVER-DO-TEMP
               END-IF
               DISPLAY 'NOTAS REMETIDAS NO NFEREM: ' WRK-QTD-NOTAS
                   '  ITENS: ' WRK-QTD-ITENS
               IF WRK-SEM-ITENS > 0
                   DISPLAY 'NOTAS SEM ITENS NO NFITEM: '
                       WRK-SEM-ITENS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0120-REMETER-NOTA.
           MOVE 'N' TO REM-TIPO-REG.
           MOVE NFR-NUMERO TO REM-NUMERO.
           MOVE NFR-TIPO TO REM-TIPO-NOTA.
           MOVE NFR-DATA TO REM-DATA.
           MOVE NFR-PEDIDO TO REM-PEDIDO.
           MOVE NFR-CLIENTE TO REM-CLIENTE.
           MOVE NFR-DOC TO REM-DOC.
           MOVE NFR-UF TO REM-UF.
           MOVE NFR-VALOR TO REM-VALOR.
           MOVE NFR-ICMS TO REM-ICMS.
           MOVE NFR-TOTAL TO REM-TOTAL.
           MOVE NFR-REF TO REM-REF.
           WRITE REM-NOTA.
           PERFORM 0130-REMETER-ITENS.
           IF WRK-ITENS-NOTA = 0
               ADD 1 TO WRK-SEM-ITENS
               DISPLAY 'NOTA ' NFR-NUMERO ' SEM ITENS NO NFITEM'
           END-IF.
           MOVE 'T' TO NFR-NFE-SIT.
           MOVE SPACES TO NFR-NFE-MOTIVO.
           ADD 1 TO WRK-QTD-NOTAS.
           ADD NFR-TOTAL TO WRK-HASH-TOTAL.
       0130-REMETER-ITENS.
           MOVE ZEROS TO WRK-ITENS-NOTA.
           MOVE 'N' TO WRK-FIM-NFI.
           OPEN INPUT NF-ITEM-FILE.
           IF WRK-FS-NFI = '00'
               PERFORM UNTIL WRK-FIM-NFI = 'Y'
                   READ NF-ITEM-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFI
                       NOT AT END
                           IF NFI-NUMERO = NFR-NUMERO
                               MOVE 'I' TO RMI-TIPO-REG
                               MOVE NFI-NUMERO TO RMI-NUMERO
                               MOVE NFI-ITEM TO RMI-ITEM
                               MOVE NFI-CODPROD TO RMI-CODPROD
                               MOVE NFI-PRODUTO TO RMI-PRODUTO
                               MOVE NFI-QTD TO RMI-QTD
                               MOVE NFI-VALOR TO RMI-VALOR
                               MOVE NFI-ICMS TO RMI-ICMS
                               WRITE REM-ITEM
                               ADD 1 TO WRK-ITENS-NOTA WRK-QTD-ITENS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-ITEM-FILE
           END-IF.
       0200-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-NFR.
           OPEN OUTPUT NF-REGISTRY-FILE.
           OPEN INPUT NF-REGISTRY-TEMP.
           PERFORM UNTIL WRK-FIM-NFR = 'Y'
               READ NF-REGISTRY-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-NFR
                   NOT AT END
                       WRITE NFR-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE NF-REGISTRY-FILE NF-REGISTRY-TEMP.
       0300-LISTAR-FILA.
           MOVE ZEROS TO WRK-QTD-ABERTAS.
           MOVE 'N' TO WRK-FIM-NFQ.
           OPEN INPUT NFE-QUEUE-FILE.
           IF WRK-FS-NFQ NOT = '00'
               DISPLAY 'FILA DE CORRECAO VAZIA'
           ELSE
               DISPLAY 'NOTA     EV DATA     MOTIVO DA REJEICAO'
               PERFORM UNTIL WRK-FIM-NFQ = 'Y'
                   READ NFE-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFQ
                       NOT AT END
                           IF NFQ-SITUACAO = 'A'
                               ADD 1 TO WRK-QTD-ABERTAS
                               DISPLAY NFQ-NUMERO ' ' NFQ-EVENTO ' '
                                   NFQ-DATA ' ' NFQ-MOTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NFE-QUEUE-FILE
               DISPLAY 'REJEICOES ABERTAS: ' WRK-QTD-ABERTAS
           END-IF.
      * A LIBERACAO PARTE DA ENTRADA ABERTA NA FILA: O EVENTO DELA
      * DIZ SE A NOTA VOLTA PARA A REMESSA OU SE O CANCELAMENTO E
      * REENVIADO NO NFECANC
       0400-LIBERAR-NOTA.
           PERFORM 0410-RECEBER-NUMERO.
           PERFORM 0420-LOCALIZAR-NA-FILA.
           IF WRK-ACHOU = 'N'
               DISPLAY 'NOTA SEM REJEICAO ABERTA NA FILA: '
                   WRK-NUMERO
           ELSE
               PERFORM 0430-ATUALIZAR-NOTA
               EVALUATE WRK-LIBEROU
                   WHEN 'S'
                       IF WRK-EVENTO = 'C'
                           PERFORM 0440-REGRAVAR-EVENTO
                           DISPLAY 'CANCELAMENTO DA NOTA ' WRK-NUMERO
                               ' REENVIADO NO NFECANC'
                       ELSE
                           DISPLAY 'NOTA ' WRK-NUMERO
                               ' LIBERADA PARA A PROXIMA REMESSA'
                       END-IF
                       PERFORM 0450-BAIXAR-FILA
                   WHEN 'K'
                       DISPLAY 'NOTA ' WRK-NUMERO
                           ' CANCELADA - RETIRADA DA FILA SEM REENVIO'
                       PERFORM 0450-BAIXAR-FILA
                   WHEN OTHER
                       DISPLAY 'NOTA ' WRK-NUMERO
                           ' FORA DA SITUACAO DE REJEICAO NO NOTAFISC'
               END-EVALUATE
           END-IF.
       0420-LOCALIZAR-NA-FILA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-NFQ.
           OPEN INPUT NFE-QUEUE-FILE.
           IF WRK-FS-NFQ = '00'
               PERFORM UNTIL WRK-FIM-NFQ = 'Y'
                   READ NFE-QUEUE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFQ
                       NOT AT END
                           IF NFQ-NUMERO = WRK-NUMERO
                               AND NFQ-SITUACAO = 'A'
                               MOVE 'S' TO WRK-ACHOU
                               MOVE NFQ-EVENTO TO WRK-EVENTO
                               MOVE 'Y' TO WRK-FIM-NFQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NFE-QUEUE-FILE
           END-IF.
      * NOTA REJEITADA: O DOCUMENTO E RELIDO DO CUSTMAST, ONDE A
      * CORRECAO DO CADASTRO E FEITA; NOTA CANCELADA ENQUANTO ESTAVA
      * NA FILA NAO E MAIS TRANSMITIDA
       0430-ATUALIZAR-NOTA.
           MOVE 'N' TO WRK-LIBEROU.
           MOVE 'N' TO WRK-FIM-NFR.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR NOT = '00'
               DISPLAY 'NOTAFISC INDISPONIVEL - STATUS ' WRK-FS-NFR
           ELSE
               MOVE 'N' TO WRK-CLI-DISPON
               OPEN INPUT CUSTOMER-MASTER
               IF WRK-FS-CLI = '00'
                   MOVE 'S' TO WRK-CLI-DISPON
               END-IF
               OPEN OUTPUT NF-REGISTRY-TEMP
               PERFORM UNTIL WRK-FIM-NFR = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFR
                       NOT AT END
                           IF NFR-NUMERO = WRK-NUMERO
                               PERFORM 0435-LIBERAR-REGISTRO
                           END-IF
                           WRITE TMP-REC FROM NFR-REC
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE NF-REGISTRY-TEMP
               IF WRK-CLI-DISPON = 'S'
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF WRK-LIBEROU = 'S'
                   PERFORM 0200-DEVOLVER-DO-TEMP
               END-IF
           END-IF.
       0435-LIBERAR-REGISTRO.
           EVALUATE TRUE
               WHEN WRK-EVENTO = 'N' AND NFR-NFE-SIT = 'R'
                   AND NFR-STATUS = 'C'
                   MOVE 'K' TO WRK-LIBEROU
               WHEN WRK-EVENTO = 'N' AND NFR-NFE-SIT = 'R'
                   MOVE 'S' TO WRK-LIBEROU
                   IF WRK-CLI-DISPON = 'S'
                       MOVE NFR-CLIENTE TO CM-ID
                       READ CUSTOMER-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CM-DOC TO NFR-DOC
                       END-READ
                   END-IF
                   MOVE 'P' TO NFR-NFE-SIT
                   MOVE SPACES TO NFR-NFE-MOTIVO
               WHEN WRK-EVENTO = 'C' AND NFR-NFE-SIT = 'C'
                   MOVE 'S' TO WRK-LIBEROU
                   MOVE NFR-PROTOCOLO TO WRK-EG-PROTOCOLO
                   MOVE NFR-DOC TO WRK-EG-DOC
                   MOVE NFR-UF TO WRK-EG-UF
                   MOVE NFR-DATA-CANC TO WRK-EG-DATA
                   MOVE NFR-MOTIVO TO WRK-EG-MOTIVO
                   MOVE NFR-OPERADOR TO WRK-EG-OPERADOR
                   MOVE SPACES TO NFR-NFE-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0440-REGRAVAR-EVENTO.
           OPEN EXTEND NFE-CANCEL-FILE.
           IF WRK-FS-CEV NOT = '00'
               OPEN OUTPUT NFE-CANCEL-FILE
           END-IF.
           MOVE WRK-NUMERO TO CEV-NUMERO.
           MOVE WRK-EG-PROTOCOLO TO CEV-PROTOCOLO.
           MOVE WRK-EG-DOC TO CEV-DOC.
           MOVE WRK-EG-UF TO CEV-UF.
           MOVE WRK-EG-DATA TO CEV-DATA.
           MOVE WRK-EG-MOTIVO TO CEV-MOTIVO.
           MOVE WRK-EG-OPERADOR TO CEV-OPERADOR.
           WRITE CEV-REC.
           CLOSE NFE-CANCEL-FILE.
       0450-BAIXAR-FILA.
           MOVE 'N' TO WRK-FIM-NFQ.
           OPEN INPUT NFE-QUEUE-FILE.
           OPEN OUTPUT NFE-QUEUE-TEMP.
           PERFORM UNTIL WRK-FIM-NFQ = 'Y'
               READ NFE-QUEUE-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-NFQ
                   NOT AT END
                       IF NFQ-NUMERO = WRK-NUMERO
                           AND NFQ-SITUACAO = 'A'
                           MOVE 'L' TO NFQ-SITUACAO
                           MOVE LNK-OPERADOR TO NFQ-OPERADOR
                           MOVE WRK-DATA-HOJE TO NFQ-DATA-LIB
                       END-IF
                       WRITE QTM-REC FROM NFQ-REC
               END-READ
           END-PERFORM.
           CLOSE NFE-QUEUE-FILE NFE-QUEUE-TEMP.
           MOVE 'N' TO WRK-FIM-NFQ.
           OPEN OUTPUT NFE-QUEUE-FILE.
           OPEN INPUT NFE-QUEUE-TEMP.
           PERFORM UNTIL WRK-FIM-NFQ = 'Y'
               READ NFE-QUEUE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-NFQ
                   NOT AT END
                       WRITE NFQ-REC FROM QTM-REC
               END-READ
           END-PERFORM.
           CLOSE NFE-QUEUE-FILE NFE-QUEUE-TEMP.
