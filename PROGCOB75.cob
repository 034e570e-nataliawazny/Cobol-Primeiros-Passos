      * NFCTL (A MESMA DO PROGCOB27) COM NFR-REF APONTANDO A NOTA
      * CANCELADA QUE ELA SUBSTITUI
      * DATA = XX/XX/XXXX
      * MANUTENCAO = SO NOTA DE SAIDA E CANCELADA OU REEMITIDA AQUI:
      * A ENTRADA DE DEVOLUCAO (NFR-TIPO 'E', PROGCOB109) JA MOVEU
      * ESTOQUE E CREDITO DO CLIENTE E NAO E DESFEITA POR AQUI
      * MANUTENCAO = NOTA ELETRONICA: O CANCELAMENTO DE NOTA JA
      * AUTORIZADA (NFR-NFE-SIT 'A') GRAVA O EVENTO DE CANCELAMENTO
      * NO NFECANC (CEVREC.COB) E PASSA A SITUACAO PARA 'C'; NOTA
      * TRANSMITIDA AGUARDANDO RETORNO ('T') NAO E CANCELADA ATE O
      * RETORNO SER PROCESSADO PELO PROGCOB120; A REEMISSAO ENTRA
      * PENDENTE DE TRANSMISSAO ('P') COM COPIA DOS ITENS DA NOTA
      * CANCELADA NO NFITEM
      * MANUTENCAO = OPERADOR DO CANCELAMENTO PASSA A SER O AUTENTICADO
      * NO PRGMENU (LINKAGE) EM VEZ DE DIGITADO; A REEMISSAO GRAVA O
      * MESMO OPERADOR EM NFR-EMISSOR
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NF-CONTROL-FILE ASSIGN TO 'NFCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFC.
           SELECT NF-ITEM-FILE ASSIGN TO 'NFITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFI.
           SELECT NFE-CANCEL-FILE ASSIGN TO 'NFECANC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CEV.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  NF-REGISTRY-TEMP.
       01  TMP-REC         PIC X(194).
       FD  NF-CONTROL-FILE.
       01  NFC-REC.
           02 NFC-ULT-NUMERO PIC 9(08).
       FD  NF-ITEM-FILE.
       COPY 'NFIREC.COB'.
       FD  NFE-CANCEL-FILE.
       COPY 'CEVREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-NFR      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFC      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFI      PIC X(02) VALUE SPACES.
       77 WRK-FS-CEV      PIC X(02) VALUE SPACES.
       77 WRK-FIM-NFI     PIC X(01) VALUE 'N'.
       77 WRK-GERAR-EVENTO PIC X(01) VALUE 'N'.
       77 WRK-QTD-ITENS   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ITEM    PIC 9(02) VALUE ZEROS.
       01 WRK-EVENTO-GUARDA.
           02 WRK-EG-PROTOCOLO PIC X(15).
           02 WRK-EG-DOC       PIC 9(14).
           02 WRK-EG-UF        PIC X(02).
       01 WRK-TABELA-ITENS.
           02 WRK-ITEM-NF      PIC X(57) OCCURS 50 TIMES.
       77 WRK-FIM-NFR     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
           02 WRK-NG-VALOR   PIC 9(06)V99.
           02 WRK-NG-ICMS    PIC 9(06)V99.
           02 WRK-NG-TOTAL   PIC 9(06)V99.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0150-RECEBER-NUMERO.
           DISPLAY 'MOTIVO DO CANCELAMENTO: '.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           MOVE LNK-OPERADOR TO WRK-OPERADOR.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-GERAR-EVENTO.
           MOVE 'N' TO WRK-FIM-NFR.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR NOT = '00'
                       NOT AT END
                           IF NFR-NUMERO = WRK-NUMERO
                               AND NFR-STATUS = 'E'
                               AND NFR-TIPO NOT = 'E'
                               PERFORM 0110-MARCAR-CANCELAMENTO
                           END-IF
                           WRITE TMP-REC FROM NFR-REC
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE NF-REGISTRY-TEMP
               PERFORM 0200-DEVOLVER-DO-TEMP
               EVALUATE WRK-ACHOU
                   WHEN 'S'
                       DISPLAY 'NOTA ' WRK-NUMERO ' CANCELADA'
                   WHEN 'T'
                       DISPLAY 'NOTA ' WRK-NUMERO ' TRANSMITIDA E'
                           ' AGUARDANDO RETORNO - NAO CANCELADA'
                       DISPLAY 'PROCESSE O RETORNO (PROGCOB120) E'
                           ' CANCELE DE NOVO'
                   WHEN OTHER
                       DISPLAY 'NOTA DE SAIDA EMITIDA NAO ENCONTRADA: '
                           WRK-NUMERO
               END-EVALUATE
               IF WRK-GERAR-EVENTO = 'S'
                   PERFORM 0250-GRAVAR-EVENTO-CANC
               END-IF
           END-IF.
      * NOTA JA AUTORIZADA SO E CANCELADA NA SEFAZ POR EVENTO COM O
      * PROTOCOLO DA AUTORIZACAO; NOTA AINDA PENDENTE OU REJEITADA
      * NUNCA FOI AUTORIZADA E SAI DA REMESSA SO PELO STATUS 'C'
       0110-MARCAR-CANCELAMENTO.
           IF NFR-NFE-SIT = 'T'
               MOVE 'T' TO WRK-ACHOU
           ELSE
               MOVE 'S' TO WRK-ACHOU
               MOVE 'C' TO NFR-STATUS
               MOVE WRK-MOTIVO TO NFR-MOTIVO
               MOVE WRK-OPERADOR TO NFR-OPERADOR
               MOVE WRK-DATA-HOJE TO NFR-DATA-CANC
               IF NFR-NFE-SIT = 'A'
                   MOVE 'S' TO WRK-GERAR-EVENTO
                   MOVE 'C' TO NFR-NFE-SIT
                   MOVE NFR-PROTOCOLO TO WRK-EG-PROTOCOLO
                   MOVE NFR-DOC TO WRK-EG-DOC
                   MOVE NFR-UF TO WRK-EG-UF
               END-IF
           END-IF.
       0200-DEVOLVER-DO-TEMP.
               END-READ
           END-PERFORM.
           CLOSE NF-REGISTRY-FILE NF-REGISTRY-TEMP.
       0250-GRAVAR-EVENTO-CANC.
           OPEN EXTEND NFE-CANCEL-FILE.
           IF WRK-FS-CEV NOT = '00'
               OPEN OUTPUT NFE-CANCEL-FILE
           END-IF.
           MOVE WRK-NUMERO TO CEV-NUMERO.
           MOVE WRK-EG-PROTOCOLO TO CEV-PROTOCOLO.
           MOVE WRK-EG-DOC TO CEV-DOC.
           MOVE WRK-EG-UF TO CEV-UF.
           MOVE WRK-DATA-HOJE TO CEV-DATA.
           MOVE WRK-MOTIVO TO CEV-MOTIVO.
           MOVE WRK-OPERADOR TO CEV-OPERADOR.
           WRITE CEV-REC.
           CLOSE NFE-CANCEL-FILE.
           DISPLAY 'EVENTO DE CANCELAMENTO GRAVADO NO NFECANC'.
       0300-REEMITIR-NOTA.
           PERFORM 0150-RECEBER-NUMERO.
           PERFORM 0350-LOCALIZAR-CANCELADA.
               PERFORM 0400-LER-CONTROLE-NF
               ADD 1 TO WRK-NUM-NOVO
               PERFORM 0450-GRAVAR-REEMISSAO
               PERFORM 0460-COPIAR-ITENS
               PERFORM 0500-GRAVAR-CONTROLE-NF
               DISPLAY 'NOTA ' WRK-NUM-NOVO
                   ' REEMITIDA NO LUGAR DA ' WRK-NUMERO
                       NOT AT END
                           IF NFR-NUMERO = WRK-NUMERO
                               AND NFR-STATUS = 'C'
                               AND NFR-TIPO NOT = 'E'
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-NFR
                               MOVE NFR-PEDIDO TO WRK-NG-PEDIDO
           MOVE SPACES TO NFR-OPERADOR.
           MOVE ZEROS TO NFR-DATA-CANC.
           MOVE WRK-NUMERO TO NFR-REF.
           MOVE 'S' TO NFR-TIPO.
           MOVE 'P' TO NFR-NFE-SIT.
           MOVE SPACES TO NFR-PROTOCOLO.
           MOVE SPACES TO NFR-NFE-MOTIVO.
           MOVE LNK-OPERADOR TO NFR-EMISSOR.
           WRITE NFR-REC.
           CLOSE NF-REGISTRY-FILE.
      * A NOTA REEMITIDA LEVA OS MESMOS ITENS DA CANCELADA
       0460-COPIAR-ITENS.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE 'N' TO WRK-FIM-NFI.
           OPEN INPUT NF-ITEM-FILE.
           IF WRK-FS-NFI = '00'
               PERFORM UNTIL WRK-FIM-NFI = 'Y'
                   READ NF-ITEM-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFI
                       NOT AT END
                           IF NFI-NUMERO = WRK-NUMERO
                               AND WRK-QTD-ITENS < 50
                               ADD 1 TO WRK-QTD-ITENS
                               MOVE NFI-REC TO
                                   WRK-ITEM-NF(WRK-QTD-ITENS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-ITEM-FILE
           END-IF.
           IF WRK-QTD-ITENS > 0
               OPEN EXTEND NF-ITEM-FILE
               PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                       UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
                   MOVE WRK-ITEM-NF(WRK-IND-ITEM) TO NFI-REC
                   MOVE WRK-NUM-NOVO TO NFI-NUMERO
                   WRITE NFI-REC
               END-PERFORM
               CLOSE NF-ITEM-FILE
           END-IF.
       0500-GRAVAR-CONTROLE-NF.
           OPEN OUTPUT NF-CONTROL-FILE.
           MOVE WRK-NUM-NOVO TO NFC-ULT-NUMERO.
