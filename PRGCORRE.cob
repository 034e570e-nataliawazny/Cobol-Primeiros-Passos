       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGCORRE.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CAIXA DE SAIDA DE DOCUMENTOS AO CLIENTE PELO
      * GATEWAY DE E-MAIL, CHAMADO PELOS EMISSORES DE EXTRATO
      * (PROGCOB60), CARTA DE COBRANCA (PROGCOB59), NOTA FISCAL
      * (PROGCOB27) E ORCAMENTO (PROGCOB53) - PARAMETROS EM CORRWS.COB
      * FUNCAO 'A' = ABRE O DOCUMENTO: SE O CLIENTE TEM CANAL 'E' E
      * E-MAIL NO CONTCLI (CTCREC.COB), NUMERA O DOCUMENTO PELO
      * CORRCTL (SEM SALTO E SEM REUSO, COMO O NFCTL), GRAVA O
      * CABECALHO 'H' NO CORREIO E NO CORRARQ (CXSREC.COB) E DEVOLVE
      * LNK-ENVIAR 'S'; SENAO DEVOLVE 'N' E O CHAMADOR IMPRIME
      * FUNCAO 'L' = UMA LINHA DO DOCUMENTO ABERTO
      * FUNCAO 'F' = FECHA O BLOCO COM O TRAILER 'T' E REGISTRA O
      * DOCUMENTO NO CORRREG (CXRREC.COB) COM STATUS 'P' PENDENTE
      * ATE O RETORNO DO GATEWAY SER IMPORTADO PELO PROGCOB151
      * OS ARQUIVOS FICAM ABERTOS ENTRE O 'A' E O 'F' - UM DOCUMENTO
      * POR VEZ
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-CONTACT-FILE ASSIGN TO 'CONTCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTC.
           SELECT OUTBOX-FILE ASSIGN TO 'CORREIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CXS.
           SELECT OUTBOX-ARCHIVE-FILE ASSIGN TO 'CORRARQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.
           SELECT OUTBOX-REGISTER-FILE ASSIGN TO 'CORRREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CXR.
           SELECT OUTBOX-CONTROL-FILE ASSIGN TO 'CORRCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-CONTACT-FILE.
       COPY 'CTCREC.COB'.
       FD  OUTBOX-FILE.
       COPY 'CXSREC.COB'.
       FD  OUTBOX-ARCHIVE-FILE.
       01  ARQ-REC            PIC X(164).
       FD  OUTBOX-REGISTER-FILE.
       COPY 'CXRREC.COB'.
       FD  OUTBOX-CONTROL-FILE.
       01  CXC-REC.
           02 CXC-ULT-NUMERO  PIC 9(08).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CTC      PIC X(02) VALUE SPACES.
       77 WRK-FS-CXS      PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-CXR      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-CTC     PIC X(01) VALUE 'N'.
       77 WRK-ABERTO      PIC X(01) VALUE 'N'.
       77 WRK-EMAIL       PIC X(60) VALUE SPACES.
       77 WRK-NUM-DOC     PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LINHAS  PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       01 WRK-DOC-ABERTO.
           02 WRK-DA-PROGRAMA  PIC X(10).
           02 WRK-DA-CLIENTE   PIC 9(06).
           02 WRK-DA-TIPO      PIC X(03).
           02 WRK-DA-REFER     PIC X(20).
       LINKAGE SECTION.
       01 LNK-FUNCAO      PIC X(01).
       01 LNK-PROGRAMA    PIC X(10).
       01 LNK-CLIENTE     PIC 9(06).
       01 LNK-TIPO        PIC X(03).
       01 LNK-REFER       PIC X(20).
       01 LNK-ASSUNTO     PIC X(50).
       01 LNK-LINHA       PIC X(80).
       01 LNK-DOCUMENTO   PIC 9(08).
       01 LNK-ENVIAR      PIC X(01).
       PROCEDURE DIVISION USING LNK-FUNCAO LNK-PROGRAMA LNK-CLIENTE
           LNK-TIPO LNK-REFER LNK-ASSUNTO LNK-LINHA LNK-DOCUMENTO
           LNK-ENVIAR.
       0001-PRINCIPAL.
           EVALUATE LNK-FUNCAO
               WHEN 'A'
                   IF WRK-ABERTO = 'S'
                       PERFORM 0300-FECHAR-DOCUMENTO
                   END-IF
                   PERFORM 0100-ABRIR-DOCUMENTO
               WHEN 'L'
                   IF WRK-ABERTO = 'S'
                       PERFORM 0200-GRAVAR-LINHA
                   END-IF
               WHEN 'F'
                   IF WRK-ABERTO = 'S'
                       PERFORM 0300-FECHAR-DOCUMENTO
                   END-IF
           END-EVALUATE.
           GOBACK.
       0100-ABRIR-DOCUMENTO.
           MOVE 'N' TO LNK-ENVIAR.
           MOVE ZEROS TO LNK-DOCUMENTO.
           PERFORM 0110-BUSCAR-CONTATO.
           IF WRK-EMAIL NOT = SPACES
               PERFORM 0120-NUMERAR-DOCUMENTO
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-HOJE FROM TIME
               OPEN EXTEND OUTBOX-FILE
               IF WRK-FS-CXS NOT = '00'
                   OPEN OUTPUT OUTBOX-FILE
               END-IF
               OPEN EXTEND OUTBOX-ARCHIVE-FILE
               IF WRK-FS-ARQ NOT = '00'
                   OPEN OUTPUT OUTBOX-ARCHIVE-FILE
               END-IF
               MOVE SPACES TO CXS-HEADER
               MOVE 'H' TO CXH-TIPO-REG
               MOVE WRK-NUM-DOC TO CXH-DOCUMENTO
               MOVE WRK-DATA-HOJE TO CXH-DATA
               MOVE WRK-HORA-HOJE TO CXH-HORA
               MOVE WRK-EMAIL TO CXH-DESTINATARIO
               MOVE LNK-ASSUNTO TO CXH-ASSUNTO
               MOVE LNK-TIPO TO CXH-TIPO-DOC
               MOVE LNK-REFER TO CXH-REFERENCIA
               MOVE LNK-CLIENTE TO CXH-CLIENTE
               WRITE CXS-HEADER
               WRITE ARQ-REC FROM CXS-HEADER
               MOVE LNK-PROGRAMA TO WRK-DA-PROGRAMA
               MOVE LNK-CLIENTE TO WRK-DA-CLIENTE
               MOVE LNK-TIPO TO WRK-DA-TIPO
               MOVE LNK-REFER TO WRK-DA-REFER
               MOVE ZEROS TO WRK-QTD-LINHAS
               MOVE 'S' TO WRK-ABERTO
               MOVE 'S' TO LNK-ENVIAR
               MOVE WRK-NUM-DOC TO LNK-DOCUMENTO
           END-IF.
      * SO VALE O CANAL 'E' COM ENDERECO PREENCHIDO - QUALQUER OUTRA
      * SITUACAO (SEM REGISTRO, CANAL 'I', CONTCLI AUSENTE) E PAPEL
       0110-BUSCAR-CONTATO.
           MOVE SPACES TO WRK-EMAIL.
           MOVE 'N' TO WRK-FIM-CTC.
           OPEN INPUT CUSTOMER-CONTACT-FILE.
           IF WRK-FS-CTC = '00'
               PERFORM UNTIL WRK-FIM-CTC = 'Y'
                   READ CUSTOMER-CONTACT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-CTC
                       NOT AT END
                           IF CTC-CLIENTE = LNK-CLIENTE
                               MOVE 'Y' TO WRK-FIM-CTC
                               IF CTC-CANAL = 'E'
                                   MOVE CTC-EMAIL TO WRK-EMAIL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF.
       0120-NUMERAR-DOCUMENTO.
           MOVE ZEROS TO WRK-NUM-DOC.
           OPEN INPUT OUTBOX-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ OUTBOX-CONTROL-FILE
                   NOT AT END
                       MOVE CXC-ULT-NUMERO TO WRK-NUM-DOC
               END-READ
               CLOSE OUTBOX-CONTROL-FILE
           END-IF.
           ADD 1 TO WRK-NUM-DOC.
           OPEN OUTPUT OUTBOX-CONTROL-FILE.
           MOVE WRK-NUM-DOC TO CXC-ULT-NUMERO.
           WRITE CXC-REC.
           CLOSE OUTBOX-CONTROL-FILE.
       0200-GRAVAR-LINHA.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE SPACES TO CXS-LINHA.
           MOVE 'L' TO CXL-TIPO-REG.
           MOVE WRK-NUM-DOC TO CXL-DOCUMENTO.
           MOVE WRK-QTD-LINHAS TO CXL-SEQ.
           MOVE LNK-LINHA TO CXL-TEXTO.
           WRITE CXS-LINHA.
           WRITE ARQ-REC FROM CXS-LINHA.
       0300-FECHAR-DOCUMENTO.
           MOVE SPACES TO CXS-TRAILER.
           MOVE 'T' TO CXT-TIPO-REG.
           MOVE WRK-NUM-DOC TO CXT-DOCUMENTO.
           MOVE WRK-QTD-LINHAS TO CXT-QTD-LINHAS.
           WRITE CXS-TRAILER.
           WRITE ARQ-REC FROM CXS-TRAILER.
           CLOSE OUTBOX-FILE OUTBOX-ARCHIVE-FILE.
           OPEN EXTEND OUTBOX-REGISTER-FILE.
           IF WRK-FS-CXR NOT = '00'
               OPEN OUTPUT OUTBOX-REGISTER-FILE
           END-IF.
           MOVE SPACES TO CXR-REC.
           MOVE WRK-NUM-DOC TO CXR-DOCUMENTO.
           MOVE WRK-DATA-HOJE TO CXR-DATA.
           MOVE WRK-HORA-HOJE TO CXR-HORA.
           MOVE WRK-DA-PROGRAMA TO CXR-PROGRAMA.
           MOVE WRK-DA-CLIENTE TO CXR-CLIENTE.
           MOVE WRK-EMAIL TO CXR-EMAIL.
           MOVE WRK-DA-TIPO TO CXR-TIPO-DOC.
           MOVE WRK-DA-REFER TO CXR-REFERENCIA.
           MOVE WRK-QTD-LINHAS TO CXR-QTD-LINHAS.
           MOVE 'P' TO CXR-STATUS.
           MOVE ZEROS TO CXR-DATA-STATUS.
           WRITE CXR-REC.
           CLOSE OUTBOX-REGISTER-FILE.
           MOVE 'N' TO WRK-ABERTO.
