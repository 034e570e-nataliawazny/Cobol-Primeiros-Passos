      *> COPY DENTRO DE FILE SECTION, APOS O FD DO OUTBOX-FILE OU DO
      *> OUTBOX-ARCHIVE-FILE - LAYOUT COMUM DA CAIXA DE SAIDA DE
      *> DOCUMENTOS AO CLIENTE (CORREIO, LIDO E ESVAZIADO PELO
      *> GATEWAY DE E-MAIL A CADA COLETA) E DO SEU ARQUIVO PERMANENTE
      *> (CORRARQ, DE ONDE O PROGCOB151 REIMPRIME O DEVOLVIDO)
      *> GRAVADOS PELO PRGCORRE; CADA DOCUMENTO E UM BLOCO
      *> 'H' CABECALHO (DESTINATARIO, ASSUNTO, TIPO E REFERENCIA)
      *> 'L' UMA LINHA DE 80 POSICOES DO DOCUMENTO, NA ORDEM
      *> 'T' TRAILER COM A QUANTIDADE DE LINHAS 'L' DO BLOCO
      *> CXH-TIPO-DOC = 'EXT' EXTRATO (PROGCOB60) / 'COB' CARTA DE
      *> COBRANCA (PROGCOB59) / 'NFS' NOTA FISCAL (PROGCOB27) /
      *> 'ORC' ORCAMENTO (PROGCOB53)
       01  CXS-REC.
           02 CXS-TIPO-REG     PIC X(01).
           02 CXS-DOCUMENTO    PIC 9(08).
           02 FILLER           PIC X(155).
       01  CXS-HEADER.
           02 CXH-TIPO-REG     PIC X(01).
           02 CXH-DOCUMENTO    PIC 9(08).
           02 CXH-DATA         PIC 9(08).
           02 CXH-HORA         PIC 9(08).
           02 CXH-DESTINATARIO PIC X(60).
           02 CXH-ASSUNTO      PIC X(50).
           02 CXH-TIPO-DOC     PIC X(03).
           02 CXH-REFERENCIA   PIC X(20).
           02 CXH-CLIENTE      PIC 9(06).
       01  CXS-LINHA.
           02 CXL-TIPO-REG     PIC X(01).
           02 CXL-DOCUMENTO    PIC 9(08).
           02 CXL-SEQ          PIC 9(04).
           02 CXL-TEXTO        PIC X(80).
           02 FILLER           PIC X(71).
       01  CXS-TRAILER.
           02 CXT-TIPO-REG     PIC X(01).
           02 CXT-DOCUMENTO    PIC 9(08).
           02 CXT-QTD-LINHAS   PIC 9(04).
           02 FILLER           PIC X(151).
