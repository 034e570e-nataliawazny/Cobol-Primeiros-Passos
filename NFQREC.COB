      *> COPY DENTRO DE FILE SECTION, APOS O FD DO NFE-QUEUE-FILE -
      *> LAYOUT COMUM DO NFQ-REC (NFEFILA): FILA DE CORRECAO DA NOTA
      *> ELETRONICA - UMA ENTRADA POR REJEICAO RECEBIDA NO RETORNO
      *> NFERET (PROGCOB120), TRATADA PELO PROGCOB119
      *> NFQ-EVENTO = 'N' AUTORIZACAO DA NOTA / 'C' CANCELAMENTO
      *> NFQ-SITUACAO = 'A' ABERTA / 'L' LIBERADA PARA REENVIO, COM O
      *> OPERADOR E A DATA DA LIBERACAO
       01  NFQ-REC.
           02 NFQ-NUMERO   PIC 9(08).
           02 NFQ-EVENTO   PIC X(01).
           02 NFQ-DATA     PIC 9(08).
           02 NFQ-MOTIVO   PIC X(30).
           02 NFQ-SITUACAO PIC X(01).
           02 NFQ-OPERADOR PIC X(20).
           02 NFQ-DATA-LIB PIC 9(08).
