      *> COPY DENTRO DE FILE SECTION, APOS O FD DO OUTBOX-REGISTER-FILE
      *> - LAYOUT COMUM DO CXR-REC (CORRREG): UM REGISTRO POR
      *> DOCUMENTO POSTO NO CORREIO PELO PRGCORRE, ATUALIZADO PELO
      *> RETORNO DO GATEWAY NO PROGCOB151
      *> CXR-STATUS = 'P' PENDENTE (NO CORREIO, SEM RETORNO) /
      *> 'E' ENVIADO (GATEWAY CONFIRMOU A ENTREGA) / 'I' DEVOLVIDO E
      *> COLOCADO NA FILA DE IMPRESSAO (CORRIMP) / 'F' DEVOLVIDO SEM
      *> REIMPRESSAO (DOCUMENTO NAO ACHADO NO CORRARQ)
      *> CXR-DATA-STATUS / CXR-MOTIVO = DATA DO RETORNO E MOTIVO DA
      *> DEVOLUCAO INFORMADO PELO GATEWAY
       01  CXR-REC.
           02 CXR-DOCUMENTO    PIC 9(08).
           02 CXR-DATA         PIC 9(08).
           02 CXR-HORA         PIC 9(08).
           02 CXR-PROGRAMA     PIC X(10).
           02 CXR-CLIENTE      PIC 9(06).
           02 CXR-EMAIL        PIC X(60).
           02 CXR-TIPO-DOC     PIC X(03).
           02 CXR-REFERENCIA   PIC X(20).
           02 CXR-QTD-LINHAS   PIC 9(04).
           02 CXR-STATUS       PIC X(01).
           02 CXR-DATA-STATUS  PIC 9(08).
           02 CXR-MOTIVO       PIC X(40).
