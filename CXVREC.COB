      *> COPY DENTRO DE FILE SECTION, APOS O FD DO OUTBOX-RETURN-FILE
      *> - LAYOUT DO RETORNO DO GATEWAY DE E-MAIL (CORRRET), IMPORTADO
      *> PELO PROGCOB151: UMA LINHA POR DOCUMENTO DO CORREIO
      *> CXV-STATUS = 'E' ENTREGUE AO SERVIDOR DO DESTINATARIO /
      *> 'D' DEVOLVIDO (ENDERECO INEXISTENTE, CAIXA CHEIA, RECUSA)
       01  CXV-REC.
           02 CXV-DOCUMENTO    PIC 9(08).
           02 CXV-STATUS       PIC X(01).
           02 CXV-DATA         PIC 9(08).
           02 CXV-HORA         PIC 9(08).
           02 CXV-MOTIVO       PIC X(40).
