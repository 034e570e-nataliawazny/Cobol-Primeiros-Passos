      *> COPY DENTRO DE FILE SECTION, APOS O FD DO NFE-CANCEL-FILE -
      *> LAYOUT COMUM DO CEV-REC (NFECANC): EVENTOS DE CANCELAMENTO
      *> DE NOTA ELETRONICA AUTORIZADA, PARA O GATEWAY DE TRANSMISSAO
      *> GRAVADO EM EXTEND PELO CANCELAMENTO DO PROGCOB75 E PELA
      *> LIBERACAO DE EVENTO REJEITADO NA FILA DO PROGCOB119; O
      *> RETORNO VOLTA NO NFERET (PROGCOB120) COM EVENTO 'C'
      *> CEV-PROTOCOLO = PROTOCOLO DE AUTORIZACAO DA NOTA CANCELADA
       01  CEV-REC.
           02 CEV-NUMERO    PIC 9(08).
           02 CEV-PROTOCOLO PIC X(15).
           02 CEV-DOC       PIC 9(14).
           02 CEV-UF        PIC X(02).
           02 CEV-DATA      PIC 9(08).
           02 CEV-MOTIVO    PIC X(20).
           02 CEV-OPERADOR  PIC X(20).
