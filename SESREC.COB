      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SESSION-FILE -
      *> LAYOUT DO SES-REC (SESSAO): OPERADOR AUTENTICADO NO PRGMENU,
      *> GRAVADO NO LOGIN E LIMPO NA SAIDA DO MENU
      *> O PRGSPOOL LE O SESSAO PARA SABER QUEM RODOU O RELATORIO -
      *> SEM SESSAO (CADEIA NOTURNA) O OPERADOR FICA 'LOTE'
       01  SES-REC.
           02 SES-USUARIO      PIC X(20).
           02 SES-NIVEL        PIC 9(02).
           02 SES-DATA         PIC 9(08).
           02 SES-HORA         PIC 9(08).
