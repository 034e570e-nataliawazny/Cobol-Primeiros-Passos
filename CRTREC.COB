      *> COPY DENTRO DE FILE SECTION, APOS O FD DO CERTIFICATE-FILE -
      *> LAYOUT COMUM DO CRT-REC (CERTREG): REGISTRO PERMANENTE DOS
      *> CERTIFICADOS DE CONCLUSAO EMITIDOS PELO PROGCOB137, NUMERADOS
      *> EM SERIE NO CERTCTL (SEM SALTO E SEM REUSO, COMO O NFCTL)
      *> CRT-STATUS = 'A' ATIVO / 'R' REVOGADO (COM MOTIVO, OPERADOR E
      *> DATA - NOTA CORRIGIDA DEPOIS PELO PROGCOB96); O REGISTRO NUNCA
      *> E APAGADO E A REEMISSAO PARA O MESMO ALUNO GANHA NUMERO NOVO
      *> CRT-PER-INICIAL / CRT-PER-FINAL = PRIMEIRO E ULTIMO PERIODO
      *> (AAAAPP) APROVADO NO HISTORICO QUE FUNDAMENTOU A EMISSAO
      *> CRT-QTD-VIAS = REIMPRESSOES FEITAS (A SEGUNDA VIA MANTEM O
      *> NUMERO ORIGINAL E FICA TAMBEM NO CERTLOG)
       01  CRT-REC.
           02 CRT-NUMERO       PIC 9(06).
           02 CRT-ALUNO        PIC 9(06).
           02 CRT-NOME         PIC X(20).
           02 CRT-PER-INICIAL  PIC 9(06).
           02 CRT-PER-FINAL    PIC 9(06).
           02 CRT-QTD-PERIODOS PIC 9(02).
           02 CRT-DATA-EMISSAO PIC 9(08).
           02 CRT-OPERADOR     PIC X(20).
           02 CRT-STATUS       PIC X(01).
           02 CRT-QTD-VIAS     PIC 9(02).
           02 CRT-DATA-REVOG   PIC 9(08).
           02 CRT-MOTIVO       PIC X(30).
