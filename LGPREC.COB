      *> COPY DENTRO DE FILE SECTION, APOS O FD DO LGPD-LOG-FILE -
      *> LAYOUT COMUM DO LGP-REC (LGPDLOG): TRILHA DE AUDITORIA DAS
      *> SOLICITACOES DO TITULAR DE DADOS PESSOAIS (LGPD) ATENDIDAS
      *> PELO PROGCOB146, UMA LINHA POR SOLICITACAO, NUNCA REGRAVADA
      *> LGP-SEQ = SEQUENCIAL DA SOLICITACAO (MAIOR DO ARQUIVO + 1)
      *> LGP-TIPO = 'E' EXTRATO COMPLETO DOS DADOS DO CLIENTE /
      *> 'A' ANONIMIZACAO EFETUADA / 'N' ANONIMIZACAO RECUSADA
      *> (MOTIVO EM LGP-OBS)
      *> LGP-QTD-REG = REGISTROS EXTRAIDOS (TIPO 'E') OU REGISTROS
      *> ALTERADOS NA ANONIMIZACAO (CUSTMAST, IMAGENS DO JORNFILE E
      *> NOTAS FORA DO PRAZO LEGAL)
      *> LGP-QTD-RETIDOS = NOTAS FISCAIS MANTIDAS INTACTAS POR AINDA
      *> ESTAREM DENTRO DO PRAZO LEGAL DE GUARDA (SYSPARM
      *> LGPD-RETENCAO-ANOS)
       01  LGP-REC.
           02 LGP-SEQ         PIC 9(06).
           02 LGP-CLIENTE     PIC 9(06).
           02 LGP-TIPO        PIC X(01).
           02 LGP-DATA        PIC 9(08).
           02 LGP-HORA        PIC 9(08).
           02 LGP-OPERADOR    PIC X(20).
           02 LGP-QTD-REG     PIC 9(06).
           02 LGP-QTD-RETIDOS PIC 9(06).
           02 LGP-OBS         PIC X(20).
