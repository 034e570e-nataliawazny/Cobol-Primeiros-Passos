      *> APR-TIPO = 'REABERTURA' (MES EM APR-CHAVE, DO PROGCOB17) /
      *> 'LIMITE' (CM-ID EM APR-CHAVE, NOVO LIMITE EM APR-VALOR, DO
      *> PROGCOB23) / 'PARAMETRO' (CHAVE DO SYSPARM EM APR-CHAVE,
      *> NOVO VALOR EM APR-VALOR, DO PROGCOB41) / 'PERDA' (PEDIDO +
      *> PARCELA DO CONTAREC EM APR-CHAVE, VALOR DA PARCELA EM
      *> APR-VALOR, DO PROGCOB125) / 'ACESSO' (USUARIO DO USERMAST EM
      *> APR-CHAVE, 'REVOGAR' + CAMPANHA EM APR-VALOR, DA
      *> RECERTIFICACAO DO PROGCOB144)
      *> APR-STATUS = 'P' PENDENTE / 'A' APROVADA E APLICADA /
      *> 'R' REJEITADA
       01  APR-REC.
