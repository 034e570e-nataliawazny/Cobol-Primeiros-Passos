      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SOD-RULE-FILE -
      *> LAYOUT COMUM DO SOD-REC (SODREGRA): PARES DE FUNCOES QUE O
      *> MESMO OPERADOR NAO DEVE EXECUTAR SOBRE O MESMO CLIENTE OU
      *> DOCUMENTO, CONFERIDOS NA AUDITORIA MENSAL DO PROGCOB147
      *> SOD-FUNCAO-A / SOD-FUNCAO-B = FUNCAO ANTERIOR E POSTERIOR:
      *> 'CADCLI'  CADASTRO DO CLIENTE (JORNFILE, WRITE NO CUSTMAST)
      *> 'LIMITE'  SOLICITACAO DE LIMITE (APROVPEN, PROGCOB23)
      *> 'APRLIM'  APROVACAO DE LIMITE (APROVPEN, PROGCOB99)
      *> 'PEDIDO'  DIGITACAO/CONVERSAO DO PEDIDO (CUSTORD)
      *> 'EMITENF' EMISSAO DA NOTA FISCAL (NOTAFISC, NFR-EMISSOR)
      *> 'CANCNF'  CANCELAMENTO DA NOTA FISCAL (NOTAFISC, PROGCOB75)
      *> 'BAIXA'   BAIXA DE PARCELA DO CONTAS A RECEBER (CONTAREC)
      *> 'LANCLED' LANCAMENTO NO LEDGER (LED-TIPO 'N')
      *> 'ESTLED'  ESTORNO NO LEDGER (LED-TIPO 'C')
      *> SOD-ESCOPO = 'C' MESMO CLIENTE / 'D' MESMO DOCUMENTO (NOTA,
      *> PEDIDO + PARCELA OU LED-SEQ)
      *> SOD-SEVERIDADE = SEVERIDADE DO ALERTA DE CADA OCORRENCIA
      *> ('A' / 'M' / 'B', COMO NO ALERTFILE)
      *> MANTIDO DIRETAMENTE NO ARQUIVO, UMA REGRA POR LINHA
       01  SOD-REC.
           02 SOD-FUNCAO-A    PIC X(08).
           02 SOD-FUNCAO-B    PIC X(08).
           02 SOD-ESCOPO      PIC X(01).
           02 SOD-SEVERIDADE  PIC X(01).
           02 SOD-DESCRICAO   PIC X(40).
