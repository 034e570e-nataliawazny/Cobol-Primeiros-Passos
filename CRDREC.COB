      *> COPY DENTRO DE FILE SECTION, APOS O FD DO CUSTOMER-CREDIT-FILE
      *> - LAYOUT COMUM DO CRD-REC (CREDCLI): SALDO CREDOR DO CLIENTE
      *> (CM-ID), UMA LINHA POR CREDITO GERADO, GRAVADO EM EXTEND
      *> CRD-ORIGEM = 'D' DEVOLUCAO RECEBIDA (PROGCOB109, CRD-DOCUMENTO
      *> = RMA-NUMERO) / 'R' PAGAMENTO DO RETORNO BANCARIO SEM
      *> PARCELA ABERTA (PROGCOB58, PAGAMENTO EM DUPLICIDADE OU
      *> ANTECIPADO; CRD-DOCUMENTO = PEDIDO, CRD-DATA = DATA DO
      *> PAGAMENTO, CRD-OPERADOR = 'PROGCOB58')
      *> O SALDO E CONSUMIDO DO CREDITO MAIS ANTIGO PARA O MAIS NOVO:
      *> AUTOMATICAMENTE PELAS PARCELAS DA PROXIMA NOTA DO CLIENTE
      *> (PROGCOB27) OU MANUALMENTE SOBRE AS PARCELAS ABERTAS
      *> (PROGCOB126); O CONSUMO E REGRAVADO NO CRD-SALDO VIA ARQUIVO
      *> TEMPORARIO
      *> CRD-VALOR = CREDITO ORIGINAL; CRD-SALDO = PARTE AINDA NAO
      *> USADA (ZEROS = CREDITO CONSUMIDO)
       01  CRD-REC.
           02 CRD-CLIENTE   PIC 9(06).
           02 CRD-DATA      PIC 9(08).
           02 CRD-ORIGEM    PIC X(01).
           02 CRD-DOCUMENTO PIC 9(08).
           02 CRD-VALOR     PIC 9(08)V99.
           02 CRD-SALDO     PIC 9(08)V99.
           02 CRD-OPERADOR  PIC X(20).
