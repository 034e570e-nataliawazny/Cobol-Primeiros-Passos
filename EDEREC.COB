      *> COPY DENTRO DE FILE SECTION, APOS O FD DO DELIVERY-ADDRESS-FILE
      *> - LAYOUT COMUM DO EDE-REC (ENDENTR): ENDERECOS DE ENTREGA DO
      *> CLIENTE (FILIAIS, DEPOSITOS), MANTIDOS PELA OPCAO 8 DO
      *> PROGCOB23 E CONSULTADOS PELO PRGENDER
      *> EDE-NUMERO = NUMERO DO ENDERECO DENTRO DO CLIENTE (01 A 99),
      *> ATRIBUIDO NA INCLUSAO E NUNCA REAPROVEITADO; O NUMERO 00 NAO
      *> E GRAVADO - NO PEDIDO E NO SHIPSTAT SIGNIFICA O ENDERECO DO
      *> PROPRIO CUSTMAST (CM-LOGRADOURO / CM-CIDADE / CM-UF / CM-CEP)
      *> EDE-STATUS = 'A' ATIVO / 'I' INATIVO (EXCLUSAO SOMENTE
      *> LOGICA: PEDIDOS E EMBARQUES ANTIGOS CONTINUAM APONTANDO PARA
      *> O NUMERO)
      *> EDE-OPERADOR / EDE-DATA = ULTIMA INCLUSAO OU ALTERACAO
       01  EDE-REC.
           02 EDE-CLIENTE    PIC 9(06).
           02 EDE-NUMERO     PIC 9(02).
           02 EDE-DESCRICAO  PIC X(20).
           02 EDE-LOGRADOURO PIC X(30).
           02 EDE-CIDADE     PIC X(20).
           02 EDE-UF         PIC X(02).
           02 EDE-CEP        PIC 9(08).
           02 EDE-STATUS     PIC X(01).
           02 EDE-OPERADOR   PIC X(20).
           02 EDE-DATA       PIC 9(08).
