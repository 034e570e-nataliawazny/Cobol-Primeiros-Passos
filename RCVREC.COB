      *> CONTAS A RECEBER, ABERTOS NA EMISSAO DE NOTAS DO PROGCOB27
      *> (UMA PARCELA POR FAT-REC FATURADO), BAIXADOS PELA DIGITACAO
      *> DE PAGAMENTOS DO PROGCOB55 E ENVELHECIDOS PELO PROGCOB56
      *> RCV-STATUS = 'A' ABERTO / 'P' PAGO / 'X' PERDIDO (BAIXADO
      *> COMO INCOBRAVEL PELO PROGCOB99 NA APROVACAO DA SOLICITACAO
      *> 'PERDA' DO PROGCOB125; RCV-DATA-PGTO = DATA DA BAIXA E
      *> RCV-VALOR-PAGO = ZEROS) / 'R' RECUPERADO (PAGAMENTO DO
      *> RETORNO BANCARIO DO PROGCOB58 SOBRE PARCELA 'X')
      *> RCV-DATA-PGTO E RCV-VALOR-PAGO = ZEROS ENQUANTO ABERTO
      *> O CREDITO DE DEVOLUCAO (PROGCOB109) BAIXA A PARCELA QUE COBRE
      *> INTEIRA E REDUZ O RCV-VALOR DA QUE COBRE SO EM PARTE
      *> AS MENSALIDADES ESCOLARES (PROGCOB135) ENTRAM COMO PARCELA 01
      *> COM RCV-PEDIDO NA FAIXA PROPRIA A PARTIR DE 90000001 (MENSCTL)
      *> E RCV-CLIENTE = RESPONSAVEL FINANCEIRO DO ALUNO
       01  RCV-REC.
           02 RCV-PEDIDO     PIC 9(08).
           02 RCV-PARCELA    PIC 9(02).
           02 RCV-STATUS     PIC X(01).
           02 RCV-DATA-PGTO  PIC 9(08).
           02 RCV-VALOR-PAGO PIC 9(06)V99.
      *> RCV-OPERADOR = QUEM BAIXOU A PARCELA: OPERADOR AUTENTICADO NA
      *> DIGITACAO DE PAGAMENTOS (PROGCOB55), NA PERDA (PROGCOB99) E
      *> NO CREDITO DE DEVOLUCAO (PROGCOB109); 'RETORNO BANCARIO' NO
      *> PROGCOB58 E 'SALDO CREDOR' NA COMPENSACAO DO PROGCOB126 E NO
      *> ABATIMENTO DE CREDITO NA EMISSAO DO PROGCOB27;
      *> BRANCO ENQUANTO ABERTA E NO REGISTRO ANTIGO SEM O CAMPO
           02 RCV-OPERADOR   PIC X(20).
