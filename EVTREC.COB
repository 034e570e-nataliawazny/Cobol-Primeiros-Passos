      *> COPY DENTRO DE FILE SECTION, APOS O FD DO EVENT-FILE -
      *> LAYOUT COMUM DO EVT-REC (EVTCTB): EVENTOS DE NEGOCIO DOS
      *> SUBSISTEMAS GRAVADOS EM EXTEND PARA A POSTAGEM CONTABIL DO
      *> PROGCOB123, QUE OS TRANSFORMA EM LANCAMENTOS NO LEDGER PELA
      *> REGRA DO TIPO (REGRACTB) E RETIRA DO ARQUIVO OS POSTADOS -
      *> O QUE NAO PODE SER POSTADO FICA PARA A NOITE SEGUINTE
      *> EVT-TIPO = TIPO DO EVENTO, LEVADO AO LED-ORIGEM:
      *>   'FATURA'   NOTA EMITIDA (PROGCOB27)
      *>   'BAIXAREC' PARCELA DO CONTAREC BAIXADA (PROGCOB55/58)
      *>   'RECEBOC'  MERCADORIA DE ORDEM DE COMPRA RECEBIDA
      *>              (PROGCOB64)
      *>   'DEPOSITO' BORDERO DE DEPOSITO GERADO (PROGCOB84)
      *>   'COMISSAO' COMISSAO MENSAL DO VENDEDOR (PROGCOB39)
      *>   'PROVISAO' AJUSTE MENSAL DA PROVISAO PARA DEVEDORES
      *>              DUVIDOSOS (PROGCOB125, NEGATIVO = REVERSAO)
      *>   'BAIXAPDD' PARCELA BAIXADA COMO PERDA (PROGCOB99)
      *>   'RECUPERA' PAGAMENTO DE PARCELA JA BAIXADA COMO PERDA
      *>              (PROGCOB58)
      *>   'CREDCLI'  PAGAMENTO SEM PARCELA ABERTA LEVADO AO SALDO
      *>              CREDOR DO CLIENTE (PROGCOB58)
      *>   'APLCRED'  SALDO CREDOR DE PAGAMENTO APLICADO EM PARCELA
      *>              (PROGCOB27 E PROGCOB126)
      *>   'MENSALID' MENSALIDADE ESCOLAR LANCADA NO CONTAREC
      *>              (PROGCOB135)
      *>   'VARCAMB'  VARIACAO CAMBIAL NA BAIXA DE PARCELA DE PEDIDO EM
      *>              MOEDA ESTRANGEIRA (PROGCOB55/58, POSITIVO =
      *>              GANHO, NEGATIVO = PERDA)
      *> EVT-DOCUMENTO = IDENTIFICACAO UNICA DO EVENTO NO SEU TIPO
      *> ('NF' + NOTA, 'RC' + PEDIDO + PARCELA, 'OC' + ORDEM,
      *> 'BD' + BORDERO, 'CM' + VENDEDOR + AAAAMM, 'PV' + AAAAMM,
      *> 'PD' + PEDIDO + PARCELA; 'RECUPERA' USA O MESMO 'RC' +
      *> PEDIDO + PARCELA DO 'BAIXAREC'; 'CR' + PEDIDO + PARCELA +
      *> AAAAMMDD DO PAGAMENTO; 'CA' + PEDIDO + PARCELA + HHMMSSCC DA
      *> APLICACAO; 'MS' + PEDIDO + PARCELA DA MENSALIDADE; 'VC' +
      *> PEDIDO + PARCELA DA VARIACAO CAMBIAL) - CHAVE DO
      *> HISTORICO CTBHIST QUE IMPEDE A SEGUNDA POSTAGEM
      *> EVT-VALOR = VALOR DO EVENTO COM SINAL (NEGATIVO INVERTE
      *> DEBITO E CREDITO DA REGRA)
       01  EVT-REC.
           02 EVT-TIPO      PIC X(08).
           02 EVT-DATA      PIC 9(08).
           02 EVT-DOCUMENTO PIC X(20).
           02 EVT-VALOR     PIC S9(09)V99.
           02 EVT-PROGRAMA  PIC X(10).
