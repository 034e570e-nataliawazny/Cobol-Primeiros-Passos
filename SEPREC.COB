      *> COPY DENTRO DE FILE SECTION, APOS O FD DO PICKING-FILE -
      *> LAYOUT COMUM DO SEP-REC (SEPARAC): ITENS DOS PEDIDOS QUE
      *> ENTRARAM NA LISTA DE SEPARACAO DO ARMAZEM (PROGCOB154), UM
      *> REGISTRO POR ITEM DO PEDIDO, GRAVADOS EM EXTEND NA EMISSAO DA
      *> LISTA E ATUALIZADOS NA CONFERENCIA
      *> SEP-ITEM = SEQUENCIA DO ITEM NO PEDIDO (ORDEM DAS LINHAS DO
      *> PEDIDO NO CUSTORD / FATURIN, COMO O FAT-ITEM)
      *> SEP-LOCAL = PRD-LOCAL DO PRODUTO NA EMISSAO DA LISTA
      *> SEP-STATUS = 'P' PENDENTE DE CONFERENCIA / 'S' SEPARADO
      *> COMPLETO / 'C' SEPARADO COM FALTA (SEP-QTD-SEPARADA MENOR QUE
      *> SEP-QTD; A DIFERENCA FOI PARA O BACKORD)
      *> SEP-ACERTO = NO ITEM COM FALTA: 'B' PEDIDO AINDA NAO FATURADO,
      *> CUSTORD / FATURIN / SHIPSTAT / ICMSTAX REDUZIDOS PARA A
      *> QUANTIDADE SEPARADA / 'M' PEDIDO JA FATURADO, BACKORDER
      *> GERADO E NOTA PARA ACERTO MANUAL; BRANCO NOS DEMAIS
       01  SEP-REC.
           02 SEP-PEDIDO       PIC 9(08).
           02 SEP-ITEM         PIC 9(03).
           02 SEP-EMBARQUE     PIC 9(08).
           02 SEP-CLIENTE      PIC 9(06).
           02 SEP-CODPROD      PIC 9(06).
           02 SEP-LOCAL        PIC X(08).
           02 SEP-QTD          PIC 9(05).
           02 SEP-QTD-SEPARADA PIC 9(05).
           02 SEP-STATUS       PIC X(01).
           02 SEP-DATA         PIC 9(08).
           02 SEP-CONFERENTE   PIC X(20).
           02 SEP-DATA-CONF    PIC 9(08).
           02 SEP-ACERTO       PIC X(01).
