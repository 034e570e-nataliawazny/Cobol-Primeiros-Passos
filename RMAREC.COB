      *> COPY DENTRO DE FILE SECTION, APOS O FD DO RETURN-AUTH-FILE -
      *> LAYOUT COMUM DO RMA-REC (DEVOLRMA): AUTORIZACOES DE
      *> DEVOLUCAO DE CLIENTE (RMA), UMA POR ITEM DEVOLVIDO, MANTIDAS
      *> PELO PROGCOB109
      *> RMA-PEDIDO / RMA-NF = PEDIDO E NOTA DE SAIDA (NFR-NUMERO)
      *> ORIGINAIS; RMA-CODPROD E RMA-QTD = ITEM DO CUSTORD DEVOLVIDO
      *> RMA-MOTIVO = 'A' AVARIA / 'D' DEFEITO / 'E' ERRO NO PEDIDO
      *>              OU NO ENVIO / 'N' DESISTENCIA / 'O' OUTROS
      *> RMA-VALOR, RMA-ICMS E RMA-CREDITO = PARTE DA LINHA DO CUSTORD
      *> NA QUANTIDADE DEVOLVIDA: VALOR DA MERCADORIA, ICMS E O VALOR
      *> FATURADO (FRETE + ICMS, O QUE O CLIENTE PAGA NO CONTAREC)
      *> RMA-SITUACAO = 'A' AUTORIZADA / 'R' RECEBIDA / 'C' CANCELADA
      *> NO RECEBIMENTO: RMA-QTD-RECEB (VALORES REFEITOS PARA ELA),
      *> RMA-NF-ENTRADA = NOTA DE ENTRADA GRAVADA NO NOTAFISC,
      *> RMA-ABATIDO = CREDITO ABATIDO DE PARCELAS ABERTAS DO CONTAREC
      *> E RMA-SALDO-CRED = SOBRA LANCADA NO SALDO DO CLIENTE (CREDCLI)
       01  RMA-REC.
           02 RMA-NUMERO      PIC 9(06).
           02 RMA-PEDIDO      PIC 9(08).
           02 RMA-NF          PIC 9(08).
           02 RMA-CLIENTE     PIC 9(06).
           02 RMA-CODPROD     PIC 9(06).
           02 RMA-QTD         PIC 9(05).
           02 RMA-MOTIVO      PIC X(01).
           02 RMA-DESCRICAO   PIC X(30).
           02 RMA-VALOR       PIC 9(06)V99.
           02 RMA-ICMS        PIC 9(06)V99.
           02 RMA-CREDITO     PIC 9(06)V99.
           02 RMA-SITUACAO    PIC X(01).
           02 RMA-DATA-AUTORIZ PIC 9(08).
           02 RMA-DATA-RECEB  PIC 9(08).
           02 RMA-QTD-RECEB   PIC 9(05).
           02 RMA-NF-ENTRADA  PIC 9(08).
           02 RMA-ABATIDO     PIC 9(06)V99.
           02 RMA-SALDO-CRED  PIC 9(06)V99.
           02 RMA-OPERADOR    PIC X(20).
