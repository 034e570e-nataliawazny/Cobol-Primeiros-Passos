      *> COPY DENTRO DE FILE SECTION, APOS O FD DO COGS-FILE -
      *> LAYOUT COMUM DO CMV-REC (ESTCMV): CUSTO DAS MERCADORIAS
      *> VENDIDAS, UM REGISTRO POR SAIDA ('S') DO LOTE DE FRETE DO
      *> PROGCOB09 POSTADA PELO PROGCOB62, GRAVADO EM EXTEND E NUNCA
      *> ESVAZIADO (O ESTMOV E ESVAZIADO APOS A POSTAGEM)
      *> CMV-CUSTO-UNIT = CUSTO MEDIO DO PRODUTO NO MOMENTO DA POSTAGEM
      *> CMV-VALOR = CMV-QTD X CMV-CUSTO-UNIT
       01  CMV-REC.
           02 CMV-DATA       PIC 9(08).
           02 CMV-CODIGO     PIC 9(06).
           02 CMV-QTD        PIC 9(05).
           02 CMV-CUSTO-UNIT PIC 9(06)V9999.
           02 CMV-VALOR      PIC 9(09)V99.
      *> CMV-PEDIDO = PEDIDO DA SAIDA (MVE-DOCUMENTO), BASE DO CUSTO
      *> REAL POR PEDIDO NA RENTABILIDADE DO PROGCOB111
           02 CMV-PEDIDO     PIC 9(08).
      *> CMV-LOJA = LOJA DA SAIDA (MVE-LOJA); REGISTRO ANTIGO SEM O
      *> CAMPO E DA LOJA 01
           02 CMV-LOJA       PIC 9(02).
      *> CMV-KIT = KIT DO PEDIDO QUANDO A SAIDA E DE UM COMPONENTE
      *> (MVE-KIT) - A RENTABILIDADE SOMA O CUSTO DOS COMPONENTES NO
      *> ITEM DO KIT; ZEROS OU AUSENTE NAS DEMAIS SAIDAS
           02 CMV-KIT        PIC 9(06).
