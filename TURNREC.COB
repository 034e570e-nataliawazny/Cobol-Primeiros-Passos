      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SHIFT-FILE -
      *> LAYOUT COMUM DO TNO-REC (TURNOCX): TURNOS DE CAIXA ABERTOS E
      *> FECHADOS PELO OPERADOR NO PROGCOB132 E CONFERIDOS NO LOTE
      *> PELO PROGCOB133 CONTRA O DINHEIRO DO TURNO NO SALESTN
      *> (CHAVE = TNO-DATA + TNO-LOJA + TNO-CAIXA + TNO-TURNO; O
      *> TURNO E NUMERADO POR CAIXA NO DIA E INFORMADO NO POS, QUE O
      *> CARIMBA EM SLS-TURNO NAS LINHAS DO SALESTXN)
      *> TNO-FUNDO = FUNDO DE TROCO ENTREGUE NA ABERTURA
      *> TNO-CONTADO = DINHEIRO CONTADO NA GAVETA NO FECHAMENTO
      *> TNO-LIQ-DINHEIRO = VENDAS MENOS DEVOLUCOES EM DINHEIRO DO
      *> TURNO; TNO-ESPERADO = FUNDO + LIQ-DINHEIRO; TNO-DIFERENCA =
      *> CONTADO - ESPERADO (NEGATIVO = FALTA, POSITIVO = SOBRA),
      *> PREENCHIDOS NA CONFERENCIA
      *> TNO-STATUS = 'A' ABERTO / 'F' FECHADO AGUARDANDO CONFERENCIA
      *> / 'C' CONFERIDO
       01  TNO-REC.
           02 TNO-DATA         PIC 9(08).
           02 TNO-LOJA         PIC 9(02).
           02 TNO-CAIXA        PIC 9(02).
           02 TNO-TURNO        PIC 9(02).
           02 TNO-OPERADOR     PIC X(20).
           02 TNO-HORA-ABERT   PIC 9(04).
           02 TNO-HORA-FECH    PIC 9(04).
           02 TNO-FUNDO        PIC 9(06)V99.
           02 TNO-CONTADO      PIC 9(07)V99.
           02 TNO-LIQ-DINHEIRO PIC S9(07)V99.
           02 TNO-ESPERADO     PIC S9(07)V99.
           02 TNO-DIFERENCA    PIC S9(07)V99.
           02 TNO-STATUS       PIC X(01).
