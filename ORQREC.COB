      *> IMPRESSAO); A CONVERSAO EM PEDIDO E O RELATORIO DE STATUS
      *> COM TAXA DE CONVERSAO FICAM NO PROGCOB98
      *> ORQ-STATUS = 'A' ABERTO / 'C' CONVERTIDO EM PEDIDO /
      *> 'E' EXPIRADO / 'P' PERDIDO (FECHADO NO PROGCOB98 SEM PEDIDO,
      *> COM O MOTIVO DA PERDA)
      *> ORQ-OPERADOR = QUEM FECHOU O ORCAMENTO (CONVERSAO OU PERDA)
       01  ORQ-REC.
           02 ORQ-NUMERO      PIC 9(08).
           02 ORQ-CLIENTE     PIC 9(06).
           02 ORQ-STATUS      PIC X(01).
           02 ORQ-DATA-ACEITE PIC 9(08).
           02 ORQ-OPERADOR    PIC X(20).
      *> ORQ-MOTIVO-PERDA = 'P' PRECO / 'Z' PRAZO DE ENTREGA /
      *> 'C' CONCORRENTE / 'D' DESISTENCIA DO CLIENTE / 'O' OUTROS,
      *> COM O DETALHE EM ORQ-OBS-PERDA E A DATA EM ORQ-DATA-PERDA;
      *> BRANCO / ZEROS NOS DEMAIS STATUS
      *> ORQ-EMISSOR = OPERADOR QUE EMITIU O ORCAMENTO NO PROGCOB53
      *> (BRANCO NOS REGISTROS ANTERIORES AO CAMPO) - BASE DO FUNIL
      *> POR OPERADOR DO PROGCOB150
           02 ORQ-MOTIVO-PERDA PIC X(01).
           02 ORQ-DATA-PERDA  PIC 9(08).
           02 ORQ-OBS-PERDA   PIC X(30).
           02 ORQ-EMISSOR     PIC X(20).
