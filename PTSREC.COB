      *> COPY DENTRO DE FILE SECTION, APOS O FD DO POINTS-FILE -
      *> LAYOUT COMUM DO PTS-REC (PONTOS): MOVIMENTOS DO PROGRAMA DE
      *> FIDELIDADE DOS CLIENTES DO CUSTMAST, EM ORDEM DE GRAVACAO
      *> PTS-TIPO = 'G' GANHO (LOTE DE PONTOS COM VALIDADE)
      *>            'E' ESTORNO POR DEVOLUCAO
      *>            'R' RESGATE EM VALE DE CREDITO (PROGCOB85)
      *>            'X' EXPIRADO
      *> PTS-ORIGEM = 'V' VAREJO (SALESCLI DO PROGCOB15) / 'F' PEDIDO
      *>              DE FRETE (CUSTORD, DEVOLUCAO PELO DEVOLRMA) /
      *>              'P' PROGRAMA (RESGATE E EXPIRACAO)
      *> PTS-REFERENCIA = LOJA, NUMERO DO VALE OU BRANCO
      *> PTS-BASE = VALOR EM REAIS QUE GEROU O GANHO OU O ESTORNO
      *> PTS-PONTOS = QUANTIDADE DO MOVIMENTO, SEMPRE POSITIVA; O
      *> SINAL VEM DO TIPO (SO O 'G' SOMA)
      *> PTS-SALDO E PTS-VALIDADE SO VALEM NO 'G': PONTOS DO LOTE
      *> AINDA DISPONIVEIS E ULTIMO DIA DE USO; ESTORNO, RESGATE E
      *> EXPIRACAO BAIXAM OS LOTES DO MAIS ANTIGO PARA O MAIS NOVO
       01  PTS-REC.
           02 PTS-CLIENTE     PIC 9(06).
           02 PTS-DATA        PIC 9(08).
           02 PTS-TIPO        PIC X(01).
           02 PTS-ORIGEM      PIC X(01).
           02 PTS-REFERENCIA  PIC X(10).
           02 PTS-BASE        PIC 9(07)V99.
           02 PTS-PONTOS      PIC 9(07).
           02 PTS-SALDO       PIC 9(07).
           02 PTS-VALIDADE    PIC 9(08).
