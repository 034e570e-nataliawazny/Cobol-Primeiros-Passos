      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SCORE-FILE -
      *> LAYOUT COMUM DO SCF-REC (SCOREFOR): AVALIACAO MENSAL DOS
      *> FORNECEDORES APURADA PELO PROGCOB116 SOBRE O OCOMPRA (UM
      *> REGISTRO POR FORNECEDOR COM ORDEM RECEBIDA OU CANCELADA NO
      *> MES), REGRAVADO A CADA APURACAO E LIDO PELO PROGCOB65 PARA
      *> SUGERIR O FORNECEDOR DE MELHOR NOTA NA REPOSICAO
      *> SCF-PRAZO-MEDIO = DIAS CORRIDOS MEDIOS DA EMISSAO A ENTRADA
      *> SCF-PONTUAL / SCF-ATENDIMENTO = PERCENTUAL RECEBIDO NO PRAZO /
      *> DA QUANTIDADE PEDIDA EFETIVAMENTE RECEBIDA
      *> SCF-VAR-PRECO = VARIACAO PERCENTUAL MEDIA DO CUSTO SOBRE A
      *> ULTIMA COMPRA DO MESMO PRODUTO
      *> SCF-NOTA = 0 A 100 (40% PONTUALIDADE, 40% ATENDIMENTO, 20%
      *> ORDENS NAO CANCELADAS, MENOS A ALTA MEDIA DE PRECO)
       01  SCF-REC.
           02 SCF-FORNECEDOR  PIC 9(04).
           02 SCF-MES         PIC 9(06).
           02 SCF-RECEBIDAS   PIC 9(04).
           02 SCF-CANCELADAS  PIC 9(04).
           02 SCF-PRAZO-MEDIO PIC 9(03)V9.
           02 SCF-PONTUAL     PIC 9(03)V9.
           02 SCF-ATENDIMENTO PIC 9(03)V9.
           02 SCF-VAR-PRECO   PIC S9(03)V9.
           02 SCF-NOTA        PIC 9(03)V9.
