      *> COPY DENTRO DE FILE SECTION, APOS O FD DO ASSET-MASTER -
      *> LAYOUT COMUM DO ATF-REC (ATIVOFIX), CHAVE ATF-CODIGO:
      *> CADASTRO DO ATIVO IMOBILIZADO, MANTIDO ONLINE PELO PROGCOB129
      *> NO ESTILO DO PROGCOB88 E DEPRECIADO TODO MES PELO PROGCOB130
      *> VALORES INTEIROS E NO MESMO TAMANHO DO LED-VALOR DO LEDGER
      *> ATF-CONTA-ATIVO / ATF-CONTA-DEPREC / ATF-CONTA-DESPESA =
      *> CONTAS DO PLANCTAS DO BEM, DA DEPRECIACAO ACUMULADA (CREDORA)
      *> E DA DESPESA DE DEPRECIACAO; ATF-CCUSTO = CENTRO DE CUSTO DO
      *> LANCAMENTO DA DEPRECIACAO (LED-CCUSTO, 000 = SEM RATEIO)
      *> ATF-METODO = 'L' LINEAR / 'D' SALDO DECRESCENTE (TAXA EM
      *> DOBRO SOBRE O VALOR LIQUIDO, PASSANDO PARA A LINEAR DO QUE
      *> FALTA QUANDO ELA FICA MAIOR)
      *> ATF-SITUACAO = 'A' EM DEPRECIACAO / 'T' TOTALMENTE
      *> DEPRECIADO (ACUMULADA = AQUISICAO - RESIDUAL) / 'B' BAIXADO
      *> ATF-RESULTADO-BAIXA = VENDA - VALOR CONTABIL LIQUIDO NA
      *> BAIXA (POSITIVO = GANHO, NEGATIVO = PERDA)
       01  ATF-REC.
           02 ATF-CODIGO          PIC 9(06).
           02 ATF-DESCRICAO       PIC X(30).
           02 ATF-DATA-AQUIS      PIC 9(08).
           02 ATF-VALOR-AQUIS     PIC 9(06).
           02 ATF-VALOR-RESIDUAL  PIC 9(06).
           02 ATF-CONTA-ATIVO     PIC 9(04).
           02 ATF-CONTA-DEPREC    PIC 9(04).
           02 ATF-CONTA-DESPESA   PIC 9(04).
           02 ATF-CCUSTO          PIC 9(03).
           02 ATF-VIDA-MESES      PIC 9(03).
           02 ATF-METODO          PIC X(01).
           02 ATF-DEPREC-ACUM     PIC 9(06).
           02 ATF-MESES-DEPREC    PIC 9(03).
           02 ATF-ULT-MES-DEPREC  PIC 9(06).
           02 ATF-SITUACAO        PIC X(01).
           02 ATF-DATA-BAIXA      PIC 9(08).
           02 ATF-VALOR-VENDA     PIC 9(06).
           02 ATF-RESULTADO-BAIXA PIC S9(06).
