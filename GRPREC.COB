      *> COPY DENTRO DE FILE SECTION, APOS O FD DO GROUP-FILE -
      *> LAYOUT COMUM DO GRP-REC (GRUPOCTB): AGRUPAMENTO DAS CONTAS
      *> DO PLANCTAS NAS LINHAS DA DRE E DO BALANCO PATRIMONIAL,
      *> MANTIDO E USADO PELO PROGCOB127
      *> GRP-CODIGO = ORDEM DE IMPRESSAO DA LINHA DENTRO DA SECAO
      *> GRP-SECAO = 'R' RECEITAS / 'C' CUSTOS / 'D' DESPESAS (DRE);
      *> 'A' ATIVO / 'P' PASSIVO / 'L' PATRIMONIO LIQUIDO (BALANCO)
      *> GRP-CONTA-INI / GRP-CONTA-FIM = FAIXA DE CONTAS DO GRUPO;
      *> A SECAO TEM QUE COMBINAR COM O CTA-TIPO DA CONTA (RECEITA
      *> SO EM 'R', DESPESA EM 'C' OU 'D', ATIVO SO EM 'A', PASSIVO
      *> EM 'P' OU 'L') - CONTA SEM GRUPO QUE COMBINE CAI NA LINHA
      *> 'OUTRAS' DA SECAO DO SEU TIPO
       01  GRP-REC.
           02 GRP-CODIGO     PIC 9(03).
           02 GRP-DESCRICAO  PIC X(25).
           02 GRP-SECAO      PIC X(01).
           02 GRP-CONTA-INI  PIC 9(04).
           02 GRP-CONTA-FIM  PIC 9(04).
