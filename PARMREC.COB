      *> DA SUITE, MANTIDOS PELO PROGCOB41 E CONSULTADOS VIA PRGPARM
      *> CHAVES EM USO: LIMITE-ALERTA (PROGCOB06), TIMEOUT-MINUTOS
      *> (PROGCOB10), INTERVALO-CKPT (PROGCOB12), TOLERANCIA
      *> (PROGCOB20), TOLERANCIA-FRETE (PROGCOB107, EM PERCENTUAL),
      *> TOLERANCIA-NF (PROGCOB112, PRECO DA NOTA DE FORNECEDOR SOBRE
      *> O DA ORDEM DE COMPRA, EM PERCENTUAL), PRAZO-ENTREGA
      *> (PROGCOB116, DIAS CORRIDOS COMBINADOS COM O FORNECEDOR),
      *> EMPRESA-NOME, EMPRESA-CNPJ, EMPRESA-UF E EMPRESA-IE (DADOS
      *> DA EMPRESA NO REGISTRO 0000 DO SPED FISCAL, PROGCOB121),
      *> CONCIL-DIAS, CONCIL-VALOR E CONCIL-HORIZONTE (JANELA DE
      *> DATA, TOLERANCIA DE VALOR E DIAS DE LIVRO CARREGADOS NA
      *> CONCILIACAO BANCARIA, PROGCOB124), PDD-PERC-30,
      *> PDD-PERC-60, PDD-PERC-90 E PDD-PERC-MAIS90 (PERCENTUAL DA
      *> PROVISAO PARA DEVEDORES DUVIDOSOS POR FAIXA DE ATRASO,
      *> PROGCOB125), VOL-SEMANAS, VOL-TOLERANCIA, VOLTOL-<ARQUIVO>
      *> E VOL-BLOQUEIO (OCORRENCIAS DO MESMO DIA DA SEMANA NA MEDIA E
      *> DESVIOS EM PERCENTUAL QUE DAO ALERTA OU PARAM A CADEIA,
      *> PROGCOB143), RECERT-DIAS-INATIVO (DIAS SEM LOGIN ATE A
      *> INATIVACAO AUTOMATICA DA CONTA, PROGCOB145),
      *> LGPD-RETENCAO-ANOS (PRAZO LEGAL DE GUARDA DAS NOTAS FISCAIS NA
      *> ANONIMIZACAO DO TITULAR, PROGCOB146)
      *> - VALOR SEMPRE EM TEXTO, PONTO COMO DECIMAL
       01  PRM-REC.
           02 PRM-CHAVE    PIC X(20).
           02 PRM-VALOR    PIC X(20).
