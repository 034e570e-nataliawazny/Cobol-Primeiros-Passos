      *> COPY DENTRO DE FILE SECTION, APOS O FD DO DUE-DATE-FILE -
      *> LAYOUT COMUM DO OBG-REC (OBRAGEN): VENCIMENTOS DAS
      *> OBRIGACOES DO OBRIGAC RESOLVIDOS EM DATAS REAIS PELA
      *> GERACAO ANUAL DO PROGCOB148, UMA LINHA POR OBRIGACAO E MES
      *> OBG-REFERENCIA = AAAAMM DO MES DA REGRA (O AJUSTE PARA O DIA
      *> UTIL POSTERIOR PODE LEVAR O VENCIMENTO AO MES SEGUINTE)
      *> OBG-STATUS = 'P' PENDENTE / 'C' CUMPRIDA (BAIXA NO PROGCOB148,
      *> DATA E RESPONSAVEL EM OBG-DATA-BAIXA E OBG-RESPONSAVEL)
       01  OBG-REC.
           02 OBG-CODIGO       PIC X(08).
           02 OBG-REFERENCIA   PIC 9(06).
           02 OBG-VENCIMENTO   PIC 9(08).
           02 OBG-STATUS       PIC X(01).
           02 OBG-DATA-BAIXA   PIC 9(08).
           02 OBG-RESPONSAVEL  PIC X(20).
