      *> COPY DENTRO DE FILE SECTION, APOS O FD DO EXTRACT-LOG-FILE -
      *> LAYOUT COMUM DO EXL-REC (EXTRLOG): TRILHA DOS EXTRATOS AD-HOC
      *> DO PROGCOB155, UMA LINHA POR PEDIDO DE EXTRATO (ATENDIDO OU
      *> RECUSADO), NUNCA REGRAVADA
      *> EXL-SITUACAO = 'E' EXTRATO GRAVADO / 'N' RECUSADO (MOTIVO EM
      *> EXL-MOTIVO: ACESSO NEGADO, ARQUIVO OU CAMPO FORA DO
      *> DICIONARIO, FILTRO INVALIDO, ARQUIVO INDISPONIVEL)
      *> EXL-CAMPOS = CAMPOS DE SAIDA PEDIDOS, SEPARADOS POR VIRGULA
      *> EXL-FILTROS = CONDICOES DO FILTRO COMO DIGITADAS, LIGADAS POR
      *> ' E ' (TODAS PRECISAM SER ATENDIDAS)
       01  EXL-REC.
           02 EXL-DATA          PIC 9(08).
           02 EXL-HORA          PIC 9(08).
           02 EXL-OPERADOR      PIC X(20).
           02 EXL-NIVEL         PIC 9(02).
           02 EXL-ARQUIVO       PIC X(10).
           02 EXL-SITUACAO      PIC X(01).
           02 EXL-QTD-LIDOS     PIC 9(07).
           02 EXL-QTD-EXTRAIDOS PIC 9(07).
           02 EXL-MOTIVO        PIC X(30).
           02 EXL-CAMPOS        PIC X(120).
           02 EXL-FILTROS       PIC X(200).
