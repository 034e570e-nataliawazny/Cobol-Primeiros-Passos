      *> COPY DENTRO DE FILE SECTION, APOS O FD DO TEMPLATE-FILE -
      *> LAYOUT COMUM DO LRC-REC (LANCREC): MODELOS DE LANCAMENTOS
      *> RECORRENTES DO LEDGER (ALUGUEL, SEGURO, PROVISOES), MANTIDOS
      *> E POSTADOS NO INICIO DO MES PELO PROGCOB128
      *> LRC-CONTA / LRC-VALOR = CONTA DO PLANCTAS E VALOR COM SINAL
      *> (POSITIVO = DEBITO, NEGATIVO = CREDITO, COMO NO PROGCOB123)
      *> LRC-CONTRAPARTIDA = CONTA QUE RECEBE O VALOR COM O SINAL
      *> INVERTIDO (0000 = LANCAMENTO SIMPLES, COMO NO PROGCOB06)
      *> LRC-FREQUENCIA = 'M' MENSAL / 'T' TRIMESTRAL / 'S' SEMESTRAL
      *> / 'A' ANUAL, CONTADA A PARTIR DE LRC-MES-INI
      *> LRC-MES-INI / LRC-MES-FIM = VIGENCIA AAAAMM (FIM 000000 = SEM
      *> FIM); DEPOIS DO FIM O MODELO SAI COMO EXPIRADO
      *> LRC-PROVISAO = 'S' LANCAMENTO DE PROVISAO: POSTADO NO ULTIMO
      *> DIA DO MES E ESTORNADO (LED-TIPO 'C') NO PRIMEIRO DIA DO MES
      *> SEGUINTE; 'N' POSTADO NO PRIMEIRO DIA DO MES
      *> LRC-ULT-MES / LRC-SEQ-CONTA / LRC-SEQ-CONTRA / LRC-ESTORNADO
      *> = CONTROLE DO PROGCOB128: ULTIMO MES GERADO, LED-SEQ DAS
      *> DUAS PARTIDAS E SE A PROVISAO DESSE MES JA FOI ESTORNADA
       01  LRC-REC.
           02 LRC-CODIGO        PIC 9(04).
           02 LRC-DESCRICAO     PIC X(20).
           02 LRC-CONTA         PIC 9(04).
           02 LRC-CONTRAPARTIDA PIC 9(04).
           02 LRC-CCUSTO        PIC 9(03).
           02 LRC-VALOR         PIC S9(06).
           02 LRC-FREQUENCIA    PIC X(01).
           02 LRC-MES-INI       PIC 9(06).
           02 LRC-MES-FIM       PIC 9(06).
           02 LRC-PROVISAO      PIC X(01).
           02 LRC-ULT-MES       PIC 9(06).
           02 LRC-SEQ-CONTA     PIC 9(06).
           02 LRC-SEQ-CONTRA    PIC 9(06).
           02 LRC-ESTORNADO     PIC X(01).
