      *> COPY DENTRO DE FILE SECTION, APOS O FD DO OBLIGATION-FILE -
      *> LAYOUT COMUM DO OBR-REC (OBRIGAC): CADASTRO DAS OBRIGACOES
      *> FISCAIS E OPERACIONAIS DO CALENDARIO DO PROGCOB148
      *> OBR-TIPO = 'U' OBR-DIA-ESIMO DIA UTIL DO MES /
      *> 'D' DIA FIXO OBR-DIA (ALEM DO FIM DO MES = ULTIMO DIA) /
      *> 'L' ULTIMO DIA UTIL DO MES (OBR-DIA NAO USADO)
      *> OBR-AJUSTE = SO NO TIPO 'D', QUANDO O DIA NAO E UTIL:
      *> 'A' DIA UTIL ANTERIOR / 'P' DIA UTIL POSTERIOR
      *> OBR-MES = 00 TODO MES / 01 A 12 SO NAQUELE MES (ANUAL)
      *> OBR-UF = UF CUJOS FERIADOS ESTADUAIS CONTAM NO PRGDIAUT
      *> (BRANCO = SO OS NACIONAIS)
      *> OBR-ANTECEDENCIA = DIAS UTEIS DE AVISO ANTES DO VENCIMENTO
      *> (00 = SYSPARM OBRIG-AVISO-DIAS, PADRAO 3)
       01  OBR-REC.
           02 OBR-CODIGO       PIC X(08).
           02 OBR-DESCRICAO    PIC X(40).
           02 OBR-TIPO         PIC X(01).
           02 OBR-DIA          PIC 9(02).
           02 OBR-AJUSTE       PIC X(01).
           02 OBR-MES          PIC 9(02).
           02 OBR-UF           PIC X(02).
           02 OBR-AREA         PIC X(15).
           02 OBR-ANTECEDENCIA PIC 9(02).
