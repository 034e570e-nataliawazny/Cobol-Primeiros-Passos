      *> COPY DENTRO DE FILE SECTION, APOS O FD DO RECERT-FILE -
      *> LAYOUT COMUM DO RCT-REC (RECERTIF): UMA LINHA POR USUARIO DO
      *> USERMAST EM CADA CAMPANHA TRIMESTRAL DE RECERTIFICACAO DE
      *> ACESSO (PROGCOB144)
      *> RCT-CAMPANHA = AAAA + 'T' + TRIMESTRE (EX.: 2026T4)
      *> RCT-ULT-LOGIN = ULTIMO 'LOGIN OK' DO USUARIO NO SECLOG
      *> (ZEROS = NUNCA ENTROU)
      *> RCT-IDADE-SENHA = DIAS DESDE USM-DT-TROCA NA GERACAO (99999
      *> = NUNCA TROCOU)
      *> RCT-QTD-BLOQ / RCT-ULT-BLOQ = OCORRENCIAS 'USUARIO BLOQUEADO'
      *> DO USUARIO NO SECLOG E DATA DA ULTIMA; RCT-BLOQUEADO =
      *> USM-BLOQUEADO NA GERACAO
      *> RCT-STATUS = 'P' PENDENTE / 'C' CONFIRMADO PELO GESTOR /
      *> 'R' REVOGACAO SOLICITADA (APROVPEN TIPO 'ACESSO', NUMERO EM
      *> RCT-APR-SEQ) / 'I' INATIVADO POR FALTA DE USO (PROGCOB145) /
      *> 'D' JA DESATIVADO NA GERACAO, NADA A CERTIFICAR
      *> RCT-CERTIFICADOR / RCT-DATA-CERT / RCT-HORA-CERT = QUEM
      *> DECIDIU A LINHA E QUANDO
       01  RCT-REC.
           02 RCT-CAMPANHA     PIC X(06).
           02 RCT-USUARIO      PIC X(20).
           02 RCT-NIVEL        PIC 9(02).
           02 RCT-ATIVO        PIC X(01).
           02 RCT-ULT-LOGIN    PIC 9(08).
           02 RCT-IDADE-SENHA  PIC 9(05).
           02 RCT-QTD-BLOQ     PIC 9(04).
           02 RCT-ULT-BLOQ     PIC 9(08).
           02 RCT-BLOQUEADO    PIC X(01).
           02 RCT-DATA-GERACAO PIC 9(08).
           02 RCT-STATUS       PIC X(01).
           02 RCT-CERTIFICADOR PIC X(20).
           02 RCT-DATA-CERT    PIC 9(08).
           02 RCT-HORA-CERT    PIC 9(08).
           02 RCT-APR-SEQ      PIC 9(06).
