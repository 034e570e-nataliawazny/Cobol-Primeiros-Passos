      *> COPY DENTRO DE FILE SECTION, APOS O FD DO FIELD-DICTIONARY-FILE
      *> - LAYOUT COMUM DO DICCAMPO: DICIONARIO DOS ARQUIVOS E CAMPOS
      *> LIBERADOS PARA O EXTRATO AD-HOC DO PROGCOB155, UM REGISTRO
      *> 'A' POR ARQUIVO SEGUIDO DOS REGISTROS 'C' DOS SEUS CAMPOS
      *> (POSICOES E TAMANHOS DO COPYBOOK DO ARQUIVO)
      *> TIPO PELO PRIMEIRO BYTE, COMO NO PEDFIXO (PFXREC.COB):
      *>   'A' = ARQUIVO
      *>   'C' = CAMPO DO ARQUIVO DIA-NOME
      *> DIA-ORGANIZ = 'S' SEQUENCIAL (LINE SEQUENTIAL, NOME DO DD EM
      *> DIA-NOME) / 'C' CUSTMAST INDEXADO / 'P' PRODMAST INDEXADO
      *> DIA-ACESSO = QUEM PODE EXTRAIR, COMO NO SPOOLDEF: 'T' TODOS
      *> OS NIVEIS / 'S' SUPERVISOR E ADM / 'A' SO ADM
      *> DIC-FORMATO = 'X' ALFANUMERICO / '9' NUMERICO SEM SINAL /
      *> 'S' NUMERICO COM SINAL (PIC S9 DISPLAY); DIC-DECIMAIS = CASAS
      *> DECIMAIS IMPLICITAS (V)
      *> DIC-PESSOAL = DADO PESSOAL (LGPD), MASCARADO PARA QUEM NAO E
      *> ADM: 'N' NOME E 'D' DOCUMENTO PELO MASKDADO.COB / 'E'
      *> ENDERECO (SAI '***'); BRANCO = DADO COMUM
       01  DIC-ARQUIVO.
           02 DIA-TIPO        PIC X(01).
           02 DIA-NOME        PIC X(10).
           02 DIA-ORGANIZ     PIC X(01).
           02 DIA-TAMANHO     PIC 9(04).
           02 DIA-ACESSO      PIC X(01).
           02 DIA-DESCRICAO   PIC X(30).
       01  DIC-CAMPO.
           02 DIC-TIPO        PIC X(01).
           02 DIC-ARQ         PIC X(10).
           02 DIC-NOME        PIC X(20).
           02 DIC-POSICAO     PIC 9(04).
           02 DIC-TAMANHO     PIC 9(03).
           02 DIC-FORMATO     PIC X(01).
           02 DIC-DECIMAIS    PIC 9(01).
           02 DIC-PESSOAL     PIC X(01).
           02 FILLER          PIC X(06).
