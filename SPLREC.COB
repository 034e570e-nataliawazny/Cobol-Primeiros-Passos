      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SPOOL-CATALOG-FILE -
      *> LAYOUT COMUM DO SPL-REC (SPOOLCAT): UMA ENTRADA POR EXECUCAO
      *> DE RELATORIO CATALOGADA PELO PRGSPOOL NO FIM DO PROGRAMA
      *> SPL-NUMERO = SERIE DO SPOOLCTL (SEM REUSO); SPL-COPIA = NOME
      *> DA COPIA GUARDADA ('SPL' + NUMERO), QUE A PROXIMA EXECUCAO
      *> DO PROGRAMA NAO SOBREPOE
      *> SPL-PAGINAS = QUEBRAS 'PAGINA' DO CABECALHO (MINIMO 1)
      *> SPL-ASSINATURA = SOMA DOS CARACTERES DO RELATORIO, USADA
      *> PARA NAO CATALOGAR DE NOVO UM ARQUIVO QUE NAO MUDOU
      *> SPL-ACESSO = COPIADO DO SPOOLDEF NA CATALOGACAO
      *> SPL-STATUS = 'A' COPIA DISPONIVEL / 'E' EXPURGADA PELO
      *> PROGCOB44 NA DATA SPL-DATA-EXPURGO (A ENTRADA FICA)
       01  SPL-REC.
           02 SPL-NUMERO       PIC 9(06).
           02 SPL-PROGRAMA     PIC X(10).
           02 SPL-RELATORIO    PIC X(10).
           02 SPL-COPIA        PIC X(10).
           02 SPL-OPERADOR     PIC X(20).
           02 SPL-DATA         PIC 9(08).
           02 SPL-HORA         PIC 9(08).
           02 SPL-PAGINAS      PIC 9(04).
           02 SPL-LINHAS       PIC 9(06).
           02 SPL-ASSINATURA   PIC 9(12).
           02 SPL-ACESSO       PIC X(01).
           02 SPL-STATUS       PIC X(01).
           02 SPL-DATA-EXPURGO PIC 9(08).
