      *> COPY DENTRO DE FILE SECTION, APOS O FD DO CUSTOMER-CONTACT-FILE
      *> - LAYOUT COMUM DO CTC-REC (CONTCLI): CONTATO ELETRONICO E
      *> CANAL PREFERIDO DE ENVIO DE DOCUMENTOS DO CLIENTE, MANTIDO
      *> PELA OPCAO 0 DO PROGCOB23 E CONSULTADO PELO PRGCORRE
      *> ARQUIVO LATERAL AO CUSTMAST (UM REGISTRO POR CM-ID) PELO
      *> MESMO MOTIVO DO ENDENTR: O CM-RECORD DE 160 POSICOES E A
      *> IMAGEM DO JORNFILE NAO COMPORTAM O ENDERECO DE E-MAIL
      *> CTC-CANAL = 'E' E-MAIL (EXTRATO, COBRANCA, NOTA E ORCAMENTO
      *> VAO PARA O CORREIO EM VEZ DO PAPEL) / 'I' IMPRESSO; CLIENTE
      *> SEM REGISTRO NO CONTCLI CONTINUA NO PAPEL
      *> CTC-OPERADOR / CTC-DATA = ULTIMA INCLUSAO OU ALTERACAO
       01  CTC-REC.
           02 CTC-CLIENTE    PIC 9(06).
           02 CTC-EMAIL      PIC X(60).
           02 CTC-CANAL      PIC X(01).
           02 CTC-OPERADOR   PIC X(20).
           02 CTC-DATA       PIC 9(08).
