      *> MOTIVO, OPERADOR E DATA DO CANCELAMENTO)
      *> NFR-REF = NA NOTA REEMITIDA, O NUMERO DA NOTA CANCELADA QUE
      *> ELA SUBSTITUI (ZEROS NAS DEMAIS) - A SERIE NAO TEM BURACO
      *> NFR-TIPO = 'S' SAIDA (NOTA DE FRETE DO PROGCOB27/PROGCOB75;
      *> BRANCO NO REGISTRO ANTIGO) / 'E' ENTRADA DE DEVOLUCAO DE
      *> CLIENTE, GRAVADA PELO RECEBIMENTO DA RMA NO PROGCOB109 NA
      *> MESMA SERIE DO NFCTL, COM NFR-REF = NOTA DE SAIDA DEVOLVIDA
      *> NFR-NFE-SIT = SITUACAO DA NOTA ELETRONICA: 'P' PENDENTE DE
      *> TRANSMISSAO (GRAVADA PELO PROGCOB27/PROGCOB75/PROGCOB109 OU
      *> LIBERADA DA FILA DE CORRECAO) / 'T' TRANSMITIDA NA REMESSA
      *> NFEREM DO PROGCOB119 / 'A' AUTORIZADA E 'R' REJEITADA PELO
      *> RETORNO NFERET (PROGCOB120) / 'C' CANCELAMENTO ENVIADO NO
      *> EVENTO NFECANC (PROGCOB75) / 'X' CANCELAMENTO HOMOLOGADO;
      *> BRANCO NO REGISTRO ANTIGO, ANTERIOR A NOTA ELETRONICA
      *> NFR-PROTOCOLO = PROTOCOLO DE AUTORIZACAO DEVOLVIDO PELA SEFAZ
      *> NFR-NFE-MOTIVO = MOTIVO DA ULTIMA REJEICAO (NOTA OU EVENTO)
      *> OS ITENS DA NOTA FICAM NO NFITEM (NFIREC.COB)
       01  NFR-REC.
           02 NFR-NUMERO   PIC 9(08).
           02 NFR-PEDIDO   PIC 9(08).
           02 NFR-OPERADOR PIC X(20).
           02 NFR-DATA-CANC PIC 9(08).
           02 NFR-REF      PIC 9(08).
           02 NFR-TIPO     PIC X(01).
           02 NFR-NFE-SIT  PIC X(01).
           02 NFR-PROTOCOLO PIC X(15).
           02 NFR-NFE-MOTIVO PIC X(30).
      *> NFR-EMISSOR = OPERADOR AUTENTICADO QUE EMITIU A NOTA
      *> (PROGCOB27, REEMISSAO DO PROGCOB75, ENTRADA DO PROGCOB109) -
      *> O NFR-OPERADOR CONTINUA SENDO O DO CANCELAMENTO; BRANCO NO
      *> REGISTRO ANTIGO SEM O CAMPO
           02 NFR-EMISSOR  PIC X(20).
