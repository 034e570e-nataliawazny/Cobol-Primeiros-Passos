      *> COPY DENTRO DE FILE SECTION, APOS O FD DO ORDERENT OU DO
      *> ORDERFILE - LAYOUT COMUM DA ENTRADA DE PEDIDOS: GRAVADO PELA
      *> DIGITACAO (PROGCOB66), PELO IMPORTADOR DE PARCEIROS (PROGCOB67)
      *> E PELA CONVERSAO DE ORCAMENTOS (PROGCOB98); CRITICADO PELO
      *> PROGCOB28, QUE GRAVA O ORDERFILE LIDO PELO LOTE DO PROGCOB09
      *> TIPO PELO PRIMEIRO BYTE:
      *>   'H' = HEADER DO ARQUIVO (FONTE E DATA DA GERACAO)
      *>   'T' = TRAILER DO ARQUIVO (QTD DE LINHAS E HASH DE VALOR)
      *>   'C' = CABECALHO DO PEDIDO - ENC-QTD-ITENS LINHAS 'I' SEGUEM
      *>   'I' = ITEM DO PEDIDO (PRODUTO, QUANTIDADE, VALOR E PESO
      *>         UNITARIOS)
      *>   NUMERICO = PEDIDO DE UM PRODUTO SO NO LAYOUT ANTIGO (ENT-REC)
      *>         ACEITO NA CRITICA E CONVERTIDO EM CABECALHO + ITEM DE
      *>         QUANTIDADE 1 - O ORDERFILE SO TEM LINHAS 'C' E 'I'
      *> ENT-TRL-QTD = LINHAS ENTRE HEADER E TRAILER
      *> ENT-TRL-HASH = SOMA DOS VALORES UNITARIOS DAS LINHAS 'I' E DOS
      *> ENT-VALOR DAS LINHAS NO LAYOUT ANTIGO
      *> ENC-ORIGEM: 'DIGITADO' / 'PARCEIRO' / 'ORCAMENT' / 'CONTRATO'
      *> (PEDIDO FIXO GERADO PELO PROGCOB152, COM O NUMERO DO CONTRATO
      *> DO PEDFIXO NA ENC-REFERENCIA)
      *> ENC-OPERADOR = OPERADOR AUTENTICADO QUE DIGITOU (PROGCOB66) OU
      *> CONVERTEU (PROGCOB98) O PEDIDO, LEVADO PELO LOTE DO PROGCOB09
      *> ATE O CORD-OPERADOR; BRANCO NO PEDIDO DE PARCEIRO E NO LAYOUT
      *> ANTIGO
      *> ENC-MOEDA = MOEDA DO PEDIDO DE PARCEIRO NEGOCIADO EM MOEDA
      *> ESTRANGEIRA (PROGCOB67); BRANCO = REAIS. NESSE PEDIDO O
      *> ENI-VALOR JA VEM CONVERTIDO EM REAIS PELA TAXA DO CAMBIO NA
      *> DATA DO PEDIDO E O ITEM GUARDA O PRECO UNITARIO ORIGINAL NA
      *> MOEDA (ENI-VALOR-ORIG), A TAXA USADA (ENI-TAXA) E A DATA DA
      *> TAXA NO CAMBIO (ENI-DATA-TAXA)
      *> ENC-ENDERECO = ENDERECO DE ENTREGA DO CLIENTE NO ENDENTR
      *> (EDEREC.COB) ESCOLHIDO NA DIGITACAO OU INFORMADO PELO
      *> PARCEIRO; ENC-UF E ENTAO A UF DESSE ENDERECO. ZEROS OU BRANCO
      *> (PEDIDOS ANTIGOS, ORCAMENTOS) = ENDERECO DO CADASTRO DO
      *> CLIENTE NO CUSTMAST
       01  ENT-REC.
           02 ENT-CODPROD  PIC X(06).
           02 ENT-VALOR    PIC X(08).
           02 ENT-PESO     PIC X(05).
           02 ENT-UF       PIC X(02).
           02 ENT-CLIENTE  PIC X(06).
           02 FILLER       PIC X(33).
       01  ENT-HEADER.
           02 ENH-TIPO     PIC X(01).
           02 ENH-FONTE    PIC X(08).
           02 ENH-DATA     PIC 9(08).
           02 FILLER       PIC X(43).
       01  ENT-TRAILER.
           02 ENT-TRL-TIPO PIC X(01).
           02 ENT-TRL-QTD  PIC 9(06).
           02 ENT-TRL-HASH PIC 9(11)V99.
           02 FILLER       PIC X(40).
       01  ENT-PEDIDO.
           02 ENC-TIPO       PIC X(01).
           02 ENC-CLIENTE    PIC 9(06).
           02 ENC-UF         PIC X(02).
           02 ENC-QTD-ITENS  PIC 9(03).
           02 ENC-ORIGEM     PIC X(08).
           02 ENC-REFERENCIA PIC X(10).
           02 ENC-OPERADOR   PIC X(20).
           02 ENC-MOEDA      PIC X(03).
           02 ENC-ENDERECO   PIC X(02).
           02 ENC-ENDERECO-N REDEFINES ENC-ENDERECO PIC 9(02).
           02 FILLER         PIC X(05).
       01  ENT-ITEM.
           02 ENI-TIPO     PIC X(01).
           02 ENI-CODPROD  PIC 9(06).
           02 ENI-QTD      PIC 9(05).
           02 ENI-VALOR    PIC 9(06)V99.
           02 ENI-PESO     PIC 9(03)V99.
           02 ENI-VALOR-ORIG PIC 9(07)V99.
           02 ENI-TAXA     PIC 9(03)V9(06).
           02 ENI-DATA-TAXA PIC 9(08).
           02 FILLER       PIC X(09).
