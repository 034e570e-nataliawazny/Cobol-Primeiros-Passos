      *> COPY DENTRO DE FILE SECTION, APOS O FD DO STANDING-ORDER-FILE
      *> - LAYOUT COMUM DO PEDFIXO: PEDIDOS FIXOS DOS CLIENTES DE
      *> CONTRATO, MANTIDOS E GERADOS NO ORDERENT PELO PROGCOB152
      *> TIPO PELO PRIMEIRO BYTE, COMO NO ORDERENT (ENTREC.COB):
      *>   'C' = CONTRATO - PFC-QTD-ITENS LINHAS 'I' SEGUEM
      *>   'I' = ITEM DO CONTRATO (PRODUTO E QUANTIDADE POR ENTREGA)
      *> PFC-FREQUENCIA = 'S' SEMANAL / 'Q' QUINZENAL / 'M' MENSAL
      *> PFC-FIM = ULTIMA DATA DE ENTREGA DO CONTRATO; ZEROS = SEM
      *> PRAZO
      *> PFC-PROXIMA = DATA DA PROXIMA GERACAO; AVANCA PELA FREQUENCIA
      *> A CADA PEDIDO GERADO (NO MENSAL O DIA E O DO PFC-INICIO,
      *> LIMITADO AO ULTIMO DIA DO MES)
      *> PFC-STATUS = 'A' ATIVO / 'S' SUSPENSO / 'E' ENCERRADO (PELO
      *> OPERADOR OU PELA GERACAO QUANDO A PROXIMA DATA PASSA DO FIM)
      *> PFC-ENDERECO = ENDERECO DE ENTREGA DO ENDENTR (EDEREC.COB);
      *> ZEROS = ENDERECO DO CADASTRO DO CLIENTE NO CUSTMAST
      *> PFC-ULT-GERACAO = DATA DO ULTIMO PEDIDO GERADO; ZEROS = NUNCA
       01  PFX-CONTRATO.
           02 PFC-TIPO        PIC X(01).
           02 PFC-NUMERO      PIC 9(06).
           02 PFC-CLIENTE     PIC 9(06).
           02 PFC-FREQUENCIA  PIC X(01).
           02 PFC-INICIO      PIC 9(08).
           02 PFC-FIM         PIC 9(08).
           02 PFC-PROXIMA     PIC 9(08).
           02 PFC-STATUS      PIC X(01).
           02 PFC-ENDERECO    PIC 9(02).
           02 PFC-QTD-ITENS   PIC 9(02).
           02 PFC-OPERADOR    PIC X(20).
           02 PFC-ULT-GERACAO PIC 9(08).
       01  PFX-ITEM.
           02 PFI-TIPO        PIC X(01).
           02 PFI-NUMERO      PIC 9(06).
           02 PFI-CODPROD     PIC 9(06).
           02 PFI-QTD         PIC 9(05).
           02 FILLER          PIC X(53).
