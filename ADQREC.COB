      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SETTLEMENT-FILE -
      *> LAYOUT COMUM DO ALQ-REC (ADQLIQ): ARQUIVO DE LIQUIDACAO DA
      *> ADQUIRENTE DE CARTOES, NO PADRAO DE INTERFACE DA CASA -
      *> HEADER ('H' + FONTE + DATA), LINHAS E TRAILER ('T' +
      *> QUANTIDADE + HASH DOS VALORES BRUTOS), IMPORTADO PELO
      *> PROGCOB131 (HEADER E TRAILER REDEFINIDOS NO FD DO PROGRAMA)
      *> ALQ-TIPO = 'L' LIQUIDACAO DE VENDA / 'E' ESTORNO DE
      *> DEVOLUCAO FEITA PELA LOJA / 'C' CHARGEBACK (CONTESTACAO DO
      *> PORTADOR, DEBITADA DA LOJA)
      *> ALQ-NSU / ALQ-DATA-VENDA = CHAVE DA TRANSACAO NO CARTVEND
       01  ALQ-REC.
           02 ALQ-TIPO       PIC X(01).
           02 ALQ-NSU        PIC X(12).
           02 ALQ-DATA-VENDA PIC 9(08).
           02 ALQ-BRUTO      PIC 9(06)V99.
           02 ALQ-TAXA       PIC 9(06)V99.
           02 ALQ-LIQUIDO    PIC 9(06)V99.
           02 ALQ-DATA-PGTO  PIC 9(08).
