      *> COPY DENTRO DE FILE SECTION, APOS O FD DO RULE-FILE -
      *> LAYOUT COMUM DO RGC-REC (REGRACTB): REGRAS DE POSTAGEM
      *> CONTABIL, UMA POR TIPO DE EVENTO DO EVTCTB (EVTREC.COB),
      *> MANTIDAS E USADAS PELO PROGCOB123
      *> RGC-CONTA-DEB / RGC-CONTA-CRED = CONTAS DO PLANCTAS QUE
      *> RECEBEM O DEBITO (VALOR POSITIVO NO LEDGER) E O CREDITO
      *> (VALOR NEGATIVO), COMO NO BALANCETE DO PROGCOB87
      *> RGC-CCUSTO = CENTRO DE CUSTO GRAVADO NOS DOIS LANCAMENTOS
      *> (000 = SEM RATEIO)
       01  RGC-REC.
           02 RGC-TIPO       PIC X(08).
           02 RGC-CONTA-DEB  PIC 9(04).
           02 RGC-CONTA-CRED PIC 9(04).
           02 RGC-CCUSTO     PIC 9(03).
           02 RGC-DESCRICAO  PIC X(20).
