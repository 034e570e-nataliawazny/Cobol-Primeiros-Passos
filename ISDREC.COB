      *> COPY DENTRO DE FILE SECTION, APOS O FD DO ICMS-BALANCE-FILE -
      *> LAYOUT COMUM DO ISD-REC (ICMSSALD): SALDO CREDOR DE ICMS POR
      *> UF NO FIM DE CADA MES APURADO PELO PROGCOB30 (CREDITOS DAS
      *> ENTRADAS MAIORES QUE OS DEBITOS), TRANSPORTADO PARA A
      *> APURACAO DO MES SEGUINTE; REAPURAR O MES SUBSTITUI OS SALDOS
      *> DELE
       01  ISD-REC.
           02 ISD-ANOMES  PIC 9(06).
           02 ISD-UF      PIC X(02).
           02 ISD-SALDO   PIC 9(10)V99.
           02 ISD-DATA    PIC 9(08).
