      * HISTORICO REAPONTADO E SO RODA APOS CONFIRMACAO EXPLICITA
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = AREAS DE TRABALHO DO CUSTORD E DO FATURIN
      * AMPLIADAS PARA OS CAMPOS DE PEDIDO/ITEM/QUANTIDADE
      * MANUTENCAO = AREA DE TRABALHO DO SHIPSTAT AMPLIADA PARA O
      * NUMERO DO EMBARQUE CONSOLIDADO (SST-EMBARQUE)
      * MANUTENCAO = AREA DO REGISTRO DO CUSTORD AMPLIADA PARA O
      * CORD-OPERADOR
      * MANUTENCAO = AREA DO REGISTRO DO CONTAREC AMPLIADA PARA O
      * RCV-OPERADOR
      * MANUTENCAO = AREA DO REGISTRO DO SHIPSTAT AMPLIADA PARA O
      * ENDERECO DE ENTREGA
      * MANUTENCAO = REGISTRO DO CUSTORD PELO CORDREC.COB (O LAYOUT
      * PROPRIO PERDIA O CORD-OPERADOR NA TROCA DO CLIENTE)
      * MANUTENCAO = AREA DO REGISTRO DO SHIPSTAT AMPLIADA PARA O
      * PESO REAL DO PEDIDO (SST-PESO-REAL ATE 99999,99)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  CUST-ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  CUST-ORDER-TEMP.
       01  CT-REC          PIC X(99).
       FD  BILLING-FILE.
       COPY 'FATREC.COB'.
       FD  BILLING-TEMP.
       01  FT-REC          PIC X(90).
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  SHIP-STATUS-TEMP.
       01  ST-REC          PIC X(140).
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  RECEIVABLE-TEMP.
       01  RT-REC          PIC X(77).
       FD  SECURITY-LOG.
       01  SEC-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
