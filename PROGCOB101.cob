      * DE FICAR MAIS LENTOS A CADA TRIMESTRE E A CONSULTA
      * HISTORICA FICA NO PROGCOB102
      * DATA = XX/XX/XXXX
      * MANUTENCAO = AREAS DE ARQUIVO E TEMPORARIO AMPLIADAS PARA O
      * FATURIN COM PRODUTO/QUANTIDADE/ITEM
      * MANUTENCAO = AREA DO REGISTRO DO CUSTORD AMPLIADA PARA O
      * CORD-OPERADOR
      * MANUTENCAO = AREA DO REGISTRO DO SHIPSTAT AMPLIADA PARA O
      * ENDERECO DE ENTREGA
      * MANUTENCAO = AREA DO REGISTRO DO SHIPSTAT AMPLIADA PARA O
      * PESO REAL DO PEDIDO (SST-PESO-REAL ATE 99999,99)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  ARCHIVE-FILE.
       01  ARQ-REC         PIC X(140).
       FD  KEEP-TEMP-FILE.
       01  TMP-REC         PIC X(140).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
