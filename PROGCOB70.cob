      * EMBARQUE AINDA NAO DESPACHADO SAI NO RELATORIO DE DIVERGENCIA
      * ENTREXC SEM SER APLICADA
      * DATA = XX/XX/XXXX
      * MANUTENCAO = AREA DE TRABALHO DO SHIPSTAT AMPLIADA PARA O
      * NUMERO DO EMBARQUE CONSOLIDADO (SST-EMBARQUE)
      * MANUTENCAO = O ENTRCONF SO E LIDO SE FOI ACEITO NO PORTAO DE
      * ENTRADA (PROGCOB142/PRGINBOX) COM O MESMO CONTEUDO; APLICADAS
      * AS CONFIRMACOES, A ENTRADA DO PORTAO E MARCADA CONSUMIDA
      * MANUTENCAO = AREA DO REGISTRO DO SHIPSTAT AMPLIADA PARA O
      * ENDERECO DE ENTREGA
      * MANUTENCAO = AREA DO REGISTRO DO SHIPSTAT AMPLIADA PARA O
      * PESO REAL DO PEDIDO (SST-PESO-REAL ATE 99999,99)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  SHIP-STATUS-TEMP.
       01  TMP-REC         PIC X(140).
       FD  CONFIRM-EXC-FILE.
       01  EXC-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-INB-ACAO    PIC X(01) VALUE SPACES.
       77 WRK-INB-ARQUIVO PIC X(12) VALUE 'ENTRCONF'.
       77 WRK-INB-PROGRAMA PIC X(10) VALUE 'PROGCOB70'.
       77 WRK-INB-QTD     PIC 9(08) VALUE ZEROS.
       77 WRK-INB-HASH    PIC 9(12) VALUE ZEROS.
       77 WRK-INB-LIBERADO PIC X(01) VALUE 'N'.
       77 WRK-FS-CNF      PIC X(02) VALUE SPACES.
       77 WRK-FS-SST      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM 0940-VERIFICAR-PORTAO.
           IF WRK-INB-LIBERADO NOT = 'S'
               DISPLAY '*** ENTRCONF NAO LIBERADO PELO PORTAO DE'
                   ' ENTRADA - NADA FOI IMPORTADO ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0100-CARREGAR-CONFIRMACOES.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** ENTRCONF COM MAIS DE 500 CONFIRMACOES'
           IF WRK-QTD-CONF > 0
               PERFORM 0200-APLICAR-CONFIRMACOES
               PERFORM 0400-GRAVAR-DIVERGENCIAS
               PERFORM 0950-BAIXAR-NO-PORTAO
               DISPLAY 'CONFIRMACOES APLICADAS: ' WRK-QTD-APLICA
                   '  DIVERGENTES: ' WRK-QTD-DIVERG
               IF WRK-QTD-DIVERG > 0
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB70'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0940-VERIFICAR-PORTAO.
           MOVE 'V' TO WRK-INB-ACAO.
           CALL 'PRGINBOX' USING WRK-INB-ACAO WRK-INB-ARQUIVO
               WRK-INB-PROGRAMA WRK-INB-QTD WRK-INB-HASH
               WRK-INB-LIBERADO.
       0950-BAIXAR-NO-PORTAO.
           MOVE 'C' TO WRK-INB-ACAO.
           CALL 'PRGINBOX' USING WRK-INB-ACAO WRK-INB-ARQUIVO
               WRK-INB-PROGRAMA WRK-INB-QTD WRK-INB-HASH
               WRK-INB-LIBERADO.
       0100-CARREGAR-CONFIRMACOES.
           MOVE ZEROS TO WRK-QTD-CONF.
           MOVE 'N' TO WRK-FIM-ARQ.
