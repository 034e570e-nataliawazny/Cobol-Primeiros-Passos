      * ATRASO MEDIO E PIOR ATRASO EM DIAS CORRIDOS - EVIDENCIA PARA
      * RENEGOCIAR OS PRAZOS DO PRAZOUF
      * DATA = XX/XX/XXXX
      * MANUTENCAO = EMBARQUE COM SINISTRO NAO RECUSADO NO ARQUIVO
      * SINISTRO (PROGCOB108) NAO CONTA COMO ENTREGA NORMAL: FICA FORA
      * DO INDICE E SO APARECE NO TOTAL DE EXCLUIDOS DO RELATORIO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SHIPMENT-STATUS-FILE ASSIGN TO 'SHIPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SST.
           SELECT CLAIM-FILE ASSIGN TO 'SINISTRO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SIN.
           SELECT ONTIME-REPORT-FILE ASSIGN TO 'PONTUREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       FILE SECTION.
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  CLAIM-FILE.
       COPY 'SINREC.COB'.
       FD  ONTIME-REPORT-FILE.
       01  PON-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       77 WRK-FS-SST      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-SST     PIC X(01) VALUE 'N'.
       77 WRK-FS-SIN      PIC X(02) VALUE SPACES.
       77 WRK-FIM-SIN     PIC X(01) VALUE 'N'.
       77 WRK-QTD-SIN     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-SIN     PIC 9(04) VALUE ZEROS.
       77 WRK-TEM-SIN     PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-EXCL    PIC 9(06) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PCT-PRAZO   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-MEDIA-ATR   PIC 9(04)V9 VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       01 WRK-TABELA-SIN.
           02 WRK-SIN-PEDIDO  PIC 9(08) OCCURS 2000 TIMES.
       01 WRK-TABELA-UF.
           02 WRK-UF-ENT OCCURS 30 TIMES.
               03 WRK-UF-SIGLA    PIC X(02).
           PERFORM 0900-REGISTRAR-INICIO.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           ACCEPT WRK-MES-REF FROM CONSOLE.
           PERFORM 0050-CARREGAR-SINISTROS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** MAIS DE 2000 SINISTROS EM ANDAMENTO -'
                   ' RELATORIO ABORTADO'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB71 ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0100-ACUMULAR-ENTREGAS.
           PERFORM 0300-GRAVAR-RELATORIO.
           PERFORM 0910-REGISTRAR-FIM.
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB71'==,
                     ==STATUS-EXEC== BY =='FIM'==.
      * SINISTRO RECUSADO PELA TRANSPORTADORA VOLTA A SER ENTREGA
      * NORMAL; OS DEMAIS TIRAM O PEDIDO DO INDICE
       0050-CARREGAR-SINISTROS.
           MOVE ZEROS TO WRK-QTD-SIN.
           MOVE 'N' TO WRK-FIM-SIN.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-SIN = '00'
               PERFORM UNTIL WRK-FIM-SIN = 'Y'
                   READ CLAIM-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-SIN
                       NOT AT END
                           IF SIN-SITUACAO NOT = 'R'
                               IF WRK-QTD-SIN >= 2000
                                   MOVE 'S' TO WRK-TAB-CHEIA
                                   MOVE 'Y' TO WRK-FIM-SIN
                               ELSE
                                   ADD 1 TO WRK-QTD-SIN
                                   MOVE SIN-PEDIDO TO
                                       WRK-SIN-PEDIDO(WRK-QTD-SIN)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.
       0100-ACUMULAR-ENTREGAS.
           MOVE ZEROS TO WRK-QTD-UF WRK-QTD-TRP.
           MOVE 'N' TO WRK-FIM-SST.
                               TO WRK-ANOMES-REG
                           IF SST-STATUS = 'ENTREGUE'
                               AND WRK-ANOMES-REG = WRK-MES-REF
                               PERFORM 0120-VERIFICAR-SINISTRO
                               IF WRK-TEM-SIN = 'S'
                                   ADD 1 TO WRK-QTD-EXCL
                               ELSE
                                   PERFORM 0150-ACUMULAR-ENTREGA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           END-IF.
       0120-VERIFICAR-SINISTRO.
           MOVE 'N' TO WRK-TEM-SIN.
           PERFORM VARYING WRK-IND-SIN FROM 1 BY 1
                   UNTIL WRK-IND-SIN > WRK-QTD-SIN
                      OR WRK-TEM-SIN = 'S'
               IF WRK-SIN-PEDIDO(WRK-IND-SIN) = SST-NUMERO
                   MOVE 'S' TO WRK-TEM-SIN
               END-IF
           END-PERFORM.
       0150-ACUMULAR-ENTREGA.
           COMPUTE WRK-ATRASO =
               FUNCTION INTEGER-OF-DATE(SST-DATA-STATUS) -
                   UNTIL WRK-IND-TRP > WRK-QTD-TRP
               PERFORM 0400-GRAVAR-LINHA-TRP
           END-PERFORM.
           MOVE SPACES TO PON-LINHA.
           WRITE PON-LINHA.
           MOVE SPACES TO PON-LINHA.
           STRING 'ENTREGAS COM SINISTRO FORA DO INDICE: ' WRK-QTD-EXCL
               DELIMITED BY SIZE INTO PON-LINHA.
           WRITE PON-LINHA.
           CLOSE ONTIME-REPORT-FILE.
           DISPLAY 'PONTUALIDADE GRAVADA EM PONTUREL'.
       COPY 'RELHEAD.COB'
