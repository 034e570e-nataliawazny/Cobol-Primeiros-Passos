      * MANUTENCAO = TRANSPORTADORA DO EMBARQUE (SST-TRANSP,
      * ATRIBUIDA PELO LOTE DO PROGCOB09 VIA TRANSMAST) EXIBIDA NA
      * CONSULTA E NO RELATORIO, COM OPCAO 4 PARA TROCA MANUAL
      * MANUTENCAO = CONSULTA MOSTRA O EMBARQUE LIDER QUANDO O PEDIDO
      * FOI CONSOLIDADO PELO PROGCOB106 (SST-EMBARQUE)
      * MANUTENCAO = AREA DO REGISTRO DO SHIPSTAT AMPLIADA PARA O
      * ENDERECO DE ENTREGA
      * MANUTENCAO = PEDIDO CANCELADO NA CONFERENCIA DA SEPARACAO
      * (PROGCOB154, NADA SEPAROU) NAO ENTRA NOS EMBARQUES EM ABERTO
      * MANUTENCAO = AREA DO REGISTRO DO SHIPSTAT AMPLIADA PARA O
      * PESO REAL DO PEDIDO (SST-PESO-REAL ATE 99999,99)
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 TMP-TRANSP      PIC 9(02).
           02 TMP-CLIENTE     PIC 9(06).
           02 TMP-PESO        PIC 9(03)V99.
           02 TMP-EMBARQUE    PIC 9(08).
           02 TMP-ENDERECO    PIC 9(02).
           02 TMP-LOGRADOURO  PIC X(30).
           02 TMP-CIDADE      PIC X(20).
           02 TMP-CEP         PIC 9(08).
           02 TMP-PESO-REAL   PIC 9(05)V99.
       FD  OPEN-REPORT-FILE.
       01  OPN-LINHA          PIC X(80).
       COPY 'RLOGFD.COB'.
                               DISPLAY 'DATA STATUS..: ' SST-DATA-STATUS
                               DISPLAY 'ENTREGA PREV.: ' SST-PREVISAO
                               DISPLAY 'TRANSPORTAD..: ' SST-TRANSP
                               IF SST-EMBARQUE IS NUMERIC
                                   AND SST-EMBARQUE NOT = ZEROS
                                   AND SST-EMBARQUE NOT = SST-NUMERO
                                   DISPLAY 'CONSOLIDADO..: EMBARQUE '
                                       SST-EMBARQUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                       NOT AT END
                           IF SST-STATUS NOT = 'ENTREGUE'
                               AND SST-STATUS NOT = 'DEVOLVIDO'
                               AND SST-STATUS NOT = 'CANCELADO'
                               PERFORM 0360-IMPRIMIR-ABERTO
                           END-IF
                   END-READ
