      * DESPACHADO EM UMA UNICA REGRAVACAO - ADEUS AO PROGCOB26
      * PEDIDO A PEDIDO NA HORA DO DESPACHO
      * DATA = XX/XX/XXXX
      * MANUTENCAO = UMA LINHA POR EMBARQUE FISICO (SST-EMBARQUE): OS
      * PEDIDOS CONSOLIDADOS PELO PROGCOB106 SAEM JUNTOS NA LINHA DO
      * PEDIDO LIDER, COM PESO E FRETE SOMADOS E A QUANTIDADE DE
      * PEDIDOS DO EMBARQUE
      * MANUTENCAO = CARGAS POR VEICULO: CADA GRUPO UF/TRANSPORTADORA
      * E DIVIDIDO EM VEICULOS SEM PASSAR DA TRP-CAPACIDADE DO
      * TRANSMAST (PRIMEIRO VEICULO DO GRUPO EM QUE O EMBARQUE CABE),
      * GASTANDO NO MAXIMO TRP-VEICULOS DA TRANSPORTADORA NO DIA; O
      * QUE NAO CABE FICA CALCULADO PARA O ROMANEIO SEGUINTE E SAI NO
      * RELATORIO ROMRET DE EMBARQUES RETIDOS (RC 4) - SO OS
      * EMBARQUES CARREGADOS SAO DESPACHADOS
      * MANUTENCAO = AREA DO REGISTRO DO SHIPSTAT AMPLIADA PARA O
      * ENDERECO DE ENTREGA
      * MANUTENCAO = CADA EMBARQUE DO ROMANEIO SAI COM A LINHA DO
      * ENDERECO DE ENTREGA GRAVADO NO SHIPSTAT (EMBARQUE ANTIGO SEM
      * ELE USA O DO CADASTRO)
      * MANUTENCAO = COM A SEPARACAO NO ARMAZEM (PROGCOB154), ENTRAM
      * NO ROMANEIO OS EMBARQUES CALCULADOS E OS JA SEPARADOS; O
      * PEDIDO AINDA EM SEPARACAO (SEM CONFERENCIA) FICA PARA O
      * ROMANEIO SEGUINTE E E SO CONTADO NO FIM
      * MANUTENCAO = PESO REAL DO PEDIDO NO SHIPSTAT (SST-PESO-REAL ATE
      * 99999,99): PESO DO EMBARQUE E CARGA DO VEICULO AMPLIADOS
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MANIFEST-REPORT-FILE ASSIGN TO 'ROMAREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT HELD-REPORT-FILE ASSIGN TO 'ROMRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT CARRIER-MASTER ASSIGN TO 'TRANSMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRP.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  SHIP-STATUS-TEMP.
       01  TMP-REC         PIC X(140).
       FD  MANIFEST-REPORT-FILE.
       01  ROM-LINHA       PIC X(80).
       FD  HELD-REPORT-FILE.
       01  RET-LINHA       PIC X(80).
       FD  CARRIER-MASTER.
       COPY 'TRPREC.COB'.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       COPY 'RLOGFD.COB'.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FS-RET      PIC X(02) VALUE SPACES.
       77 WRK-FS-TRP      PIC X(02) VALUE SPACES.
       77 WRK-FIM-TRP     PIC X(01) VALUE 'N'.
       77 WRK-FIM-SST     PIC X(01) VALUE 'N'.
       77 WRK-CLI-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-UF-GRUPO    PIC X(02) VALUE SPACES.
       77 WRK-TRP-GRUPO   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-GRUPO   PIC 9(04) VALUE ZEROS.
       77 WRK-PESO-GRUPO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-FRETE-GRUPO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TEM-GRUPO   PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA    PIC X(01) VALUE 'N'.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-CLI    PIC X(20) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-EMB-ATUAL   PIC 9(08) VALUE ZEROS.
       77 WRK-CLI-EMB     PIC 9(06) VALUE ZEROS.
       77 WRK-LOG-EMB     PIC X(30) VALUE SPACES.
       77 WRK-CID-EMB     PIC X(20) VALUE SPACES.
       77 WRK-PESO-EMB    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-EMB   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-PED-EMB PIC 9(03) VALUE ZEROS.
       77 WRK-PESO-ED     PIC Z(07)9.99 VALUE ZEROS.
       77 WRK-FRETE-ED    PIC Z(07)9.99 VALUE ZEROS.
       77 WRK-GRP-INICIO  PIC 9(03) VALUE ZEROS.
       77 WRK-GRP-FIM     PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-GRUPO   PIC X(01) VALUE 'N'.
       77 WRK-IND-FIM-EMB PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PED     PIC 9(03) VALUE ZEROS.
       77 WRK-FIM-PESO    PIC X(01) VALUE 'N'.
       77 WRK-TEM-EMB     PIC X(01) VALUE 'N'.
       77 WRK-IND-VEIC    PIC 9(03) VALUE ZEROS.
       77 WRK-VEIC-ED     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-VEIC-GRP PIC 9(02) VALUE ZEROS.
       77 WRK-VEIC-ESCOLHIDO PIC 9(02) VALUE ZEROS.
       77 WRK-CAPAC-GRP   PIC 9(05)V99 VALUE ZEROS.
       77 WRK-CAPAC-ED    PIC ZZZZ9.99 VALUE ZEROS.
       77 WRK-QTD-CARREG  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RETIDOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EMB-RET PIC 9(04) VALUE ZEROS.
       77 WRK-PAG-RET     PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-RET    PIC 9(08) VALUE ZEROS.
       77 WRK-CARREGADO   PIC X(01) VALUE 'N'.
       77 WRK-QTD-EM-SEPAR PIC 9(04) VALUE ZEROS.
      * CAPACIDADE E FROTA INDEXADAS PELO CODIGO DA TRANSPORTADORA
       01 WRK-TABELA-TRP.
           02 WRK-TRP OCCURS 99 TIMES.
               03 WRK-TRP-CAPAC  PIC 9(05)V99.
               03 WRK-TRP-VEIC   PIC 9(02).
               03 WRK-TRP-USADOS PIC 9(02).
      * PESO JA CARREGADO EM CADA VEICULO DO GRUPO EM MONTAGEM
       01 WRK-TABELA-CARGA.
           02 WRK-CARGA-PESO OCCURS 99 TIMES PIC 9(08)V99.
       01 WRK-EMB-TROCA.
           02 WRK-TRC-UF      PIC X(02).
           02 WRK-TRC-TRANSP  PIC 9(02).
           02 WRK-TRC-EMBARQUE PIC 9(08).
           02 WRK-TRC-NUMERO  PIC 9(08).
           02 WRK-TRC-CLIENTE PIC 9(06).
           02 WRK-TRC-PESO    PIC 9(05)V99.
           02 WRK-TRC-FRETE   PIC 9(06)V99.
           02 WRK-TRC-VEICULO PIC 9(02).
           02 WRK-TRC-LOGRADOURO PIC X(30).
           02 WRK-TRC-CIDADE  PIC X(20).
       01 WRK-TABELA-EMB.
           02 WRK-EMB OCCURS 500 TIMES.
               03 WRK-EMB-UF      PIC X(02).
               03 WRK-EMB-TRANSP  PIC 9(02).
               03 WRK-EMB-EMBARQUE PIC 9(08).
               03 WRK-EMB-NUMERO  PIC 9(08).
               03 WRK-EMB-CLIENTE PIC 9(06).
               03 WRK-EMB-PESO    PIC 9(05)V99.
               03 WRK-EMB-FRETE   PIC 9(06)V99.
               03 WRK-EMB-VEICULO PIC 9(02).
               03 WRK-EMB-LOGRADOURO PIC X(30).
               03 WRK-EMB-CIDADE  PIC X(20).
      * WRK-EMB-VEICULO = VEICULO DA CARGA NO GRUPO / ZEROS = RETIDO
      * WRK-EMB-LOGRADOURO / CIDADE = ENDERECO DE ENTREGA DO SHIPSTAT
      * (ESPACOS NO EMBARQUE ANTIGO - SAI O DO CADASTRO)
       01 WRK-LINHA-RET.
           02 WRK-LR-UF      PIC X(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-TRANSP  PIC 9(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-NUMERO  PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-CLIENTE PIC 9(06).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-PESO    PIC ZZZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-PEDIDOS PIC ZZ9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-MOTIVO  PIC X(25).
       01 WRK-LINHA-EMB.
           02 WRK-LE-NUMERO  PIC 9(08).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LE-NOME    PIC X(20).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LE-PESO    PIC ZZZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LE-FRETE   PIC ZZZZZ9.99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LE-OBS     PIC X(19).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-CARREGAR-TRANSPORTADORAS.
           PERFORM 0100-CARREGAR-CALCULADOS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** MAIS DE 500 EMBARQUES CALCULADOS - O'
           ELSE
               PERFORM 0200-ORDENAR-EMBARQUES
               PERFORM 0300-IMPRIMIR-ROMANEIO
               PERFORM 0450-LISTAR-RETIDOS
               IF WRK-QTD-RETIDOS > 0
                   DISPLAY 'PEDIDOS RETIDOS POR FALTA DE CAPACIDADE: '
                       WRK-QTD-RETIDOS ' - VER ROMRET'
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WRK-QTD-CARREG = 0
                   DISPLAY 'NENHUM EMBARQUE COUBE NOS VEICULOS'
               ELSE
               DISPLAY 'CONFIRMAR DESPACHO DOS ' WRK-QTD-CARREG
                   ' EMBARQUES CARREGADOS (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM 0500-DESPACHAR-EM-MASSA
               ELSE
                   DISPLAY 'DESPACHO NAO CONFIRMADO - STATUS MANTIDO'
               END-IF
               END-IF
           END-IF.
           IF WRK-QTD-EM-SEPAR > 0
               DISPLAY 'PEDIDOS AINDA EM SEPARACAO (FORA DO ROMANEIO): '
                   WRK-QTD-EM-SEPAR
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB72'==,
                     ==STATUS-EXEC== BY =='FIM'==.
      * SEM TRANSMAST OU SEM CAPACIDADE CADASTRADA A TRANSPORTADORA
      * LEVA O GRUPO INTEIRO NUMA CARGA SO, COMO ANTES
       0050-CARREGAR-TRANSPORTADORAS.
           PERFORM VARYING WRK-IND-VEIC FROM 1 BY 1
                   UNTIL WRK-IND-VEIC > 99
               MOVE ZEROS TO WRK-TRP-CAPAC(WRK-IND-VEIC)
                   WRK-TRP-VEIC(WRK-IND-VEIC)
                   WRK-TRP-USADOS(WRK-IND-VEIC)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-TRP.
           OPEN INPUT CARRIER-MASTER.
           IF WRK-FS-TRP = '00'
               PERFORM UNTIL WRK-FIM-TRP = 'Y'
                   READ CARRIER-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-TRP
                       NOT AT END
                           IF TRP-CODIGO > 0
                               AND TRP-CAPACIDADE IS NUMERIC
                               AND TRP-CAPACIDADE > 0
                               MOVE TRP-CAPACIDADE TO
                                   WRK-TRP-CAPAC(TRP-CODIGO)
                               MOVE 1 TO WRK-TRP-VEIC(TRP-CODIGO)
                               IF TRP-VEICULOS IS NUMERIC
                                   AND TRP-VEICULOS > 0
                                   MOVE TRP-VEICULOS TO
                                       WRK-TRP-VEIC(TRP-CODIGO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-MASTER
           ELSE
               DISPLAY 'TRANSMAST INDISPONIVEL - CARGAS SEM LIMITE'
           END-IF.
       0100-CARREGAR-CALCULADOS.
           MOVE ZEROS TO WRK-QTD-EMB.
           MOVE ZEROS TO WRK-QTD-EM-SEPAR.
           MOVE 'N' TO WRK-FIM-SST.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST NOT = '00'
                           MOVE 'Y' TO WRK-FIM-SST
                       NOT AT END
                           IF SST-STATUS = 'CALCULADO'
                               OR SST-STATUS = 'SEPARADO'
                               IF WRK-QTD-EMB >= 500
                                   MOVE 'S' TO WRK-TAB-CHEIA
                               ELSE
                                   WRK-EMB-TRANSP(WRK-QTD-EMB)
                               MOVE SST-NUMERO TO
                                   WRK-EMB-NUMERO(WRK-QTD-EMB)
                               IF SST-EMBARQUE IS NUMERIC
                                   AND SST-EMBARQUE NOT = ZEROS
                                   MOVE SST-EMBARQUE TO
                                       WRK-EMB-EMBARQUE(WRK-QTD-EMB)
                               ELSE
                                   MOVE SST-NUMERO TO
                                       WRK-EMB-EMBARQUE(WRK-QTD-EMB)
                               END-IF
                               MOVE SST-CLIENTE TO
                                   WRK-EMB-CLIENTE(WRK-QTD-EMB)
                               EVALUATE TRUE
                                   WHEN SST-PESO-REAL IS NUMERIC
                                       MOVE SST-PESO-REAL TO
                                           WRK-EMB-PESO(WRK-QTD-EMB)
                                   WHEN SST-PESO IS NUMERIC
                                       MOVE SST-PESO TO
                                           WRK-EMB-PESO(WRK-QTD-EMB)
                                   WHEN OTHER
                                       MOVE ZEROS TO
                                           WRK-EMB-PESO(WRK-QTD-EMB)
                               END-EVALUATE
                               MOVE SST-FRETE TO
                                   WRK-EMB-FRETE(WRK-QTD-EMB)
                               MOVE ZEROS TO
                                   WRK-EMB-VEICULO(WRK-QTD-EMB)
                               MOVE SST-LOGRADOURO TO
                                   WRK-EMB-LOGRADOURO(WRK-QTD-EMB)
                               MOVE SST-CIDADE TO
                                   WRK-EMB-CIDADE(WRK-QTD-EMB)
                               END-IF
                           END-IF
                           IF SST-STATUS = 'SEPARACAO'
                               ADD 1 TO WRK-QTD-EM-SEPAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           END-IF.
      * ORDENACAO POR TROCA SIMPLES (UF + TRANSPORTADORA + EMBARQUE +
      * PEDIDO) - COM
      * MAIS DE 500 CALCULADOS O PROGRAMA ABORTA ANTES DO ROMANEIO,
      * PORQUE O DESPACHO EM MASSA VIRA TODOS OS CALCULADOS E NADA
      * PODE SER DESPACHADO SEM SAIR NO MANIFESTO ASSINADO
                       UNTIL WRK-IND-EMB > WRK-LIMITE-TROCA
                   PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                           UNTIL WRK-IND-TROCA > WRK-LIMITE-TROCA
                       IF WRK-EMB(WRK-IND-TROCA)(1:20) >
                           WRK-EMB(WRK-IND-TROCA + 1)(1:20)
                           MOVE WRK-EMB(WRK-IND-TROCA)
                               TO WRK-EMB-TROCA
                           MOVE WRK-EMB(WRK-IND-TROCA + 1)
           END-IF.
           OPEN OUTPUT MANIFEST-REPORT-FILE.
           PERFORM 0310-GERAR-CABECALHO-PADRAO.
           MOVE ZEROS TO WRK-QTD-CARREG.
           MOVE 1 TO WRK-GRP-INICIO.
           PERFORM UNTIL WRK-GRP-INICIO > WRK-QTD-EMB
               PERFORM 0320-DELIMITAR-GRUPO
               PERFORM 0330-PLANEJAR-CARGAS
               MOVE WRK-GRP-INICIO TO WRK-IND-EMB
               PERFORM 0350-ABRIR-GRUPO
               IF WRK-QTD-VEIC-GRP = 0
                   MOVE '  NENHUM EMBARQUE DO GRUPO COUBE NOS VEICULOS'
                       TO ROM-LINHA
                   WRITE ROM-LINHA
               END-IF
               PERFORM VARYING WRK-IND-VEIC FROM 1 BY 1
                       UNTIL WRK-IND-VEIC > WRK-QTD-VEIC-GRP
                   PERFORM 0360-IMPRIMIR-VEICULO
               END-PERFORM
               PERFORM 0400-TOTALIZAR-GRUPO
               COMPUTE WRK-GRP-INICIO = WRK-GRP-FIM + 1
           END-PERFORM.
           MOVE SPACES TO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE 'CONFERIDO E DESPACHADO POR: ____________________'
                         =='ROMANEIO DIARIO DE DESPACHO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * O GRUPO UF/TRANSPORTADORA VAI DE WRK-GRP-INICIO A WRK-GRP-FIM
      * NA TABELA ORDENADA
       0320-DELIMITAR-GRUPO.
           MOVE WRK-GRP-INICIO TO WRK-GRP-FIM.
           MOVE 'N' TO WRK-FIM-GRUPO.
           PERFORM UNTIL WRK-FIM-GRUPO = 'S'
               IF WRK-GRP-FIM >= WRK-QTD-EMB
                   MOVE 'S' TO WRK-FIM-GRUPO
               ELSE
                   IF WRK-EMB-UF(WRK-GRP-FIM + 1) =
                       WRK-EMB-UF(WRK-GRP-INICIO)
                       AND WRK-EMB-TRANSP(WRK-GRP-FIM + 1) =
                           WRK-EMB-TRANSP(WRK-GRP-INICIO)
                       ADD 1 TO WRK-GRP-FIM
                   ELSE
                       MOVE 'S' TO WRK-FIM-GRUPO
                   END-IF
               END-IF
           END-PERFORM.
      * EMBARQUES NA ORDEM DO NUMERO (O RETIDO ONTEM TEM NUMERO MENOR
      * E ENTRA PRIMEIRO); CADA UM VAI PARA O PRIMEIRO VEICULO DO
      * GRUPO ONDE CABE, E SO ABRE VEICULO NOVO SE A TRANSPORTADORA
      * AINDA TEM FROTA LIVRE NO DIA
       0330-PLANEJAR-CARGAS.
           MOVE ZEROS TO WRK-QTD-VEIC-GRP WRK-CAPAC-GRP.
           MOVE WRK-EMB-TRANSP(WRK-GRP-INICIO) TO WRK-TRP-GRUPO.
           IF WRK-TRP-GRUPO > 0
               MOVE WRK-TRP-CAPAC(WRK-TRP-GRUPO) TO WRK-CAPAC-GRP
           END-IF.
           MOVE WRK-GRP-INICIO TO WRK-IND-EMB.
           PERFORM UNTIL WRK-IND-EMB > WRK-GRP-FIM
               PERFORM 0335-PESAR-EMBARQUE
               PERFORM 0340-ESCOLHER-VEICULO
               PERFORM VARYING WRK-IND-PED FROM WRK-IND-EMB BY 1
                       UNTIL WRK-IND-PED > WRK-IND-FIM-EMB
                   MOVE WRK-VEIC-ESCOLHIDO TO
                       WRK-EMB-VEICULO(WRK-IND-PED)
               END-PERFORM
               COMPUTE WRK-IND-EMB = WRK-IND-FIM-EMB + 1
           END-PERFORM.
      * PESO DO EMBARQUE FISICO = SOMA DOS PEDIDOS CONSOLIDADOS NELE
       0335-PESAR-EMBARQUE.
           MOVE WRK-IND-EMB TO WRK-IND-FIM-EMB.
           MOVE WRK-EMB-PESO(WRK-IND-EMB) TO WRK-PESO-EMB.
           MOVE 'N' TO WRK-FIM-PESO.
           PERFORM UNTIL WRK-FIM-PESO = 'S'
               IF WRK-IND-FIM-EMB >= WRK-GRP-FIM
                   MOVE 'S' TO WRK-FIM-PESO
               ELSE
                   IF WRK-EMB-EMBARQUE(WRK-IND-FIM-EMB + 1) =
                       WRK-EMB-EMBARQUE(WRK-IND-EMB)
                       ADD 1 TO WRK-IND-FIM-EMB
                       ADD WRK-EMB-PESO(WRK-IND-FIM-EMB) TO
                           WRK-PESO-EMB
                   ELSE
                       MOVE 'S' TO WRK-FIM-PESO
                   END-IF
               END-IF
           END-PERFORM.
       0340-ESCOLHER-VEICULO.
           MOVE ZEROS TO WRK-VEIC-ESCOLHIDO.
           IF WRK-CAPAC-GRP = ZEROS
               IF WRK-QTD-VEIC-GRP = 0
                   MOVE 1 TO WRK-QTD-VEIC-GRP
                   MOVE ZEROS TO WRK-CARGA-PESO(1)
               END-IF
               MOVE 1 TO WRK-VEIC-ESCOLHIDO
           ELSE
               PERFORM VARYING WRK-IND-VEIC FROM 1 BY 1
                       UNTIL WRK-IND-VEIC > WRK-QTD-VEIC-GRP
                          OR WRK-VEIC-ESCOLHIDO > 0
                   IF WRK-CARGA-PESO(WRK-IND-VEIC) + WRK-PESO-EMB
                       <= WRK-CAPAC-GRP
                       MOVE WRK-IND-VEIC TO WRK-VEIC-ESCOLHIDO
                   END-IF
               END-PERFORM
               IF WRK-VEIC-ESCOLHIDO = 0
                   AND WRK-PESO-EMB <= WRK-CAPAC-GRP
                   AND WRK-TRP-USADOS(WRK-TRP-GRUPO) <
                       WRK-TRP-VEIC(WRK-TRP-GRUPO)
                   ADD 1 TO WRK-QTD-VEIC-GRP
                   ADD 1 TO WRK-TRP-USADOS(WRK-TRP-GRUPO)
                   MOVE ZEROS TO WRK-CARGA-PESO(WRK-QTD-VEIC-GRP)
                   MOVE WRK-QTD-VEIC-GRP TO WRK-VEIC-ESCOLHIDO
               END-IF
           END-IF.
           IF WRK-VEIC-ESCOLHIDO > 0
               ADD WRK-PESO-EMB TO WRK-CARGA-PESO(WRK-VEIC-ESCOLHIDO)
           END-IF.
       0350-ABRIR-GRUPO.
           MOVE WRK-EMB-UF(WRK-IND-EMB) TO WRK-UF-GRUPO.
           MOVE WRK-EMB-TRANSP(WRK-IND-EMB) TO WRK-TRP-GRUPO.
           MOVE SPACES TO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE SPACES TO ROM-LINHA.
           IF WRK-CAPAC-GRP > 0
               MOVE WRK-CAPAC-GRP TO WRK-CAPAC-ED
               STRING 'UF ' WRK-UF-GRUPO
                      '  TRANSPORTADORA ' WRK-TRP-GRUPO
                      '  CAPACIDADE POR VEICULO ' WRK-CAPAC-ED ' KG'
                   DELIMITED BY SIZE INTO ROM-LINHA
           ELSE
               STRING 'UF ' WRK-UF-GRUPO
                      '  TRANSPORTADORA ' WRK-TRP-GRUPO
                      '  SEM LIMITE DE CARGA'
                   DELIMITED BY SIZE INTO ROM-LINHA
           END-IF.
           WRITE ROM-LINHA.
           MOVE SPACES TO ROM-LINHA.
           STRING 'EMBARQUE  CLIENT NOME                 '
                  '      PESO      FRETE'
               DELIMITED BY SIZE INTO ROM-LINHA.
           WRITE ROM-LINHA.
      * EMBARQUES DO GRUPO CARREGADOS NO VEICULO WRK-IND-VEIC
       0360-IMPRIMIR-VEICULO.
           MOVE WRK-IND-VEIC TO WRK-VEIC-ED.
           MOVE SPACES TO ROM-LINHA.
           STRING '-- VEICULO ' WRK-VEIC-ED
               DELIMITED BY SIZE INTO ROM-LINHA.
           WRITE ROM-LINHA.
           MOVE 'N' TO WRK-TEM-EMB.
           PERFORM VARYING WRK-IND-EMB FROM WRK-GRP-INICIO BY 1
                   UNTIL WRK-IND-EMB > WRK-GRP-FIM
               IF WRK-EMB-VEICULO(WRK-IND-EMB) = WRK-IND-VEIC
                   IF WRK-TEM-EMB = 'N'
                       OR WRK-EMB-EMBARQUE(WRK-IND-EMB)
                           NOT = WRK-EMB-ATUAL
                       IF WRK-TEM-EMB = 'S'
                           PERFORM 0380-IMPRIMIR-EMBARQUE
                       END-IF
                       PERFORM 0370-ABRIR-EMBARQUE
                       MOVE 'S' TO WRK-TEM-EMB
                   END-IF
                   ADD 1 TO WRK-QTD-PED-EMB
                   ADD 1 TO WRK-QTD-CARREG
                   ADD WRK-EMB-PESO(WRK-IND-EMB) TO WRK-PESO-EMB
                   ADD WRK-EMB-FRETE(WRK-IND-EMB) TO WRK-FRETE-EMB
               END-IF
           END-PERFORM.
           IF WRK-TEM-EMB = 'S'
               PERFORM 0380-IMPRIMIR-EMBARQUE
           END-IF.
           MOVE WRK-CARGA-PESO(WRK-IND-VEIC) TO WRK-PESO-ED.
           MOVE SPACES TO ROM-LINHA.
           IF WRK-CAPAC-GRP > 0
               STRING '   CARGA DO VEICULO ' WRK-VEIC-ED ': '
                      WRK-PESO-ED ' KG DE ' WRK-CAPAC-ED ' KG'
                   DELIMITED BY SIZE INTO ROM-LINHA
           ELSE
               STRING '   CARGA DO VEICULO ' WRK-VEIC-ED ': '
                      WRK-PESO-ED ' KG'
                   DELIMITED BY SIZE INTO ROM-LINHA
           END-IF.
           WRITE ROM-LINHA.
       0370-ABRIR-EMBARQUE.
           MOVE WRK-EMB-EMBARQUE(WRK-IND-EMB) TO WRK-EMB-ATUAL.
           MOVE WRK-EMB-CLIENTE(WRK-IND-EMB) TO WRK-CLI-EMB.
           MOVE WRK-EMB-LOGRADOURO(WRK-IND-EMB) TO WRK-LOG-EMB.
           MOVE WRK-EMB-CIDADE(WRK-IND-EMB) TO WRK-CID-EMB.
           MOVE ZEROS TO WRK-QTD-PED-EMB WRK-PESO-EMB WRK-FRETE-EMB.
      * EMBARQUE CONSOLIDADO SAI NUMA LINHA SO, COM O PEDIDO LIDER
      * (O PROGCOB106 SO CONSOLIDA PEDIDOS DO MESMO ENDERECO DE
      * ENTREGA), SEGUIDA DA LINHA DO ENDERECO PARA O MOTORISTA
       0380-IMPRIMIR-EMBARQUE.
           MOVE 'NOME NAO DISPONIVEL' TO WRK-NOME-CLI.
           IF WRK-CLI-DISPON = 'S'
               MOVE WRK-CLI-EMB TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NOME TO WRK-NOME-CLI
                       IF WRK-LOG-EMB = SPACES
                           MOVE CM-LOGRADOURO TO WRK-LOG-EMB
                           MOVE CM-CIDADE TO WRK-CID-EMB
                       END-IF
               END-READ
           END-IF.
           MOVE WRK-EMB-ATUAL TO WRK-LE-NUMERO.
           MOVE WRK-CLI-EMB TO WRK-LE-CLIENTE.
           MOVE WRK-NOME-CLI TO WRK-LE-NOME.
           MOVE WRK-PESO-EMB TO WRK-LE-PESO.
           MOVE WRK-FRETE-EMB TO WRK-LE-FRETE.
           MOVE SPACES TO WRK-LE-OBS.
           IF WRK-QTD-PED-EMB > 1
               STRING 'CONSOLIDADO ' WRK-QTD-PED-EMB ' PED'
                   DELIMITED BY SIZE INTO WRK-LE-OBS
           END-IF.
           WRITE ROM-LINHA FROM WRK-LINHA-EMB.
           MOVE SPACES TO ROM-LINHA.
           STRING '          ENTREGA: ' WRK-LOG-EMB ' - ' WRK-CID-EMB
               DELIMITED BY SIZE INTO ROM-LINHA.
           WRITE ROM-LINHA.
           ADD 1 TO WRK-QTD-GRUPO.
           ADD WRK-PESO-EMB TO WRK-PESO-GRUPO.
           ADD WRK-FRETE-EMB TO WRK-FRETE-GRUPO.
       0400-TOTALIZAR-GRUPO.
           MOVE WRK-PESO-GRUPO TO WRK-PESO-ED.
           MOVE WRK-FRETE-GRUPO TO WRK-FRETE-ED.
                  '  FRETE ' WRK-FRETE-ED
               DELIMITED BY SIZE INTO ROM-LINHA.
           WRITE ROM-LINHA.
      * EMBARQUES QUE NAO COUBERAM FICAM CALCULADOS E VOLTAM NO
      * ROMANEIO DO DIA SEGUINTE
       0450-LISTAR-RETIDOS.
           MOVE ZEROS TO WRK-QTD-RETIDOS WRK-QTD-EMB-RET WRK-PAG-RET.
           OPEN OUTPUT HELD-REPORT-FILE.
           PERFORM 0455-GERAR-CABECALHO-RETIDOS.
           MOVE SPACES TO RET-LINHA.
           STRING 'UF  TR  EMBARQUE  CLIENT       PESO  PED  MOTIVO'
               DELIMITED BY SIZE INTO RET-LINHA.
           WRITE RET-LINHA.
           MOVE 1 TO WRK-IND-EMB.
           PERFORM UNTIL WRK-IND-EMB > WRK-QTD-EMB
               MOVE WRK-IND-EMB TO WRK-GRP-INICIO
               PERFORM 0320-DELIMITAR-GRUPO
               PERFORM 0335-PESAR-EMBARQUE
               IF WRK-EMB-VEICULO(WRK-IND-EMB) = ZEROS
                   PERFORM 0460-IMPRIMIR-RETIDO
               END-IF
               COMPUTE WRK-IND-EMB = WRK-IND-FIM-EMB + 1
           END-PERFORM.
           MOVE SPACES TO RET-LINHA.
           WRITE RET-LINHA.
           MOVE SPACES TO RET-LINHA.
           STRING 'EMBARQUES RETIDOS: ' WRK-QTD-EMB-RET
                  '  PEDIDOS: ' WRK-QTD-RETIDOS
               DELIMITED BY SIZE INTO RET-LINHA.
           WRITE RET-LINHA.
           CLOSE HELD-REPORT-FILE.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0455-GERAR-CABECALHO-RETIDOS==,
                     ==LINHA-NOME== BY ==RET-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='EMBARQUES RETIDOS POR CAPACIDADE'==,
                     ==PAGINA-NOME== BY ==WRK-PAG-RET==,
                     ==DATA-NOME== BY ==WRK-DATA-RET==.
       0460-IMPRIMIR-RETIDO.
           ADD 1 TO WRK-QTD-EMB-RET.
           COMPUTE WRK-QTD-RETIDOS = WRK-QTD-RETIDOS +
               WRK-IND-FIM-EMB - WRK-IND-EMB + 1.
           MOVE WRK-EMB-UF(WRK-IND-EMB) TO WRK-LR-UF.
           MOVE WRK-EMB-TRANSP(WRK-IND-EMB) TO WRK-LR-TRANSP.
           MOVE WRK-EMB-EMBARQUE(WRK-IND-EMB) TO WRK-LR-NUMERO.
           MOVE WRK-EMB-CLIENTE(WRK-IND-EMB) TO WRK-LR-CLIENTE.
           MOVE WRK-PESO-EMB TO WRK-LR-PESO.
           COMPUTE WRK-LR-PEDIDOS = WRK-IND-FIM-EMB - WRK-IND-EMB + 1.
           MOVE 'SEM VEICULO DISPONIVEL' TO WRK-LR-MOTIVO.
           IF WRK-PESO-EMB > WRK-TRP-CAPAC(WRK-EMB-TRANSP(WRK-IND-EMB))
               MOVE 'PESO ACIMA DA CAPACIDADE' TO WRK-LR-MOTIVO
           END-IF.
           WRITE RET-LINHA FROM WRK-LINHA-RET.
       0500-DESPACHAR-EM-MASSA.
           MOVE ZEROS TO WRK-QTD-DESPACH.
           MOVE 'N' TO WRK-FIM-SST.
                           MOVE 'Y' TO WRK-FIM-SST
                       NOT AT END
                           IF SST-STATUS = 'CALCULADO'
                               OR SST-STATUS = 'SEPARADO'
                               PERFORM 0510-VERIFICAR-CARREGADO
                               IF WRK-CARREGADO = 'S'
                               MOVE 'DESPACHADO' TO SST-STATUS
                               MOVE WRK-DATA-HOJE TO SST-DATA-STATUS
                               ADD 1 TO WRK-QTD-DESPACH
                               END-IF
                           END-IF
                           WRITE TMP-REC FROM SST-REC
                   END-READ
               CLOSE SHIPMENT-STATUS-FILE SHIP-STATUS-TEMP
               PERFORM 0600-DEVOLVER-DO-TEMP
           END-IF.
       0510-VERIFICAR-CARREGADO.
           MOVE 'N' TO WRK-CARREGADO.
           PERFORM VARYING WRK-IND-EMB FROM 1 BY 1
                   UNTIL WRK-IND-EMB > WRK-QTD-EMB
               IF WRK-EMB-NUMERO(WRK-IND-EMB) = SST-NUMERO
                   AND WRK-EMB-VEICULO(WRK-IND-EMB) > 0
                   MOVE 'S' TO WRK-CARREGADO
               END-IF
           END-PERFORM.
       0600-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-SST.
           OPEN OUTPUT SHIPMENT-STATUS-FILE.
