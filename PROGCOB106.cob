       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB106.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONSOLIDACAO DE EMBARQUES DO LOTE DE FRETE: JUNTA
      * OS PEDIDOS CALCULADOS DO SHIPSTAT DA DATA DO LOTE (BRANCO =
      * HOJE) DO MESMO CLIENTE, UF E TRANSPORTADORA NUM SO EMBARQUE
      * (ATE 99999,99 KG SOMADOS), COBRA UM SO FRETE PELA FORMULA DO
      * PROGCOB09 SOBRE O VALOR E O PESO SOMADOS DO EMBARQUE (TARIFA
      * VIGENTE DA TARIFAUF NA DATA DO LOTE) E RATEIA ESSE FRETE DE
      * VOLTA AOS PEDIDOS PELO VALOR, E DENTRO DO PEDIDO AOS ITENS
      * (LIMITADO A SOMA DOS FRETES QUE OS PEDIDOS JA TINHAM),
      * REGRAVANDO CUSTORD, FATURIN, SHIPSTAT (SST-FRETE E
      * SST-EMBARQUE = PEDIDO LIDER) E ICMSTAX - A ULTIMA PARCELA
      * LEVA A DIFERENCA DE ARREDONDAMENTO, ENTAO CUSTORD E FATURIN
      * CONTINUAM FECHANDO COM O SHIPSTAT; SO ENTRA PEDIDO CUJO VALOR
      * NO CUSTORD BATE COM O DO FATURIN (AINDA NAO FATURADO PELO
      * PROGCOB27) - O RESTO SEGUE COMO EMBARQUE PROPRIO E SAI NO
      * RELATORIO CONSREL; RODA NA CADEIA LOGO APOS O PROGCOB09 E
      * ANTES DO ROMANEIO (PROGCOB72) E DAS ETIQUETAS (PROGCOB73)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = AREA DO REGISTRO DO CUSTORD AMPLIADA PARA O
      * CORD-OPERADOR
      * MANUTENCAO = SO CONSOLIDA PEDIDOS DO MESMO ENDERECO DE ENTREGA
      * (SST-ENDERECO) - FILIAIS DO MESMO CLIENTE NA MESMA UF SAO
      * EMBARQUES DIFERENTES; AREA DO REGISTRO DO SHIPSTAT AMPLIADA
      * PARA O ENDERECO DE ENTREGA
      * MANUTENCAO = PESO REAL DO PEDIDO NO SHIPSTAT (SST-PESO-REAL ATE
      * 99999,99): PESO DO PEDIDO E DO GRUPO AMPLIADOS
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPMENT-STATUS-FILE ASSIGN TO 'SHIPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SST.
           SELECT SHIP-STATUS-TEMP ASSIGN TO 'SHIPTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT CUST-ORDER-FILE ASSIGN TO 'CUSTORD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COR.
           SELECT CUST-ORDER-TEMP ASSIGN TO 'CUSTOTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CT.
           SELECT BILLING-FILE ASSIGN TO 'FATURIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAT.
           SELECT BILLING-TEMP ASSIGN TO 'FATUTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FT.
           SELECT ICMS-TAX-FILE ASSIGN TO 'ICMSTAX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAX.
           SELECT ICMS-TAX-TEMP ASSIGN TO 'ICMSTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TT.
           SELECT RATE-FILE ASSIGN TO 'TARIFAUF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TAR.
           SELECT CONSOL-REPORT-FILE ASSIGN TO 'CONSREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  SHIP-STATUS-TEMP.
       01  TMP-REC         PIC X(140).
       FD  CUST-ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  CUST-ORDER-TEMP.
       01  CT-REC          PIC X(99).
       FD  BILLING-FILE.
       COPY 'FATREC.COB'.
       FD  BILLING-TEMP.
       01  FT-REC          PIC X(90).
       FD  ICMS-TAX-FILE.
       COPY 'ICMSREC.COB'.
       FD  ICMS-TAX-TEMP.
       01  TT-REC          PIC X(26).
       FD  RATE-FILE.
       01  RAT-REC.
           02 RAT-UF       PIC X(02).
           02 RAT-VIGENCIA PIC 9(08).
           02 RAT-MULT     PIC 9(01)V99.
           02 RAT-ICMS     PIC 9(02)V99.
       FD  CONSOL-REPORT-FILE.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-SST      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-COR      PIC X(02) VALUE SPACES.
       77 WRK-FS-CT       PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT      PIC X(02) VALUE SPACES.
       77 WRK-FS-FT       PIC X(02) VALUE SPACES.
       77 WRK-FS-TAX      PIC X(02) VALUE SPACES.
       77 WRK-FS-TT       PIC X(02) VALUE SPACES.
       77 WRK-FS-TAR      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REL    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LOTE-X PIC X(08) VALUE SPACES.
       77 WRK-DATA-LOTE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-TARIFAS PIC 9(02) VALUE ZEROS.
       77 WRK-IND-TARIFA  PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-TARIFAS.
           02 WRK-TARIFA OCCURS 90 TIMES.
               03 WRK-TAR-UF   PIC X(02).
               03 WRK-TAR-VIG  PIC 9(08).
               03 WRK-TAR-MULT PIC 9(01)V99.
               03 WRK-TAR-ICMS PIC 9(02)V99.
       77 WRK-VIG-ESCOLHIDA PIC 9(08) VALUE ZEROS.
       77 WRK-MULT-UF     PIC 9(01)V99 VALUE ZEROS.
       77 WRK-MULT-PESO   PIC 9(01)V99 VALUE 1,00.
       77 WRK-ICMS-UF     PIC 9(02)V99 VALUE ZEROS.
       77 WRK-QTD-PED     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PED     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-PED     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TROCA   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-GRP     PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-TROCA PIC 9(03) VALUE ZEROS.
       77 WRK-NUM-LIDER   PIC 9(08) VALUE ZEROS.
       77 WRK-PED-TROCA   PIC X(99) VALUE SPACES.
       01 WRK-TABELA-PED.
           02 WRK-PED OCCURS 500 TIMES.
               03 WRK-PED-CLIENTE   PIC 9(06).
               03 WRK-PED-UF        PIC X(02).
               03 WRK-PED-TRANSP    PIC 9(02).
               03 WRK-PED-ENDERECO  PIC 9(02).
               03 WRK-PED-NUMERO    PIC 9(08).
               03 WRK-PED-EMBARQUE  PIC 9(08).
               03 WRK-PED-SITUACAO  PIC X(01).
               03 WRK-PED-PESO      PIC 9(05)V99.
               03 WRK-PED-FRETE-ANT PIC 9(06)V99.
               03 WRK-PED-FRETE     PIC 9(06)V99.
               03 WRK-PED-ALIQ      PIC 9(02)V99.
               03 WRK-PED-ICMS      PIC 9(06)V99.
               03 WRK-PED-VALOR-COR PIC 9(07)V99.
               03 WRK-PED-VALOR-FAT PIC 9(07)V99.
               03 WRK-PED-ITENS-COR PIC 9(03).
               03 WRK-PED-ITENS-FAT PIC 9(03).
               03 WRK-PED-VISTO     PIC 9(03).
               03 WRK-PED-ALOCADO   PIC 9(06)V99.
      * SITUACAO: 'C' CANDIDATO / 'G' CONSOLIDADO NESTE PROCESSAMENTO /
      * 'X' FORA (JA DESPACHADO, JA CONSOLIDADO, LIDER DE EMBARQUE
      * ANTERIOR OU SEM CLIENTE) / 'D' CUSTORD X FATURIN DIVERGENTE
       77 WRK-GRP-INICIO  PIC 9(03) VALUE ZEROS.
       77 WRK-GRP-FIM     PIC 9(03) VALUE ZEROS.
       77 WRK-GRP-QTD     PIC 9(03) VALUE ZEROS.
       77 WRK-GRP-PESO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-GRP-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GRP-FRETE   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GRP-ANTES   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-GRP-ALOCADO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PESO-NOVO   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTD-ITENS   PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-ITEM  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FRETE-ITEM  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ICMS-ITEM   PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTD-EMBARQ  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CONSOL  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-DIVERG  PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-ANTES   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DEPOIS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PESO-ED     PIC ZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ANTES-ED    PIC ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DEPOIS-ED   PIC ZZZZZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-LOTE.
           DISPLAY 'DATA DO LOTE (AAAAMMDD, BRANCO=HOJE): '.
           ACCEPT WRK-DATA-LOTE-X FROM CONSOLE.
           IF WRK-DATA-LOTE-X NOT = SPACES
               AND WRK-DATA-LOTE-X IS NUMERIC
               MOVE WRK-DATA-LOTE-X TO WRK-DATA-LOTE
           END-IF.
           PERFORM 0100-CARREGAR-TARIFAS.
           PERFORM 0200-CARREGAR-EMBARQUES.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** MAIS DE 500 EMBARQUES NA DATA DO LOTE -'
                   ' CONSOLIDACAO ABORTADA, NADA FOI ALTERADO'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB106 ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0300-SOMAR-VALORES.
           PERFORM 0400-ORDENAR-PEDIDOS.
           OPEN OUTPUT CONSOL-REPORT-FILE.
           PERFORM 0410-GERAR-CABECALHO-PADRAO.
           PERFORM 0500-FORMAR-EMBARQUES.
           IF WRK-QTD-EMBARQ > 0
               PERFORM 0600-REGRAVAR-CUSTORD
               PERFORM 0650-REGRAVAR-FATURIN
               PERFORM 0700-REGRAVAR-SHIPSTAT
               PERFORM 0750-REGRAVAR-ICMSTAX
           END-IF.
           PERFORM 0800-GRAVAR-TOTAIS.
           CLOSE CONSOL-REPORT-FILE.
           DISPLAY 'EMBARQUES CONSOLIDADOS: ' WRK-QTD-EMBARQ
               '  PEDIDOS: ' WRK-QTD-CONSOL.
           IF WRK-QTD-DIVERG > 0
               DISPLAY 'PEDIDOS COM CUSTORD X FATURIN DIVERGENTE: '
                   WRK-QTD-DIVERG
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB106'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB106'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-CARREGAR-TARIFAS.
           MOVE ZEROS TO WRK-QTD-TARIFAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RATE-FILE.
           IF WRK-FS-TAR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-TARIFAS < 90
                           ADD 1 TO WRK-QTD-TARIFAS
                           MOVE RAT-UF TO WRK-TAR-UF(WRK-QTD-TARIFAS)
                           MOVE RAT-VIGENCIA TO
                               WRK-TAR-VIG(WRK-QTD-TARIFAS)
                           MOVE RAT-MULT TO
                               WRK-TAR-MULT(WRK-QTD-TARIFAS)
                           MOVE RAT-ICMS TO
                               WRK-TAR-ICMS(WRK-QTD-TARIFAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           ELSE
               DISPLAY 'TARIFAUF INDISPONIVEL - NADA SERA CONSOLIDADO'
           END-IF.
      * TODOS OS EMBARQUES DA DATA DO LOTE ENTRAM NA TABELA; SO OS
      * CALCULADOS COM EMBARQUE PROPRIO SAO CANDIDATOS, E QUEM JA E
      * LIDER DE UM EMBARQUE CONSOLIDADO ANTES FICA DE FORA
       0200-CARREGAR-EMBARQUES.
           MOVE ZEROS TO WRK-QTD-PED.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST NOT = '00'
               DISPLAY 'SHIPSTAT INDISPONIVEL - STATUS ' WRK-FS-SST
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SST-DATA = WRK-DATA-LOTE
                               PERFORM 0210-INCLUIR-EMBARQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           END-IF.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               IF WRK-PED-EMBARQUE(WRK-IND-PED) NOT =
                   WRK-PED-NUMERO(WRK-IND-PED)
                   MOVE WRK-PED-EMBARQUE(WRK-IND-PED)
                       TO WRK-NUM-LIDER
                   PERFORM 0350-LOCALIZAR-LIDER
                   IF WRK-POS-PED > 0
                       MOVE 'X' TO WRK-PED-SITUACAO(WRK-POS-PED)
                   END-IF
               END-IF
           END-PERFORM.
       0210-INCLUIR-EMBARQUE.
           IF WRK-QTD-PED >= 500
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-PED
               MOVE SST-CLIENTE TO WRK-PED-CLIENTE(WRK-QTD-PED)
               MOVE SST-UF TO WRK-PED-UF(WRK-QTD-PED)
               MOVE SST-TRANSP TO WRK-PED-TRANSP(WRK-QTD-PED)
               IF SST-ENDERECO IS NUMERIC
                   MOVE SST-ENDERECO TO WRK-PED-ENDERECO(WRK-QTD-PED)
               ELSE
                   MOVE ZEROS TO WRK-PED-ENDERECO(WRK-QTD-PED)
               END-IF
               MOVE SST-NUMERO TO WRK-PED-NUMERO(WRK-QTD-PED)
               IF SST-EMBARQUE IS NUMERIC
                   AND SST-EMBARQUE NOT = ZEROS
                   MOVE SST-EMBARQUE TO WRK-PED-EMBARQUE(WRK-QTD-PED)
               ELSE
                   MOVE SST-NUMERO TO WRK-PED-EMBARQUE(WRK-QTD-PED)
               END-IF
               EVALUATE TRUE
                   WHEN SST-PESO-REAL IS NUMERIC
                       MOVE SST-PESO-REAL TO WRK-PED-PESO(WRK-QTD-PED)
                   WHEN SST-PESO IS NUMERIC
                       MOVE SST-PESO TO WRK-PED-PESO(WRK-QTD-PED)
                   WHEN OTHER
                       MOVE ZEROS TO WRK-PED-PESO(WRK-QTD-PED)
               END-EVALUATE
               MOVE SST-FRETE TO WRK-PED-FRETE-ANT(WRK-QTD-PED)
               MOVE SST-FRETE TO WRK-PED-FRETE(WRK-QTD-PED)
               MOVE ZEROS TO WRK-PED-ALIQ(WRK-QTD-PED)
                   WRK-PED-ICMS(WRK-QTD-PED)
                   WRK-PED-VALOR-COR(WRK-QTD-PED)
                   WRK-PED-VALOR-FAT(WRK-QTD-PED)
                   WRK-PED-ITENS-COR(WRK-QTD-PED)
                   WRK-PED-ITENS-FAT(WRK-QTD-PED)
                   WRK-PED-VISTO(WRK-QTD-PED)
                   WRK-PED-ALOCADO(WRK-QTD-PED)
               IF SST-STATUS = 'CALCULADO'
                   AND SST-CLIENTE NOT = ZEROS
                   AND WRK-PED-EMBARQUE(WRK-QTD-PED) = SST-NUMERO
                   MOVE 'C' TO WRK-PED-SITUACAO(WRK-QTD-PED)
               ELSE
                   MOVE 'X' TO WRK-PED-SITUACAO(WRK-QTD-PED)
               END-IF
           END-IF.
      * VALOR E NUMERO DE ITENS DE CADA PEDIDO NO CUSTORD E NO FATURIN
       0300-SOMAR-VALORES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUST-ORDER-FILE.
           IF WRK-FS-COR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUST-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE CORD-PEDIDO TO WRK-NUM-LIDER
                           PERFORM 0350-LOCALIZAR-LIDER
                           IF WRK-POS-PED > 0
                               ADD CORD-VALOR TO
                                   WRK-PED-VALOR-COR(WRK-POS-PED)
                               ADD 1 TO
                                   WRK-PED-ITENS-COR(WRK-POS-PED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUST-ORDER-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT BILLING-FILE.
           IF WRK-FS-FAT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ BILLING-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE FAT-PEDIDO TO WRK-NUM-LIDER
                           PERFORM 0350-LOCALIZAR-LIDER
                           IF WRK-POS-PED > 0
                               ADD FAT-VALOR TO
                                   WRK-PED-VALOR-FAT(WRK-POS-PED)
                               ADD 1 TO
                                   WRK-PED-ITENS-FAT(WRK-POS-PED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               IF WRK-PED-SITUACAO(WRK-IND-PED) = 'C'
                   IF WRK-PED-VALOR-COR(WRK-IND-PED) = ZEROS
                       OR WRK-PED-VALOR-COR(WRK-IND-PED) NOT =
                          WRK-PED-VALOR-FAT(WRK-IND-PED)
                       MOVE 'D' TO WRK-PED-SITUACAO(WRK-IND-PED)
                       ADD 1 TO WRK-QTD-DIVERG
                   END-IF
               END-IF
           END-PERFORM.
      * POSICAO DO PEDIDO WRK-NUM-LIDER NA TABELA (0 = NAO ESTA)
       0350-LOCALIZAR-LIDER.
           MOVE ZEROS TO WRK-POS-PED.
           PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                   UNTIL WRK-IND-TROCA > WRK-QTD-PED
                   OR WRK-POS-PED > 0
               IF WRK-PED-NUMERO(WRK-IND-TROCA) = WRK-NUM-LIDER
                   MOVE WRK-IND-TROCA TO WRK-POS-PED
               END-IF
           END-PERFORM.
      * ORDENACAO POR TROCA SIMPLES (CLIENTE + UF + TRANSPORTADORA +
      * ENDERECO DE ENTREGA + PEDIDO) - O PEDIDO MAIS ANTIGO DO GRUPO
      * VIRA O LIDER
       0400-ORDENAR-PEDIDOS.
           IF WRK-QTD-PED > 1
               COMPUTE WRK-LIMITE-TROCA = WRK-QTD-PED - 1
               PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                       UNTIL WRK-IND-PED > WRK-LIMITE-TROCA
                   PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                           UNTIL WRK-IND-TROCA > WRK-LIMITE-TROCA
                       IF WRK-PED(WRK-IND-TROCA)(1:20) >
                           WRK-PED(WRK-IND-TROCA + 1)(1:20)
                           MOVE WRK-PED(WRK-IND-TROCA)
                               TO WRK-PED-TROCA
                           MOVE WRK-PED(WRK-IND-TROCA + 1)
                               TO WRK-PED(WRK-IND-TROCA)
                           MOVE WRK-PED-TROCA
                               TO WRK-PED(WRK-IND-TROCA + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0410-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='CONSOLIDACAO DE EMBARQUES'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-REL==.
      * CANDIDATOS CONSECUTIVOS COM MESMO CLIENTE, UF, TRANSPORTADORA
      * E ENDERECO DE ENTREGA FORMAM O GRUPO ENQUANTO O PESO SOMADO
      * COUBER EM SST-PESO-REAL
       0500-FORMAR-EMBARQUES.
           MOVE ZEROS TO WRK-QTD-EMBARQ WRK-QTD-CONSOL WRK-GRP-QTD
               WRK-TOT-ANTES WRK-TOT-DEPOIS.
           MOVE SPACES TO REL-LINHA.
           STRING 'DATA DO LOTE: ' WRK-DATA-LOTE
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               IF WRK-PED-SITUACAO(WRK-IND-PED) = 'C'
                   PERFORM 0510-AGRUPAR-PEDIDO
               END-IF
           END-PERFORM.
           IF WRK-GRP-QTD > 1
               PERFORM 0550-CONSOLIDAR-GRUPO
           END-IF.
       0510-AGRUPAR-PEDIDO.
           COMPUTE WRK-PESO-NOVO =
               WRK-GRP-PESO + WRK-PED-PESO(WRK-IND-PED).
           IF WRK-GRP-QTD > 0
               AND WRK-PED(WRK-IND-PED)(1:12) =
                   WRK-PED(WRK-GRP-INICIO)(1:12)
               AND WRK-PESO-NOVO NOT > 99999,99
               ADD 1 TO WRK-GRP-QTD
               MOVE WRK-PESO-NOVO TO WRK-GRP-PESO
               ADD WRK-PED-VALOR-COR(WRK-IND-PED) TO WRK-GRP-VALOR
               ADD WRK-PED-FRETE-ANT(WRK-IND-PED) TO WRK-GRP-ANTES
               MOVE WRK-IND-PED TO WRK-GRP-FIM
           ELSE
               IF WRK-GRP-QTD > 1
                   PERFORM 0550-CONSOLIDAR-GRUPO
               END-IF
               MOVE 1 TO WRK-GRP-QTD
               MOVE WRK-IND-PED TO WRK-GRP-INICIO WRK-GRP-FIM
               MOVE WRK-PED-PESO(WRK-IND-PED) TO WRK-GRP-PESO
               MOVE WRK-PED-VALOR-COR(WRK-IND-PED) TO WRK-GRP-VALOR
               MOVE WRK-PED-FRETE-ANT(WRK-IND-PED) TO WRK-GRP-ANTES
           END-IF.
      * UM SO FRETE PELA FORMULA DO LOTE SOBRE O EMBARQUE INTEIRO,
      * RATEADO PELO VALOR DOS PEDIDOS (O ULTIMO LEVA A DIFERENCA);
      * SE A FAIXA DO PESO SOMADO DER MAIS QUE A SOMA DOS FRETES
      * SEPARADOS, VALE A SOMA - CONSOLIDAR NUNCA ENCARECE O CLIENTE
       0550-CONSOLIDAR-GRUPO.
           PERFORM 0560-DETERMINAR-MULT-UF.
           IF WRK-MULT-UF = 0
               MOVE SPACES TO REL-LINHA
               STRING 'CLIENTE ' WRK-PED-CLIENTE(WRK-GRP-INICIO)
                      ' UF ' WRK-PED-UF(WRK-GRP-INICIO)
                      ' SEM TARIFA VIGENTE - NAO CONSOLIDADO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 0570-DETERMINAR-MULT-PESO
               COMPUTE WRK-GRP-FRETE =
                   WRK-GRP-VALOR * WRK-MULT-UF * WRK-MULT-PESO
               IF WRK-GRP-FRETE > WRK-GRP-ANTES
                   MOVE WRK-GRP-ANTES TO WRK-GRP-FRETE
               END-IF
               ADD 1 TO WRK-QTD-EMBARQ
               MOVE WRK-PED-NUMERO(WRK-GRP-INICIO) TO WRK-NUM-LIDER
               MOVE WRK-GRP-PESO TO WRK-PESO-ED
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'EMBARQUE ' WRK-NUM-LIDER
                      ' CLIENTE ' WRK-PED-CLIENTE(WRK-GRP-INICIO)
                      ' UF ' WRK-PED-UF(WRK-GRP-INICIO)
                      ' TRANSP ' WRK-PED-TRANSP(WRK-GRP-INICIO)
                      ' END ' WRK-PED-ENDERECO(WRK-GRP-INICIO)
                      ' PESO ' WRK-PESO-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE 'PEDIDO         VALOR  FRETE ANTES FRETE DEPOIS'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE ZEROS TO WRK-GRP-ALOCADO
               PERFORM VARYING WRK-IND-GRP FROM WRK-GRP-INICIO BY 1
                       UNTIL WRK-IND-GRP > WRK-GRP-FIM
                   IF WRK-PED-SITUACAO(WRK-IND-GRP) = 'C'
                       PERFORM 0580-RATEAR-PEDIDO
                   END-IF
               END-PERFORM
               MOVE WRK-GRP-ANTES TO WRK-ANTES-ED
               MOVE WRK-GRP-FRETE TO WRK-DEPOIS-ED
               MOVE SPACES TO REL-LINHA
               STRING 'FRETE DO EMBARQUE (' WRK-GRP-QTD ' PEDIDOS)'
                      ' ANTES ' WRK-ANTES-ED
                      ' DEPOIS ' WRK-DEPOIS-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               ADD WRK-GRP-ANTES TO WRK-TOT-ANTES
               ADD WRK-GRP-FRETE TO WRK-TOT-DEPOIS
           END-IF.
      * MESMA ESCOLHA DE VIGENCIA DO 0200-DETERMINAR-MULT-UF DO LOTE
       0560-DETERMINAR-MULT-UF.
           MOVE ZEROS TO WRK-MULT-UF WRK-ICMS-UF WRK-VIG-ESCOLHIDA.
           PERFORM VARYING WRK-IND-TARIFA FROM 1 BY 1
                   UNTIL WRK-IND-TARIFA > WRK-QTD-TARIFAS
               IF WRK-TAR-UF(WRK-IND-TARIFA) =
                   WRK-PED-UF(WRK-GRP-INICIO)
                   AND WRK-TAR-VIG(WRK-IND-TARIFA) <= WRK-DATA-LOTE
                   AND WRK-TAR-VIG(WRK-IND-TARIFA) >=
                       WRK-VIG-ESCOLHIDA
                   MOVE WRK-TAR-VIG(WRK-IND-TARIFA)
                       TO WRK-VIG-ESCOLHIDA
                   MOVE WRK-TAR-MULT(WRK-IND-TARIFA) TO WRK-MULT-UF
                   MOVE WRK-TAR-ICMS(WRK-IND-TARIFA) TO WRK-ICMS-UF
               END-IF
           END-PERFORM.
       0570-DETERMINAR-MULT-PESO.
           EVALUATE TRUE
               WHEN WRK-GRP-PESO <= 5
                   MOVE 1,00 TO WRK-MULT-PESO
               WHEN WRK-GRP-PESO <= 20
                   MOVE 1,10 TO WRK-MULT-PESO
               WHEN WRK-GRP-PESO <= 50
                   MOVE 1,25 TO WRK-MULT-PESO
               WHEN OTHER
                   MOVE 1,50 TO WRK-MULT-PESO
           END-EVALUATE.
       0580-RATEAR-PEDIDO.
           IF WRK-IND-GRP = WRK-GRP-FIM
               COMPUTE WRK-PED-FRETE(WRK-IND-GRP) =
                   WRK-GRP-FRETE - WRK-GRP-ALOCADO
           ELSE
               COMPUTE WRK-PED-FRETE(WRK-IND-GRP) ROUNDED =
                   WRK-GRP-FRETE * WRK-PED-VALOR-COR(WRK-IND-GRP)
                   / WRK-GRP-VALOR
           END-IF.
           ADD WRK-PED-FRETE(WRK-IND-GRP) TO WRK-GRP-ALOCADO.
           MOVE WRK-ICMS-UF TO WRK-PED-ALIQ(WRK-IND-GRP).
           MOVE WRK-NUM-LIDER TO WRK-PED-EMBARQUE(WRK-IND-GRP).
           MOVE 'G' TO WRK-PED-SITUACAO(WRK-IND-GRP).
           ADD 1 TO WRK-QTD-CONSOL.
           MOVE WRK-PED-VALOR-COR(WRK-IND-GRP) TO WRK-VALOR-ED.
           MOVE WRK-PED-FRETE-ANT(WRK-IND-GRP) TO WRK-ANTES-ED.
           MOVE WRK-PED-FRETE(WRK-IND-GRP) TO WRK-DEPOIS-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WRK-PED-NUMERO(WRK-IND-GRP) ' ' WRK-VALOR-ED
                  '  ' WRK-ANTES-ED '   ' WRK-DEPOIS-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
      * FRETE DO ITEM = PARCELA DO PEDIDO PELO VALOR DA LINHA, O
      * ULTIMO ITEM LEVA A DIFERENCA; ICMS PELA ALIQUOTA DA UF
       0590-RATEAR-ITEM.
           ADD 1 TO WRK-PED-VISTO(WRK-POS-PED).
           IF WRK-PED-VISTO(WRK-POS-PED) >= WRK-QTD-ITENS
               COMPUTE WRK-FRETE-ITEM =
                   WRK-PED-FRETE(WRK-POS-PED) -
                   WRK-PED-ALOCADO(WRK-POS-PED)
           ELSE
               COMPUTE WRK-FRETE-ITEM ROUNDED =
                   WRK-PED-FRETE(WRK-POS-PED) * WRK-VALOR-ITEM
                   / WRK-PED-VALOR-COR(WRK-POS-PED)
           END-IF.
           ADD WRK-FRETE-ITEM TO WRK-PED-ALOCADO(WRK-POS-PED).
           COMPUTE WRK-ICMS-ITEM ROUNDED =
               WRK-FRETE-ITEM * WRK-PED-ALIQ(WRK-POS-PED) / 100.
       0600-REGRAVAR-CUSTORD.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUST-ORDER-FILE.
           OPEN OUTPUT CUST-ORDER-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ CUST-ORDER-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE CORD-PEDIDO TO WRK-NUM-LIDER
                       PERFORM 0350-LOCALIZAR-LIDER
                       IF WRK-POS-PED > 0
                           IF WRK-PED-SITUACAO(WRK-POS-PED) = 'G'
                               MOVE WRK-PED-ITENS-COR(WRK-POS-PED)
                                   TO WRK-QTD-ITENS
                               MOVE CORD-VALOR TO WRK-VALOR-ITEM
                               PERFORM 0590-RATEAR-ITEM
                               MOVE WRK-FRETE-ITEM TO CORD-FRETE
                               MOVE WRK-ICMS-ITEM TO CORD-ICMS
                               ADD WRK-ICMS-ITEM TO
                                   WRK-PED-ICMS(WRK-POS-PED)
                           END-IF
                       END-IF
                       WRITE CT-REC FROM CORD-REC
               END-READ
           END-PERFORM.
           CLOSE CUST-ORDER-FILE CUST-ORDER-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT CUST-ORDER-FILE.
           OPEN INPUT CUST-ORDER-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ CUST-ORDER-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE CORD-REC FROM CT-REC
               END-READ
           END-PERFORM.
           CLOSE CUST-ORDER-FILE CUST-ORDER-TEMP.
      * O FATURIN TEM OS MESMOS ITENS NA MESMA ORDEM DO CUSTORD - O
      * RATEIO E REFEITO DO ZERO E CHEGA NOS MESMOS VALORES
       0650-REGRAVAR-FATURIN.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               MOVE ZEROS TO WRK-PED-VISTO(WRK-IND-PED)
                   WRK-PED-ALOCADO(WRK-IND-PED)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT BILLING-FILE.
           OPEN OUTPUT BILLING-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE FAT-PEDIDO TO WRK-NUM-LIDER
                       PERFORM 0350-LOCALIZAR-LIDER
                       IF WRK-POS-PED > 0
                           IF WRK-PED-SITUACAO(WRK-POS-PED) = 'G'
                               MOVE WRK-PED-ITENS-FAT(WRK-POS-PED)
                                   TO WRK-QTD-ITENS
                               MOVE FAT-VALOR TO WRK-VALOR-ITEM
                               PERFORM 0590-RATEAR-ITEM
                               MOVE WRK-FRETE-ITEM TO FAT-FRETE
                               MOVE WRK-ICMS-ITEM TO FAT-ICMS
                               ADD FAT-FRETE FAT-ICMS GIVING FAT-TOTAL
                           END-IF
                       END-IF
                       WRITE FT-REC FROM FAT-REC
               END-READ
           END-PERFORM.
           CLOSE BILLING-FILE BILLING-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT BILLING-FILE.
           OPEN INPUT BILLING-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ BILLING-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE FAT-REC FROM FT-REC
               END-READ
           END-PERFORM.
           CLOSE BILLING-FILE BILLING-TEMP.
       0700-REGRAVAR-SHIPSTAT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           OPEN OUTPUT SHIP-STATUS-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SHIPMENT-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF SST-DATA = WRK-DATA-LOTE
                           MOVE SST-NUMERO TO WRK-NUM-LIDER
                           PERFORM 0350-LOCALIZAR-LIDER
                           IF WRK-POS-PED > 0
                               IF WRK-PED-SITUACAO(WRK-POS-PED) = 'G'
                                   MOVE WRK-PED-FRETE(WRK-POS-PED)
                                       TO SST-FRETE
                                   MOVE WRK-PED-EMBARQUE(WRK-POS-PED)
                                       TO SST-EMBARQUE
                               END-IF
                           END-IF
                       END-IF
                       WRITE TMP-REC FROM SST-REC
               END-READ
           END-PERFORM.
           CLOSE SHIPMENT-STATUS-FILE SHIP-STATUS-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT SHIPMENT-STATUS-FILE.
           OPEN INPUT SHIP-STATUS-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SHIP-STATUS-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE SST-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE SHIPMENT-STATUS-FILE SHIP-STATUS-TEMP.
       0750-REGRAVAR-ICMSTAX.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ICMS-TAX-FILE.
           IF WRK-FS-TAX = '00'
               OPEN OUTPUT ICMS-TAX-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ICMS-TAX-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TAX-DATA = WRK-DATA-LOTE
                               MOVE TAX-PEDIDO TO WRK-NUM-LIDER
                               PERFORM 0350-LOCALIZAR-LIDER
                               IF WRK-POS-PED > 0
                                   PERFORM 0760-AJUSTAR-ICMS
                               END-IF
                           END-IF
                           WRITE TT-REC FROM TAX-REC
                   END-READ
               END-PERFORM
               CLOSE ICMS-TAX-FILE ICMS-TAX-TEMP
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN OUTPUT ICMS-TAX-FILE
               OPEN INPUT ICMS-TAX-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ICMS-TAX-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           WRITE TAX-REC FROM TT-REC
                   END-READ
               END-PERFORM
               CLOSE ICMS-TAX-FILE ICMS-TAX-TEMP
           END-IF.
       0760-AJUSTAR-ICMS.
           IF WRK-PED-SITUACAO(WRK-POS-PED) = 'G'
               MOVE WRK-PED-ICMS(WRK-POS-PED) TO TAX-ICMS
           END-IF.
       0800-GRAVAR-TOTAIS.
           MOVE WRK-TOT-ANTES TO WRK-ANTES-ED.
           MOVE WRK-TOT-DEPOIS TO WRK-DEPOIS-ED.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EMBARQUES CONSOLIDADOS: ' WRK-QTD-EMBARQ
                  '  PEDIDOS: ' WRK-QTD-CONSOL
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'FRETE DOS PEDIDOS ANTES: ' WRK-ANTES-ED
                  '  DEPOIS: ' WRK-DEPOIS-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-PED FROM 1 BY 1
                   UNTIL WRK-IND-PED > WRK-QTD-PED
               IF WRK-PED-SITUACAO(WRK-IND-PED) = 'D'
                   MOVE SPACES TO REL-LINHA
                   STRING 'PEDIDO ' WRK-PED-NUMERO(WRK-IND-PED)
                          ' CUSTORD X FATURIN DIVERGENTE OU JA'
                          ' FATURADO - EMBARQUE PROPRIO'
                       DELIMITED BY SIZE INTO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-PERFORM.
