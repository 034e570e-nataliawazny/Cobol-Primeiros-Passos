      * MANUTENCAO = PEDIDO CUJA NOTA FOI CANCELADA NO PROGCOB75
      * (NOTAFISC COM STATUS 'C') E SEM REEMISSAO ATIVA FICA FORA DA
      * APURACAO - O ICMS DA NOTA CANCELADA NAO E MAIS DEVIDO
      * MANUTENCAO = NOTA DE ENTRADA DE DEVOLUCAO (NFR-TIPO 'E') NAO
      * CONTA COMO REEMISSAO DO PEDIDO
      * MANUTENCAO = APURACAO LIQUIDA POR UF: DEBITO DO ICMSTAX MENOS O
      * CREDITO DAS ENTRADAS DO MES (NOTAS DE FORNECEDOR DO NFFORN NAO
      * REJEITADAS E DEVOLUCOES NAO CANCELADAS DO NOTAFISC, COMO NO
      * LIVRO DE ENTRADAS DO PROGCOB122) E O SALDO CREDOR DO MES
      * ANTERIOR (ICMSSALD); O CREDITO QUE SOBRA VAI PARA O ICMSSALD
      * E E TRANSPORTADO PARA O MES SEGUINTE
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NF-REGISTRY-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFR.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO 'NFFORN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFF.
           SELECT ICMS-BALANCE-FILE ASSIGN TO 'ICMSSALD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ISD.
           SELECT ICMS-BALANCE-TEMP ASSIGN TO 'ICMSSTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IST.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       01  ICR-LINHA       PIC X(80).
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  SUPPLIER-INVOICE-FILE.
       COPY 'NFFREC.COB'.
       FD  ICMS-BALANCE-FILE.
       COPY 'ISDREC.COB'.
       FD  ICMS-BALANCE-TEMP.
       01  IST-REC         PIC X(28).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-POS-CANC    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXCLUI  PIC 9(06) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-FS-NFF      PIC X(02) VALUE SPACES.
       77 WRK-FS-ISD      PIC X(02) VALUE SPACES.
       77 WRK-FS-IST      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-MES-ANT     PIC 9(06) VALUE ZEROS.
       77 WRK-UF-BUSCA    PIC X(02) VALUE SPACES.
       77 WRK-SALDO       PIC S9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-ANTER   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-RECOLH  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CREDOR  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED    PIC Z(09)9.99 VALUE ZEROS.
       01 WRK-TABELA-CANCELADOS.
           02 WRK-CANC OCCURS 300 TIMES.
               03 WRK-CANC-PEDIDO PIC 9(08).
               03 WRK-APUR-UF   PIC X(02).
               03 WRK-APUR-QTD  PIC 9(06).
               03 WRK-APUR-ICMS PIC 9(08)V99.
               03 WRK-APUR-CREDITO PIC 9(10)V99.
               03 WRK-APUR-ANTER   PIC 9(10)V99.
               03 WRK-APUR-RECOLH  PIC 9(10)V99.
               03 WRK-APUR-CREDOR  PIC 9(10)V99.
       01 WRK-LINHA-UF.
           02 WRK-LU-UF      PIC X(02).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LU-QTD     PIC ZZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LU-ICMS    PIC Z(07)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LU-CREDITO PIC Z(07)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LU-ANTER   PIC Z(07)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LU-RECOLH  PIC Z(07)9.99.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LU-CREDOR  PIC Z(07)9.99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           DISPLAY 'MES DE REFERENCIA (AAAAMM): '.
           ACCEPT WRK-MES-REF FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-UF WRK-TOT-CREDITO.
           PERFORM 0050-CARREGAR-CANCELADAS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** NOTAFISC TEM MAIS DE 300 PEDIDOS COM'
               GOBACK
           END-IF.
           PERFORM 0100-ACUMULAR-ICMS.
           PERFORM 0120-ACUMULAR-FORNECEDORES.
           PERFORM 0130-LER-SALDO-ANTERIOR.
           PERFORM 0150-APURAR-SALDOS.
           PERFORM 0200-GRAVAR-RELATORIO.
           PERFORM 0300-GRAVAR-SALDO-CREDOR.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFR
                       NOT AT END
                           IF NFR-TIPO NOT = 'E'
                               PERFORM 0060-CLASSIFICAR-NOTA
                           ELSE
                               PERFORM 0065-CREDITAR-DEVOLUCAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE
                   MOVE 'S' TO WRK-CANC-ATIVA(WRK-POS-CANC)
               END-IF
           END-IF.
      * ICMS DA DEVOLUCAO DE CLIENTE NO MES E CREDITO NA UF DELE
       0065-CREDITAR-DEVOLUCAO.
           MOVE NFR-DATA(1:6) TO WRK-ANOMES-REG.
           IF WRK-ANOMES-REG = WRK-MES-REF AND NFR-STATUS NOT = 'C'
               MOVE NFR-UF TO WRK-UF-BUSCA
               PERFORM 0115-LOCALIZAR-UF
               IF WRK-POS-UF > 0
                   ADD NFR-ICMS TO WRK-APUR-CREDITO(WRK-POS-UF)
                   ADD NFR-ICMS TO WRK-TOT-CREDITO
               END-IF
           END-IF.
       0070-VERIFICAR-CANCELADO.
           MOVE ZEROS TO WRK-POS-CANC.
           PERFORM VARYING WRK-IND-CANC FROM 1 BY 1
               END-IF
           END-PERFORM.
       0100-ACUMULAR-ICMS.
           MOVE ZEROS TO WRK-QTD-REG WRK-TOT-ICMS.
           MOVE 'N' TO WRK-FIM-TAX.
           OPEN INPUT ICMS-TAX-FILE.
           IF WRK-FS-TAX = '00'
               DISPLAY 'ICMSTAX INDISPONIVEL - NENHUM ICMS NO MES'
           END-IF.
       0110-ACUMULAR-REGISTRO.
           MOVE TAX-UF TO WRK-UF-BUSCA.
           PERFORM 0115-LOCALIZAR-UF.
           IF WRK-POS-UF > 0
               ADD 1 TO WRK-APUR-QTD(WRK-POS-UF)
               ADD TAX-ICMS TO WRK-APUR-ICMS(WRK-POS-UF)
               ADD 1 TO WRK-QTD-REG
               ADD TAX-ICMS TO WRK-TOT-ICMS
           END-IF.
      * POSICAO DA UF NA TABELA, INCLUIDA COM TUDO ZERADO NA PRIMEIRA
      * VEZ (DEBITO, CREDITO OU SALDO ANTERIOR)
       0115-LOCALIZAR-UF.
           MOVE ZEROS TO WRK-POS-UF.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
               IF WRK-APUR-UF(WRK-IND-UF) = WRK-UF-BUSCA
                   MOVE WRK-IND-UF TO WRK-POS-UF
               END-IF
           END-PERFORM.
           IF WRK-POS-UF = 0 AND WRK-QTD-UF < 30
               ADD 1 TO WRK-QTD-UF
               MOVE WRK-QTD-UF TO WRK-POS-UF
               MOVE WRK-UF-BUSCA TO WRK-APUR-UF(WRK-POS-UF)
               MOVE ZEROS TO WRK-APUR-QTD(WRK-POS-UF)
               MOVE ZEROS TO WRK-APUR-ICMS(WRK-POS-UF)
               MOVE ZEROS TO WRK-APUR-CREDITO(WRK-POS-UF)
               MOVE ZEROS TO WRK-APUR-ANTER(WRK-POS-UF)
               MOVE ZEROS TO WRK-APUR-RECOLH(WRK-POS-UF)
               MOVE ZEROS TO WRK-APUR-CREDOR(WRK-POS-UF)
           END-IF.
      * NOTA DE FORNECEDOR DO MES (PELA EMISSAO) NAO REJEITADA; A
      * LANCADA ANTES DOS CAMPOS FISCAIS NAO TEM ICMS A CREDITAR
       0120-ACUMULAR-FORNECEDORES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WRK-FS-NFF = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SUPPLIER-INVOICE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE NFF-EMISSAO(1:6) TO WRK-ANOMES-REG
                           IF WRK-ANOMES-REG = WRK-MES-REF
                               AND NFF-SITUACAO NOT = 'R'
                               AND NFF-ICMS IS NUMERIC
                               AND NFF-ICMS > ZEROS
                               MOVE NFF-UF TO WRK-UF-BUSCA
                               PERFORM 0115-LOCALIZAR-UF
                               PERFORM 0125-CREDITAR-FORNECEDOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-INVOICE-FILE
           END-IF.
       0125-CREDITAR-FORNECEDOR.
           IF WRK-POS-UF > 0
               ADD NFF-ICMS TO WRK-APUR-CREDITO(WRK-POS-UF)
               ADD NFF-ICMS TO WRK-TOT-CREDITO
           END-IF.
      * SALDO CREDOR DEIXADO PELA APURACAO DO MES ANTERIOR
       0130-LER-SALDO-ANTERIOR.
           IF WRK-MES-REF(5:2) = '01'
               COMPUTE WRK-MES-ANT = WRK-MES-REF - 89
           ELSE
               COMPUTE WRK-MES-ANT = WRK-MES-REF - 1
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ICMS-BALANCE-FILE.
           IF WRK-FS-ISD = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ICMS-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF ISD-ANOMES = WRK-MES-ANT
                               MOVE ISD-UF TO WRK-UF-BUSCA
                               PERFORM 0115-LOCALIZAR-UF
                               PERFORM 0135-GUARDAR-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ICMS-BALANCE-FILE
           END-IF.
       0135-GUARDAR-SALDO.
           IF WRK-POS-UF > 0
               ADD ISD-SALDO TO WRK-APUR-ANTER(WRK-POS-UF)
           END-IF.
      * DEBITO MENOS CREDITO DO MES E SALDO ANTERIOR: POSITIVO E
      * ICMS A RECOLHER, NEGATIVO E SALDO CREDOR A TRANSPORTAR
       0150-APURAR-SALDOS.
           MOVE ZEROS TO WRK-TOT-ANTER WRK-TOT-RECOLH WRK-TOT-CREDOR.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
               COMPUTE WRK-SALDO = WRK-APUR-ICMS(WRK-IND-UF)
                   - WRK-APUR-CREDITO(WRK-IND-UF)
                   - WRK-APUR-ANTER(WRK-IND-UF)
               IF WRK-SALDO > 0
                   MOVE WRK-SALDO TO WRK-APUR-RECOLH(WRK-IND-UF)
                   MOVE ZEROS TO WRK-APUR-CREDOR(WRK-IND-UF)
               ELSE
                   MOVE ZEROS TO WRK-APUR-RECOLH(WRK-IND-UF)
                   COMPUTE WRK-APUR-CREDOR(WRK-IND-UF) = 0 - WRK-SALDO
               END-IF
               ADD WRK-APUR-ANTER(WRK-IND-UF) TO WRK-TOT-ANTER
               ADD WRK-APUR-RECOLH(WRK-IND-UF) TO WRK-TOT-RECOLH
               ADD WRK-APUR-CREDOR(WRK-IND-UF) TO WRK-TOT-CREDOR
           END-PERFORM.
       0200-GRAVAR-RELATORIO.
           MOVE ZEROS TO WRK-PAGINA.
           OPEN OUTPUT ICMS-REPORT-FILE.
           STRING 'APURACAO DE ICMS DO MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO ICR-LINHA.
           WRITE ICR-LINHA.
           MOVE SPACES TO ICR-LINHA.
           STRING 'UF  PEDIDOS     DEBITOS    CREDITOS   SALDO ANT'
                  '  A RECOLHER SALDO CREDOR'
               DELIMITED BY SIZE INTO ICR-LINHA.
           WRITE ICR-LINHA.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
                  WRK-QTD-EXCLUI
               DELIMITED BY SIZE INTO ICR-LINHA.
           WRITE ICR-LINHA.
           MOVE WRK-TOT-CREDITO TO WRK-TOTAL-ED.
           MOVE SPACES TO ICR-LINHA.
           STRING 'CREDITO DAS ENTRADAS DO MES: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO ICR-LINHA.
           WRITE ICR-LINHA.
           MOVE WRK-TOT-ANTER TO WRK-TOTAL-ED.
           MOVE SPACES TO ICR-LINHA.
           STRING 'SALDO CREDOR DO MES ' WRK-MES-ANT ': '
                  WRK-TOTAL-ED
               DELIMITED BY SIZE INTO ICR-LINHA.
           WRITE ICR-LINHA.
           MOVE WRK-TOT-RECOLH TO WRK-TOTAL-ED.
           MOVE SPACES TO ICR-LINHA.
           STRING 'ICMS A RECOLHER NO MES.....: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO ICR-LINHA.
           WRITE ICR-LINHA.
           MOVE WRK-TOT-CREDOR TO WRK-TOTAL-ED.
           MOVE SPACES TO ICR-LINHA.
           STRING 'SALDO CREDOR A TRANSPORTAR.: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO ICR-LINHA.
           WRITE ICR-LINHA.
           CLOSE ICMS-REPORT-FILE.
           DISPLAY 'APURACAO GRAVADA EM ICMSREL'.
       COPY 'RELHEAD.COB'
           MOVE WRK-APUR-UF(WRK-IND-UF) TO WRK-LU-UF.
           MOVE WRK-APUR-QTD(WRK-IND-UF) TO WRK-LU-QTD.
           MOVE WRK-APUR-ICMS(WRK-IND-UF) TO WRK-LU-ICMS.
           MOVE WRK-APUR-CREDITO(WRK-IND-UF) TO WRK-LU-CREDITO.
           MOVE WRK-APUR-ANTER(WRK-IND-UF) TO WRK-LU-ANTER.
           MOVE WRK-APUR-RECOLH(WRK-IND-UF) TO WRK-LU-RECOLH.
           MOVE WRK-APUR-CREDOR(WRK-IND-UF) TO WRK-LU-CREDOR.
           WRITE ICR-LINHA FROM WRK-LINHA-UF.
      * OS SALDOS DO MES APURADO SUBSTITUEM OS DE UMA APURACAO
      * ANTERIOR DO MESMO MES; OS DEMAIS MESES FICAM COMO ESTAO
       0300-GRAVAR-SALDO-CREDOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT ICMS-BALANCE-TEMP.
           OPEN INPUT ICMS-BALANCE-FILE.
           IF WRK-FS-ISD = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ICMS-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF ISD-ANOMES NOT = WRK-MES-REF
                               WRITE IST-REC FROM ISD-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ICMS-BALANCE-FILE
           END-IF.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
               IF WRK-APUR-CREDOR(WRK-IND-UF) > 0
                   MOVE WRK-MES-REF TO ISD-ANOMES
                   MOVE WRK-APUR-UF(WRK-IND-UF) TO ISD-UF
                   MOVE WRK-APUR-CREDOR(WRK-IND-UF) TO ISD-SALDO
                   MOVE WRK-DATA-HOJE TO ISD-DATA
                   WRITE IST-REC FROM ISD-REC
               END-IF
           END-PERFORM.
           CLOSE ICMS-BALANCE-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ICMS-BALANCE-TEMP.
           OPEN OUTPUT ICMS-BALANCE-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ ICMS-BALANCE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE ISD-REC FROM IST-REC
               END-READ
           END-PERFORM.
           CLOSE ICMS-BALANCE-TEMP ICMS-BALANCE-FILE.
