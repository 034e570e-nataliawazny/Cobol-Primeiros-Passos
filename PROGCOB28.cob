      * HASH DOS VALORES); O ARQUIVO E CONFERIDO INTEIRO ANTES DA
      * CRITICA E, SE NAO BATER, O PASSO ABORTA COM MENSAGEM NO
      * CONSOLE E REGISTRO ERRO NO RUNLOG, SEM GRAVAR O ORDERFILE
      * MANUTENCAO = PEDIDO COM VARIOS ITENS: LINHA 'C' (CABECALHO COM
      * CLIENTE, UF E QTD DE ITENS) SEGUIDA DAS LINHAS 'I' (PRODUTO,
      * QUANTIDADE, VALOR E PESO UNITARIOS) - LAYOUT EM ENTREC.COB; O
      * PEDIDO E CRITICADO INTEIRO E, SE FALHAR, TODAS AS SUAS LINHAS
      * VAO PARA O ORDEREJ; LINHA NO LAYOUT ANTIGO (UM PRODUTO SO)
      * SEGUE ACEITA E SAI CONVERTIDA EM CABECALHO + ITEM DE QTD 1
      * MOTIVOS NOVOS: 04-PEDIDO SEM ITENS  05-QTD DE ITENS NAO CONFERE
      *          06-ITEM SEM CABECALHO  07-QUANTIDADE ZERADA
      *          08-VALOR/PESO ACIMA DO LIMITE (999999,99 / 99999,99 KG)
      *          09-PEDIDO COM MAIS DE 50 ITENS
      * MANUTENCAO = REGISTROS DE PEDIDO DO ORDERENT CRITICADOS SAO
      * GRAVADOS NO VOLHIST (PRGVOLUM) PARA O CONTROLE DE VOLUME DA
      * CADEIA (PROGCOB143)
      * MANUTENCAO = PESO DO PEDIDO NO LAYOUT ANTIGO CONVERTIDO COM AS
      * DUAS DECIMAIS (ERA LIDO COMO INTEIRO)
      * MANUTENCAO = LIMITE DE PESO DO PEDIDO PASSA A 99999,99 KG,
      * O PESO QUE O SHIPSTAT GUARDA (SST-PESO-REAL)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-ENTRY-FILE.
       COPY 'ENTREC.COB'.
       FD  ORDERS-FILE.
       01  PED-REC         PIC X(60).
       FD  ORDER-REJECT-FILE.
       01  REJ-LINHA       PIC X(90).
       FD  RATE-FILE.
       01  RAT-REC.
           02 RAT-UF       PIC X(02).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-VOL-PROGRAMA PIC X(10) VALUE 'PROGCOB28'.
       77 WRK-VOL-ARQUIVO PIC X(10) VALUE 'ORDERENT'.
       77 WRK-VOL-QTD     PIC 9(09) VALUE ZEROS.
       77 WRK-FS-ENT      PIC X(02) VALUE SPACES.
       77 WRK-FS-PED      PIC X(02) VALUE SPACES.
       77 WRK-FS-REJ      PIC X(02) VALUE SPACES.
       77 WRK-TRL-HASH    PIC 9(11)V99 VALUE ZEROS.
       01 WRK-VALOR-AUX.
           02 WRK-VALOR-NUM PIC 9(06)V99 VALUE ZEROS.
       01 WRK-PESO-AUX.
           02 WRK-PESO-NUM  PIC 9(03)V99 VALUE ZEROS.
       77 WRK-UF-CRIT     PIC X(02) VALUE SPACES.
       77 WRK-PED-ABERTO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-BUF     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-BUF     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ITENS   PIC 9(03) VALUE ZEROS.
       77 WRK-TOT-VALOR   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PESO    PIC 9(07)V99 VALUE ZEROS.
       01 WRK-TABELA-PEDIDO.
           02 WRK-PB-LINHA OCCURS 51 TIMES PIC X(60).
       01 WRK-CAB-AUX.
           02 WRK-CA-TIPO       PIC X(01).
           02 WRK-CA-CLIENTE    PIC X(06).
           02 WRK-CA-UF         PIC X(02).
           02 WRK-CA-QTD-ITENS  PIC X(03).
           02 WRK-CA-QTD-N REDEFINES WRK-CA-QTD-ITENS PIC 9(03).
           02 WRK-CA-ORIGEM     PIC X(08).
           02 WRK-CA-REFERENCIA PIC X(10).
           02 FILLER            PIC X(30).
       01 WRK-ITEM-AUX.
           02 WRK-IA-TIPO       PIC X(01).
           02 WRK-IA-CODPROD    PIC 9(06).
           02 WRK-IA-QTD        PIC 9(05).
           02 WRK-IA-VALOR      PIC 9(06)V99.
           02 WRK-IA-PESO       PIC 9(03)V99.
           02 FILLER            PIC X(35).
       01 WRK-LINHA-REJ.
           02 WRK-LR-MOTIVO  PIC 9(02).
           02 FILLER         PIC X(01) VALUE '-'.
           02 WRK-LR-TEXTO   PIC X(25).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LR-REC     PIC X(60).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
               PERFORM 0150-CARREGAR-TARIFAS
               PERFORM 0200-CRITICAR-PEDIDOS
               PERFORM 0300-FINALIZAR
               PERFORM 0930-REGISTRAR-VOLUME
               PERFORM 0910-REGISTRAR-FIM
               IF WRK-QTD-REJEITO > 0
                   MOVE 4 TO RETURN-CODE
           REPLACING ==PARA-NOME== BY ==0920-REGISTRAR-ERRO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB28'==,
                     ==STATUS-EXEC== BY =='ERRO-ARQ'==.
       0930-REGISTRAR-VOLUME.
           MOVE WRK-VER-QTD TO WRK-VOL-QTD.
           CALL 'PRGVOLUM' USING WRK-VOL-PROGRAMA WRK-VOL-ARQUIVO
               WRK-VOL-QTD.
       0050-VERIFICAR-INTERFACE.
           MOVE 'N' TO WRK-ARQ-OK WRK-TEM-HEADER WRK-TEM-TRAILER.
           MOVE ZEROS TO WRK-VER-QTD WRK-VER-HASH
                   MOVE 'S' TO WRK-TEM-TRAILER
                   MOVE ENT-TRL-QTD TO WRK-TRL-QTD
                   MOVE ENT-TRL-HASH TO WRK-TRL-HASH
               WHEN 'C'
                   ADD 1 TO WRK-VER-QTD
               WHEN 'I'
                   ADD 1 TO WRK-VER-QTD
                   IF ENI-VALOR IS NUMERIC
                       ADD ENI-VALOR TO WRK-VER-HASH
                   END-IF
               WHEN OTHER
                   ADD 1 TO WRK-VER-QTD
                   IF ENT-VALOR IS NUMERIC
           END-IF.
       0200-CRITICAR-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-ENTRADA WRK-QTD-SAIDA WRK-QTD-REJEITO.
           MOVE 'N' TO WRK-FIM-ENT WRK-PED-ABERTO.
           OPEN INPUT ORDER-ENTRY-FILE.
           OPEN OUTPUT ORDERS-FILE.
           OPEN OUTPUT ORDER-REJECT-FILE.
                           OR ENT-CODPROD(1:1) = 'T'
                           CONTINUE
                       ELSE
                           PERFORM 0205-TRATAR-LINHA
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-PED-ABERTO = 'S'
               PERFORM 0250-FECHAR-PEDIDO
           END-IF.
       0205-TRATAR-LINHA.
           EVALUATE ENT-CODPROD(1:1)
               WHEN 'C'
                   IF WRK-PED-ABERTO = 'S'
                       PERFORM 0250-FECHAR-PEDIDO
                   END-IF
                   ADD 1 TO WRK-QTD-ENTRADA
                   MOVE 'S' TO WRK-PED-ABERTO
                   MOVE ZEROS TO WRK-MOTIVO
                   MOVE 1 TO WRK-QTD-BUF
                   MOVE ENT-REC TO WRK-PB-LINHA(1)
               WHEN 'I'
                   IF WRK-PED-ABERTO = 'N'
                       ADD 1 TO WRK-QTD-ENTRADA
                       MOVE 06 TO WRK-MOTIVO
                       MOVE ENT-REC TO WRK-LR-REC
                       PERFORM 0230-GRAVAR-REJEITO
                       ADD 1 TO WRK-QTD-REJEITO
                   ELSE
                       IF WRK-QTD-BUF < 51
                           ADD 1 TO WRK-QTD-BUF
                           MOVE ENT-REC TO WRK-PB-LINHA(WRK-QTD-BUF)
                       ELSE
                           MOVE 09 TO WRK-MOTIVO
                           MOVE ENT-REC TO WRK-LR-REC
                           PERFORM 0230-GRAVAR-REJEITO
                       END-IF
                   END-IF
               WHEN OTHER
                   IF WRK-PED-ABERTO = 'S'
                       PERFORM 0250-FECHAR-PEDIDO
                   END-IF
                   ADD 1 TO WRK-QTD-ENTRADA
                   PERFORM 0210-CRITICAR-LAYOUT-ANTIGO
           END-EVALUATE.
       0210-CRITICAR-LAYOUT-ANTIGO.
           MOVE ZEROS TO WRK-MOTIVO.
           IF ENT-CODPROD NOT NUMERIC
               OR ENT-VALOR NOT NUMERIC
               IF ENT-PESO = '00000'
                   MOVE 02 TO WRK-MOTIVO
               ELSE
                   MOVE ENT-UF TO WRK-UF-CRIT
                   PERFORM 0220-VERIFICAR-UF
                   IF WRK-UF-OK = 'N'
                       MOVE 03 TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = ZEROS
               PERFORM 0215-CONVERTER-LAYOUT-ANTIGO
               ADD 1 TO WRK-QTD-SAIDA
           ELSE
               MOVE ENT-REC TO WRK-LR-REC
               PERFORM 0230-GRAVAR-REJEITO
               ADD 1 TO WRK-QTD-REJEITO
           END-IF.
       0215-CONVERTER-LAYOUT-ANTIGO.
           MOVE SPACES TO WRK-CAB-AUX.
           MOVE 'C' TO WRK-CA-TIPO.
           MOVE ENT-CLIENTE TO WRK-CA-CLIENTE.
           MOVE ENT-UF TO WRK-CA-UF.
           MOVE '001' TO WRK-CA-QTD-ITENS.
           WRITE PED-REC FROM WRK-CAB-AUX.
           MOVE SPACES TO WRK-ITEM-AUX.
           MOVE 'I' TO WRK-IA-TIPO.
           MOVE ENT-CODPROD TO WRK-IA-CODPROD.
           MOVE 1 TO WRK-IA-QTD.
           MOVE ENT-VALOR TO WRK-VALOR-AUX.
           MOVE WRK-VALOR-NUM TO WRK-IA-VALOR.
           MOVE ENT-PESO TO WRK-PESO-AUX.
           MOVE WRK-PESO-NUM TO WRK-IA-PESO.
           WRITE PED-REC FROM WRK-ITEM-AUX.
       0220-VERIFICAR-UF.
           MOVE 'N' TO WRK-UF-OK.
           PERFORM VARYING WRK-IND-TARIFA FROM 1 BY 1
                   UNTIL WRK-IND-TARIFA > WRK-QTD-TARIFAS
               IF WRK-TAR-UF(WRK-IND-TARIFA) = WRK-UF-CRIT
                   MOVE 'S' TO WRK-UF-OK
               END-IF
           END-PERFORM.
                   MOVE 'PESO ZERADO' TO WRK-LR-TEXTO
               WHEN 03
                   MOVE 'UF SEM TARIFA CADASTRADA' TO WRK-LR-TEXTO
               WHEN 04
                   MOVE 'PEDIDO SEM ITENS' TO WRK-LR-TEXTO
               WHEN 05
                   MOVE 'QTD DE ITENS NAO CONFERE' TO WRK-LR-TEXTO
               WHEN 06
                   MOVE 'ITEM SEM CABECALHO' TO WRK-LR-TEXTO
               WHEN 07
                   MOVE 'QUANTIDADE ZERADA' TO WRK-LR-TEXTO
               WHEN 08
                   MOVE 'VALOR/PESO ACIMA LIMITE' TO WRK-LR-TEXTO
               WHEN 09
                   MOVE 'MAIS DE 50 ITENS' TO WRK-LR-TEXTO
           END-EVALUATE.
           WRITE REJ-LINHA FROM WRK-LINHA-REJ.
       0250-FECHAR-PEDIDO.
           MOVE 'N' TO WRK-PED-ABERTO.
           IF WRK-MOTIVO = ZEROS
               PERFORM 0260-CRITICAR-PEDIDO
           END-IF.
           IF WRK-MOTIVO = ZEROS
               PERFORM VARYING WRK-IND-BUF FROM 1 BY 1
                       UNTIL WRK-IND-BUF > WRK-QTD-BUF
                   WRITE PED-REC FROM WRK-PB-LINHA(WRK-IND-BUF)
               END-PERFORM
               ADD 1 TO WRK-QTD-SAIDA
           ELSE
               PERFORM VARYING WRK-IND-BUF FROM 1 BY 1
                       UNTIL WRK-IND-BUF > WRK-QTD-BUF
                   MOVE WRK-PB-LINHA(WRK-IND-BUF) TO WRK-LR-REC
                   PERFORM 0230-GRAVAR-REJEITO
               END-PERFORM
               ADD 1 TO WRK-QTD-REJEITO
           END-IF.
       0260-CRITICAR-PEDIDO.
           MOVE WRK-PB-LINHA(1) TO WRK-CAB-AUX.
           IF WRK-CA-CLIENTE NOT NUMERIC
               OR WRK-CA-QTD-ITENS NOT NUMERIC
               MOVE 01 TO WRK-MOTIVO
           ELSE
               MOVE WRK-CA-UF TO WRK-UF-CRIT
               PERFORM 0220-VERIFICAR-UF
               IF WRK-UF-OK = 'N'
                   MOVE 03 TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = ZEROS
               COMPUTE WRK-QTD-ITENS = WRK-QTD-BUF - 1
               IF WRK-QTD-ITENS = ZEROS
                   MOVE 04 TO WRK-MOTIVO
               ELSE
                   IF WRK-QTD-ITENS NOT = WRK-CA-QTD-N
                       MOVE 05 TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
           MOVE ZEROS TO WRK-TOT-VALOR WRK-TOT-PESO.
           PERFORM VARYING WRK-IND-BUF FROM 2 BY 1
                   UNTIL WRK-IND-BUF > WRK-QTD-BUF
                      OR WRK-MOTIVO NOT = ZEROS
               PERFORM 0270-CRITICAR-ITEM
           END-PERFORM.
           IF WRK-MOTIVO = ZEROS
               IF WRK-TOT-VALOR > 999999.99
                   OR WRK-TOT-PESO > 99999.99
                   MOVE 08 TO WRK-MOTIVO
               END-IF
           END-IF.
       0270-CRITICAR-ITEM.
           MOVE WRK-PB-LINHA(WRK-IND-BUF) TO WRK-ITEM-AUX.
           IF WRK-IA-CODPROD NOT NUMERIC
               OR WRK-IA-QTD NOT NUMERIC
               OR WRK-IA-VALOR NOT NUMERIC
               OR WRK-IA-PESO NOT NUMERIC
               MOVE 01 TO WRK-MOTIVO
           ELSE
               IF WRK-IA-QTD = ZEROS
                   MOVE 07 TO WRK-MOTIVO
               ELSE
                   IF WRK-IA-PESO = ZEROS
                       MOVE 02 TO WRK-MOTIVO
                   ELSE
                       COMPUTE WRK-TOT-VALOR = WRK-TOT-VALOR
                           + WRK-IA-VALOR * WRK-IA-QTD
                       COMPUTE WRK-TOT-PESO = WRK-TOT-PESO
                           + WRK-IA-PESO * WRK-IA-QTD
                   END-IF
               END-IF
           END-IF.
       0300-FINALIZAR.
           MOVE SPACES TO REJ-LINHA.
           WRITE REJ-LINHA.
