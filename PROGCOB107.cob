       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB107.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = AUDITORIA DA FATURA MENSAL DAS TRANSPORTADORAS
      * (FRETEFAT, FRTREC.COB) CONTRA O SHIPSTAT: CADA LINHA COBRADA
      * E CASADA PELO NUMERO DO PEDIDO E PELA TRANSPORTADORA COM O
      * EMBARQUE (SST-EMBARQUE, QUE JUNTA OS PEDIDOS CONSOLIDADOS PELO
      * PROGCOB106); O VALOR ESPERADO E A SOMA DO SST-FRETE DO
      * EMBARQUE VEZES O TRP-FATOR DO TRANSMAST, E A COBRANCA ACIMA
      * DELE ALEM DA TOLERANCIA (SYSPARM, CHAVE TOLERANCIA-FRETE, EM
      * PERCENTUAL - DEFAULT 2.00) E SOBREPRECO; EMBARQUE COBRADO DUAS
      * VEZES (NA MESMA FATURA OU JA LIBERADO ANTES, HISTORICO EM
      * FRETEHIS) E COBRANCA DUPLICADA; PEDIDO FORA DO SHIPSTAT, DE
      * OUTRA TRANSPORTADORA OU AINDA CALCULADO E EMBARQUE NAO
      * DESPACHADO - TUDO ISSO FICA RETIDO NO RELATORIO FRETEAUD PARA
      * A CONTESTACAO, E SO O TOTAL ACEITO DE CADA TRANSPORTADORA VAI
      * PARA O FRETELIB (FLBREC.COB) LIBERADO PARA PAGAMENTO
      * DATA = XX/XX/XXXX
      * MANUTENCAO = EMBARQUE AINDA EM SEPARACAO OU SEPARADO NO
      * ARMAZEM (PROGCOB154) TAMBEM E NAO DESPACHADO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARRIER-BILL-FILE ASSIGN TO 'FRETEFAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRT.
           SELECT SHIPMENT-STATUS-FILE ASSIGN TO 'SHIPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SST.
           SELECT CARRIER-MASTER ASSIGN TO 'TRANSMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRP.
           SELECT FREIGHT-HISTORY-FILE ASSIGN TO 'FRETEHIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIS.
           SELECT FREIGHT-RELEASE-FILE ASSIGN TO 'FRETELIB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FLB.
           SELECT AUDIT-REPORT-FILE ASSIGN TO 'FRETEAUD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  CARRIER-BILL-FILE.
       COPY 'FRTREC.COB'.
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  CARRIER-MASTER.
       COPY 'TRPREC.COB'.
      * EMBARQUES JA LIBERADOS EM AUDITORIAS ANTERIORES
       FD  FREIGHT-HISTORY-FILE.
       COPY 'FHISREC.COB'.
       FD  FREIGHT-RELEASE-FILE.
       COPY 'FLBREC.COB'.
       FD  AUDIT-REPORT-FILE.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-FRT      PIC X(02) VALUE SPACES.
       77 WRK-FS-SST      PIC X(02) VALUE SPACES.
       77 WRK-FS-TRP      PIC X(02) VALUE SPACES.
       77 WRK-FS-HIS      PIC X(02) VALUE SPACES.
       77 WRK-FS-FLB      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REL    PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-TOLERANCIA  PIC 9(02)V99 VALUE 2.00.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-EMBARQUE    PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IND-TRP     PIC 9(03) VALUE ZEROS.
       77 WRK-COD-TRP     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LIN     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-LIN     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-ANT     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ACEITOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SOBRE   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DUPLIC  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAODESP PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-COBRADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIBERADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-GLOSA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC ZZZZZZZZ9.99 VALUE ZEROS.
       77 WRK-GLOSA-ED    PIC ZZZZZZZZ9.99 VALUE ZEROS.
       77 WRK-TOLER-ED    PIC Z9.99 VALUE ZEROS.
      * TRANSPORTADORAS INDEXADAS PELO PROPRIO CODIGO (01 A 99)
       01 WRK-TABELA-TRP.
           02 WRK-TRP OCCURS 99 TIMES.
               03 WRK-TRP-NOME      PIC X(20).
               03 WRK-TRP-FATOR     PIC 9(01)V99.
               03 WRK-TRP-QTD       PIC 9(05).
               03 WRK-TRP-LIBERADO  PIC 9(08)V99.
               03 WRK-TRP-GLOSA     PIC 9(08)V99.
               03 WRK-TRP-COBRADO   PIC 9(08)V99.
       01 WRK-TABELA-LIN.
           02 WRK-LIN OCCURS 2000 TIMES.
               03 WRK-LIN-TRANSP    PIC 9(02).
               03 WRK-LIN-CONHEC    PIC X(10).
               03 WRK-LIN-DATA      PIC 9(08).
               03 WRK-LIN-PEDIDO    PIC 9(08).
               03 WRK-LIN-VALOR     PIC 9(06)V99.
               03 WRK-LIN-EMBARQUE  PIC 9(08).
               03 WRK-LIN-SST-TRANSP PIC 9(02).
               03 WRK-LIN-STATUS    PIC X(10).
               03 WRK-LIN-FRETE     PIC 9(07)V99.
               03 WRK-LIN-ESPERADO  PIC 9(07)V99.
               03 WRK-LIN-SITUACAO  PIC X(01).
      * SITUACAO: ' ' A AUDITAR / 'A' ACEITO / 'S' SOBREPRECO /
      * 'D' COBRANCA DUPLICADA / 'N' EMBARQUE NAO DESPACHADO
       01 WRK-LINHA-DET.
           02 WRK-LD-CONHEC   PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-PEDIDO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-EMBARQUE PIC 9(08) BLANK WHEN ZERO.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-COBRADO  PIC ZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-ESPERADO PIC ZZZZZZ9.99 BLANK WHEN ZERO.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-OCORR    PIC X(20).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CARREGAR-TRANSPORTADORAS.
           PERFORM 0150-LER-TOLERANCIA.
           PERFORM 0200-CARREGAR-FATURA.
           IF WRK-FS-FRT NOT = '00'
               DISPLAY 'FRETEFAT INDISPONIVEL - STATUS ' WRK-FS-FRT
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** FATURA COM MAIS DE 2000 LINHAS -'
                   ' AUDITORIA ABORTADA, NADA FOI LIBERADO'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB107 ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0300-LOCALIZAR-PEDIDOS.
           PERFORM 0350-SOMAR-FRETE-EMBARQUE.
           PERFORM 0400-CONFERIR-HISTORICO.
           OPEN OUTPUT AUDIT-REPORT-FILE.
           PERFORM 0450-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONHEC.    PEDIDO   EMBARQUE   COBRADO   ESPERADO'
                  ' OCORRENCIA'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0500-AUDITAR-LINHAS.
           PERFORM 0600-GRAVAR-LIBERACAO.
           PERFORM 0700-GRAVAR-TOTAIS.
           CLOSE AUDIT-REPORT-FILE.
           DISPLAY 'LINHAS AUDITADAS: ' WRK-QTD-LIN
               '  ACEITAS: ' WRK-QTD-ACEITOS.
           MOVE WRK-TOT-LIBERADO TO WRK-VALOR-ED.
           DISPLAY 'TOTAL LIBERADO EM FRETELIB: ' WRK-VALOR-ED.
           IF WRK-QTD-SOBRE > 0 OR WRK-QTD-DUPLIC > 0
               OR WRK-QTD-NAODESP > 0
               DISPLAY 'COBRANCAS RETIDAS PARA CONTESTACAO EM FRETEAUD'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB107'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB107'==,
                     ==STATUS-EXEC== BY =='FIM'==.
      * SEM TRANSMAST O FATOR FICA 1.00 PARA TODAS
       0100-CARREGAR-TRANSPORTADORAS.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > 99
               MOVE 'NAO CADASTRADA' TO WRK-TRP-NOME(WRK-IND-TRP)
               MOVE 1.00 TO WRK-TRP-FATOR(WRK-IND-TRP)
               MOVE ZEROS TO WRK-TRP-QTD(WRK-IND-TRP)
                   WRK-TRP-LIBERADO(WRK-IND-TRP)
                   WRK-TRP-GLOSA(WRK-IND-TRP)
                   WRK-TRP-COBRADO(WRK-IND-TRP)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CARRIER-MASTER.
           IF WRK-FS-TRP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CARRIER-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TRP-CODIGO > 0
                               MOVE TRP-NOME TO
                                   WRK-TRP-NOME(TRP-CODIGO)
                               IF TRP-FATOR > 0
                                   MOVE TRP-FATOR TO
                                       WRK-TRP-FATOR(TRP-CODIGO)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-MASTER
           ELSE
               DISPLAY 'TRANSMAST INDISPONIVEL - FATOR 1.00 PARA'
                   ' TODAS AS TRANSPORTADORAS'
           END-IF.
       0150-LER-TOLERANCIA.
           MOVE 'TOLERANCIA-FRETE' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               COMPUTE WRK-TOLERANCIA =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE WRK-TOLERANCIA TO WRK-TOLER-ED.
           DISPLAY 'TOLERANCIA DE SOBREPRECO (%): ' WRK-TOLER-ED.
       0200-CARREGAR-FATURA.
           MOVE ZEROS TO WRK-QTD-LIN.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CARRIER-BILL-FILE.
           IF WRK-FS-FRT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CARRIER-BILL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-LIN >= 2000
                               MOVE 'S' TO WRK-TAB-CHEIA
                               MOVE 'Y' TO WRK-FIM-ARQ
                           ELSE
                               PERFORM 0210-INCLUIR-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-BILL-FILE
               MOVE '00' TO WRK-FS-FRT
           END-IF.
       0210-INCLUIR-LINHA.
           ADD 1 TO WRK-QTD-LIN.
           MOVE FRT-TRANSP TO WRK-LIN-TRANSP(WRK-QTD-LIN).
           MOVE FRT-CONHEC TO WRK-LIN-CONHEC(WRK-QTD-LIN).
           MOVE FRT-DATA TO WRK-LIN-DATA(WRK-QTD-LIN).
           MOVE FRT-PEDIDO TO WRK-LIN-PEDIDO(WRK-QTD-LIN).
           MOVE FRT-VALOR TO WRK-LIN-VALOR(WRK-QTD-LIN).
           MOVE ZEROS TO WRK-LIN-EMBARQUE(WRK-QTD-LIN)
               WRK-LIN-SST-TRANSP(WRK-QTD-LIN)
               WRK-LIN-FRETE(WRK-QTD-LIN)
               WRK-LIN-ESPERADO(WRK-QTD-LIN).
           MOVE SPACES TO WRK-LIN-STATUS(WRK-QTD-LIN)
               WRK-LIN-SITUACAO(WRK-QTD-LIN).
      * PRIMEIRA PASSADA: ACHA O PEDIDO COBRADO E O EMBARQUE DELE
       0300-LOCALIZAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0310-CASAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           ELSE
               DISPLAY 'SHIPSTAT INDISPONIVEL - STATUS ' WRK-FS-SST
           END-IF.
       0310-CASAR-PEDIDO.
           IF SST-EMBARQUE IS NUMERIC AND SST-EMBARQUE NOT = ZEROS
               MOVE SST-EMBARQUE TO WRK-EMBARQUE
           ELSE
               MOVE SST-NUMERO TO WRK-EMBARQUE
           END-IF.
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                   UNTIL WRK-IND-LIN > WRK-QTD-LIN
               IF WRK-LIN-PEDIDO(WRK-IND-LIN) = SST-NUMERO
                   MOVE WRK-EMBARQUE TO WRK-LIN-EMBARQUE(WRK-IND-LIN)
                   MOVE SST-TRANSP TO WRK-LIN-SST-TRANSP(WRK-IND-LIN)
                   MOVE SST-STATUS TO WRK-LIN-STATUS(WRK-IND-LIN)
               END-IF
           END-PERFORM.
      * SEGUNDA PASSADA: SOMA O FRETE DE TODOS OS PEDIDOS DO EMBARQUE
       0350-SOMAR-FRETE-EMBARQUE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0360-SOMAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           END-IF.
       0360-SOMAR-PEDIDO.
           IF SST-EMBARQUE IS NUMERIC AND SST-EMBARQUE NOT = ZEROS
               MOVE SST-EMBARQUE TO WRK-EMBARQUE
           ELSE
               MOVE SST-NUMERO TO WRK-EMBARQUE
           END-IF.
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                   UNTIL WRK-IND-LIN > WRK-QTD-LIN
               IF WRK-LIN-EMBARQUE(WRK-IND-LIN) = WRK-EMBARQUE
                   AND WRK-EMBARQUE NOT = ZEROS
                   ADD SST-FRETE TO WRK-LIN-FRETE(WRK-IND-LIN)
               END-IF
           END-PERFORM.
      * EMBARQUE JA LIBERADO EM FATURA ANTERIOR E COBRANCA DUPLICADA
       0400-CONFERIR-HISTORICO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT FREIGHT-HISTORY-FILE.
           IF WRK-FS-HIS = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ FREIGHT-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0410-MARCAR-JA-PAGO
                   END-READ
               END-PERFORM
               CLOSE FREIGHT-HISTORY-FILE
           END-IF.
       0410-MARCAR-JA-PAGO.
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                   UNTIL WRK-IND-LIN > WRK-QTD-LIN
               IF WRK-LIN-TRANSP(WRK-IND-LIN) = HIS-TRANSP
                   AND WRK-LIN-EMBARQUE(WRK-IND-LIN) = HIS-EMBARQUE
                   AND HIS-EMBARQUE NOT = ZEROS
                   MOVE 'D' TO WRK-LIN-SITUACAO(WRK-IND-LIN)
               END-IF
           END-PERFORM.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0450-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='AUDITORIA DE FATURA DE FRETE'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-REL==.
      * NAO DESPACHADO PESA MAIS QUE DUPLICADO, QUE PESA MAIS QUE
      * SOBREPRECO - CADA LINHA SAI COM UMA OCORRENCIA SO
       0500-AUDITAR-LINHAS.
           MOVE ZEROS TO WRK-QTD-ACEITOS WRK-QTD-SOBRE WRK-QTD-DUPLIC
               WRK-QTD-NAODESP.
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                   UNTIL WRK-IND-LIN > WRK-QTD-LIN
               PERFORM 0510-CLASSIFICAR-LINHA
               PERFORM 0550-ACUMULAR-LINHA
           END-PERFORM.
       0510-CLASSIFICAR-LINHA.
           MOVE WRK-LIN-TRANSP(WRK-IND-LIN) TO WRK-IND-TRP.
           IF WRK-IND-TRP > 0
               COMPUTE WRK-LIN-ESPERADO(WRK-IND-LIN) ROUNDED =
                   WRK-LIN-FRETE(WRK-IND-LIN) *
                   WRK-TRP-FATOR(WRK-IND-TRP)
           END-IF.
           IF WRK-LIN-EMBARQUE(WRK-IND-LIN) = ZEROS
               OR WRK-IND-TRP = 0
               OR WRK-LIN-SST-TRANSP(WRK-IND-LIN) NOT = WRK-IND-TRP
               OR WRK-LIN-STATUS(WRK-IND-LIN) = 'CALCULADO'
               OR WRK-LIN-STATUS(WRK-IND-LIN) = 'SEPARACAO'
               OR WRK-LIN-STATUS(WRK-IND-LIN) = 'SEPARADO'
               MOVE 'N' TO WRK-LIN-SITUACAO(WRK-IND-LIN)
           END-IF.
           IF WRK-LIN-SITUACAO(WRK-IND-LIN) = SPACES
               PERFORM VARYING WRK-IND-ANT FROM 1 BY 1
                       UNTIL WRK-IND-ANT >= WRK-IND-LIN
                   IF WRK-LIN-TRANSP(WRK-IND-ANT) = WRK-IND-TRP
                       AND WRK-LIN-EMBARQUE(WRK-IND-ANT) =
                           WRK-LIN-EMBARQUE(WRK-IND-LIN)
                       AND (WRK-LIN-SITUACAO(WRK-IND-ANT) = 'A'
                           OR WRK-LIN-SITUACAO(WRK-IND-ANT) = 'S')
                       MOVE 'D' TO WRK-LIN-SITUACAO(WRK-IND-LIN)
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-LIN-SITUACAO(WRK-IND-LIN) = SPACES
               COMPUTE WRK-LIMITE ROUNDED =
                   WRK-LIN-ESPERADO(WRK-IND-LIN) +
                   WRK-LIN-ESPERADO(WRK-IND-LIN) * WRK-TOLERANCIA / 100
               IF WRK-LIN-VALOR(WRK-IND-LIN) > WRK-LIMITE
                   MOVE 'S' TO WRK-LIN-SITUACAO(WRK-IND-LIN)
               ELSE
                   MOVE 'A' TO WRK-LIN-SITUACAO(WRK-IND-LIN)
               END-IF
           END-IF.
       0550-ACUMULAR-LINHA.
           ADD WRK-LIN-VALOR(WRK-IND-LIN) TO WRK-TOT-COBRADO.
           IF WRK-IND-TRP > 0
               ADD WRK-LIN-VALOR(WRK-IND-LIN) TO
                   WRK-TRP-COBRADO(WRK-IND-TRP)
           END-IF.
           IF WRK-LIN-SITUACAO(WRK-IND-LIN) = 'A'
               ADD 1 TO WRK-QTD-ACEITOS
               ADD WRK-LIN-VALOR(WRK-IND-LIN) TO WRK-TOT-LIBERADO
               ADD 1 TO WRK-TRP-QTD(WRK-IND-TRP)
               ADD WRK-LIN-VALOR(WRK-IND-LIN) TO
                   WRK-TRP-LIBERADO(WRK-IND-TRP)
           ELSE
               ADD WRK-LIN-VALOR(WRK-IND-LIN) TO WRK-TOT-GLOSA
               IF WRK-IND-TRP > 0
                   ADD WRK-LIN-VALOR(WRK-IND-LIN) TO
                       WRK-TRP-GLOSA(WRK-IND-TRP)
               END-IF
               MOVE WRK-LIN-CONHEC(WRK-IND-LIN) TO WRK-LD-CONHEC
               MOVE WRK-LIN-PEDIDO(WRK-IND-LIN) TO WRK-LD-PEDIDO
               MOVE WRK-LIN-EMBARQUE(WRK-IND-LIN) TO WRK-LD-EMBARQUE
               MOVE WRK-LIN-VALOR(WRK-IND-LIN) TO WRK-LD-COBRADO
               MOVE WRK-LIN-ESPERADO(WRK-IND-LIN) TO WRK-LD-ESPERADO
               EVALUATE WRK-LIN-SITUACAO(WRK-IND-LIN)
                   WHEN 'S'
                       ADD 1 TO WRK-QTD-SOBRE
                       MOVE 'SOBREPRECO' TO WRK-LD-OCORR
                   WHEN 'D'
                       ADD 1 TO WRK-QTD-DUPLIC
                       MOVE 'COBRANCA DUPLICADA' TO WRK-LD-OCORR
                   WHEN OTHER
                       ADD 1 TO WRK-QTD-NAODESP
                       MOVE 'NAO DESPACHADO' TO WRK-LD-OCORR
               END-EVALUATE
               MOVE SPACES TO REL-LINHA
               IF WRK-IND-TRP = 0
                   MOVE 'TRANSP 00 - NAO INFORMADA' TO REL-LINHA
               ELSE
                   STRING 'TRANSP ' WRK-LIN-TRANSP(WRK-IND-LIN) ' - '
                          WRK-TRP-NOME(WRK-IND-TRP)
                       DELIMITED BY SIZE INTO REL-LINHA
               END-IF
               WRITE REL-LINHA
               WRITE REL-LINHA FROM WRK-LINHA-DET
           END-IF.
      * UMA LINHA DE LIBERACAO POR TRANSPORTADORA COBRADA, E OS
      * EMBARQUES ACEITOS VAO PARA O HISTORICO CONTRA NOVA COBRANCA
       0600-GRAVAR-LIBERACAO.
           OPEN EXTEND FREIGHT-RELEASE-FILE.
           IF WRK-FS-FLB NOT = '00'
               OPEN OUTPUT FREIGHT-RELEASE-FILE
           END-IF.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > 99
               PERFORM 0610-LIBERAR-TRANSPORTADORA
           END-PERFORM.
           CLOSE FREIGHT-RELEASE-FILE.
           OPEN EXTEND FREIGHT-HISTORY-FILE.
           IF WRK-FS-HIS NOT = '00'
               OPEN OUTPUT FREIGHT-HISTORY-FILE
           END-IF.
           PERFORM VARYING WRK-IND-LIN FROM 1 BY 1
                   UNTIL WRK-IND-LIN > WRK-QTD-LIN
               IF WRK-LIN-SITUACAO(WRK-IND-LIN) = 'A'
                   MOVE SPACES TO HIS-REC
                   MOVE WRK-LIN-TRANSP(WRK-IND-LIN) TO HIS-TRANSP
                   MOVE WRK-LIN-EMBARQUE(WRK-IND-LIN) TO HIS-EMBARQUE
                   MOVE WRK-LIN-CONHEC(WRK-IND-LIN) TO HIS-CONHEC
                   MOVE WRK-LIN-DATA(WRK-IND-LIN) TO HIS-DATA
                   MOVE WRK-LIN-VALOR(WRK-IND-LIN) TO HIS-VALOR
                   WRITE HIS-REC
               END-IF
           END-PERFORM.
           CLOSE FREIGHT-HISTORY-FILE.
       0610-LIBERAR-TRANSPORTADORA.
           IF WRK-TRP-COBRADO(WRK-IND-TRP) > 0
               MOVE SPACES TO FLB-REC
               MOVE WRK-IND-TRP TO FLB-TRANSP
               MOVE WRK-DATA-HOJE TO FLB-DATA
               MOVE WRK-TRP-QTD(WRK-IND-TRP) TO FLB-QTD
               MOVE WRK-TRP-LIBERADO(WRK-IND-TRP) TO FLB-VALOR
               MOVE WRK-TRP-GLOSA(WRK-IND-TRP) TO FLB-GLOSA
               MOVE 'L' TO FLB-SITUACAO
               WRITE FLB-REC
           END-IF.
       0700-GRAVAR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'RESUMO POR TRANSPORTADORA (LIBERADO / EM DISPUTA)'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > 99
               PERFORM 0710-TOTALIZAR-TRANSPORTADORA
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ACEITAS: ' WRK-QTD-ACEITOS
                  '  SOBREPRECO: ' WRK-QTD-SOBRE
                  '  DUPLICADAS: ' WRK-QTD-DUPLIC
                  '  NAO DESPACH.: ' WRK-QTD-NAODESP
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-LIBERADO TO WRK-VALOR-ED.
           MOVE WRK-TOT-GLOSA TO WRK-GLOSA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL LIBERADO: ' WRK-VALOR-ED
                  '  EM DISPUTA: ' WRK-GLOSA-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       0710-TOTALIZAR-TRANSPORTADORA.
           IF WRK-TRP-COBRADO(WRK-IND-TRP) > 0
               MOVE WRK-TRP-LIBERADO(WRK-IND-TRP) TO WRK-VALOR-ED
               MOVE WRK-TRP-GLOSA(WRK-IND-TRP) TO WRK-GLOSA-ED
               MOVE WRK-IND-TRP TO WRK-COD-TRP
               MOVE SPACES TO REL-LINHA
               STRING WRK-COD-TRP ' ' WRK-TRP-NOME(WRK-IND-TRP)
                      ' ' WRK-VALOR-ED ' / ' WRK-GLOSA-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
