      * DISPARA ALERTA VIA PRGALERT, FECHANDO O ULTIMO BURACO SEM
      * AUDITORIA DO FLUXO DE CAIXA
      * DATA = XX/XX/XXXX
      * MANUTENCAO = O BORDERO GERADO GRAVA O EVENTO 'DEPOSITO' EM
      * EXTEND NO EVTCTB (EVTREC.COB, DOCUMENTO 'BD' + BORDERO, VALOR
      * TOTAL A DEPOSITAR) PARA A POSTAGEM CONTABIL DO PROGCOB123
      * MANUTENCAO = SO O DINHEIRO VAI PARA O BORDERO: CADA CAIXA
      * MOSTRA O LIQUIDO DO DIA E A PARTE EM DINHEIRO
      * (SCX-LIQ-DINHEIRO), QUE E A UNICA SOMADA NO TOTAL A
      * DEPOSITAR; CARTOES, PIX E VALES SAO LISTADOS A PARTE NO
      * RODAPE (CARTOES CONCILIADOS COM A ADQUIRENTE NO PROGCOB131);
      * RESUMO ANTIGO SEM A QUEBRA POR FORMA CONTA TODO COMO DINHEIRO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DEPOSIT-REPORT-FILE ASSIGN TO 'DEPREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           02 CTL-ULT-NUMERO PIC 9(08).
       FD  DEPOSIT-REPORT-FILE.
       01  DPR-LINHA       PIC X(80).
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-MODO        PIC X(01) VALUE 'G'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LIQ-ED      PIC -Z(08)9.99 VALUE ZEROS.
       77 WRK-DIN-ED      PIC -Z(08)9.99 VALUE ZEROS.
       77 WRK-TOT-DEBITO  PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PIX     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOT-VALE    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB84'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'A'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
           PERFORM 0150-LER-CONTROLE.
           ADD 1 TO WRK-NUMERO.
           MOVE ZEROS TO WRK-TOTAL WRK-QTD-CAIXAS WRK-PAGINA.
           MOVE ZEROS TO WRK-TOT-DEBITO WRK-TOT-CREDITO WRK-TOT-PIX
               WRK-TOT-VALE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SALES-CAIXA-FILE.
           IF WRK-FS-SCX NOT = '00'
                      ' DO DIA ' WRK-DATA-HOJE
                   DELIMITED BY SIZE INTO DPR-LINHA
               WRITE DPR-LINHA
               MOVE 'LOJA CAIXA LIQUIDO DO DIA     EM DINHEIRO'
                   TO DPR-LINHA
               WRITE DPR-LINHA
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SALES-CAIXA-FILE
               MOVE 'DEPOSITADO POR: ____________________'
                   TO DPR-LINHA
               WRITE DPR-LINHA
               PERFORM 0260-LISTAR-OUTRAS-FORMAS
               CLOSE SALES-CAIXA-FILE DEPOSIT-REPORT-FILE
               PERFORM 0300-GRAVAR-DEPOSITO
               PERFORM 0310-GRAVAR-EVENTO
               PERFORM 0350-GRAVAR-CONTROLE
               DISPLAY 'BORDERO ' WRK-NUMERO ' GRAVADO EM DEPREL -'
                   ' CAIXAS: ' WRK-QTD-CAIXAS
           END-IF.
       0250-LISTAR-CAIXA.
           ADD 1 TO WRK-QTD-CAIXAS.
           IF SCX-LIQ-DINHEIRO NOT NUMERIC
               MOVE SCX-LIQ TO SCX-LIQ-DINHEIRO
               MOVE ZEROS TO SCX-LIQ-DEBITO SCX-LIQ-CREDITO
                   SCX-LIQ-PIX SCX-LIQ-VALE
           END-IF.
           ADD SCX-LIQ-DINHEIRO TO WRK-TOTAL.
           ADD SCX-LIQ-DEBITO TO WRK-TOT-DEBITO.
           ADD SCX-LIQ-CREDITO TO WRK-TOT-CREDITO.
           ADD SCX-LIQ-PIX TO WRK-TOT-PIX.
           ADD SCX-LIQ-VALE TO WRK-TOT-VALE.
           MOVE SCX-LIQ TO WRK-LIQ-ED.
           MOVE SCX-LIQ-DINHEIRO TO WRK-DIN-ED.
           MOVE SPACES TO DPR-LINHA.
           STRING SCX-LOJA '   ' SCX-CAIXA '    ' WRK-LIQ-ED
                  '  ' WRK-DIN-ED
               DELIMITED BY SIZE INTO DPR-LINHA.
           WRITE DPR-LINHA.
      * O QUE NAO E DINHEIRO NAO PASSA PELO BANCO NO BORDERO - SAI
      * SO PARA A CONFERENCIA DO FECHAMENTO DE CAIXA
       0260-LISTAR-OUTRAS-FORMAS.
           MOVE SPACES TO DPR-LINHA.
           WRITE DPR-LINHA.
           MOVE 'FORA DO BORDERO:' TO DPR-LINHA.
           WRITE DPR-LINHA.
           MOVE WRK-TOT-DEBITO TO WRK-LIQ-ED.
           MOVE SPACES TO DPR-LINHA.
           STRING '  CARTAO DE DEBITO.: ' WRK-LIQ-ED
               DELIMITED BY SIZE INTO DPR-LINHA.
           WRITE DPR-LINHA.
           MOVE WRK-TOT-CREDITO TO WRK-LIQ-ED.
           MOVE SPACES TO DPR-LINHA.
           STRING '  CARTAO DE CREDITO: ' WRK-LIQ-ED
               DELIMITED BY SIZE INTO DPR-LINHA.
           WRITE DPR-LINHA.
           MOVE WRK-TOT-PIX TO WRK-LIQ-ED.
           MOVE SPACES TO DPR-LINHA.
           STRING '  PIX..............: ' WRK-LIQ-ED
               DELIMITED BY SIZE INTO DPR-LINHA.
           WRITE DPR-LINHA.
           MOVE WRK-TOT-VALE TO WRK-LIQ-ED.
           MOVE SPACES TO DPR-LINHA.
           STRING '  VALE DE CREDITO..: ' WRK-LIQ-ED
               DELIMITED BY SIZE INTO DPR-LINHA.
           WRITE DPR-LINHA.
       0300-GRAVAR-DEPOSITO.
           MOVE ZEROS TO DEP-VALOR-BCO.
           WRITE DEP-REC.
           CLOSE DEPOSIT-FILE.
       0310-GRAVAR-EVENTO.
           OPEN EXTEND EVENT-FILE.
           IF WRK-FS-EVT NOT = '00'
               OPEN OUTPUT EVENT-FILE
           END-IF.
           MOVE 'DEPOSITO' TO EVT-TIPO.
           MOVE WRK-DATA-HOJE TO EVT-DATA.
           MOVE SPACES TO EVT-DOCUMENTO.
           STRING 'BD' WRK-NUMERO
               DELIMITED BY SIZE INTO EVT-DOCUMENTO.
           MOVE WRK-TOTAL TO EVT-VALOR.
           MOVE 'PROGCOB84' TO EVT-PROGRAMA.
           WRITE EVT-REC.
           CLOSE EVENT-FILE.
       0350-GRAVAR-CONTROLE.
           OPEN OUTPUT DEPOSIT-CONTROL-FILE.
           MOVE WRK-NUMERO TO CTL-ULT-NUMERO.
