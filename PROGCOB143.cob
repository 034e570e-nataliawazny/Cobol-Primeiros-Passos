       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB143.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONTROLE DE VOLUME DOS ARQUIVOS DA CADEIA NOTURNA:
      * OS PASSOS GRAVAM NO VOLHIST (VOLREC.COB, VIA PRGVOLUM) QUANTOS
      * REGISTROS PROCESSARAM DE CADA ARQUIVO DE ENTRADA - O HEADER/
      * TRAILER SO PROVA QUE O ARQUIVO E CONSISTENTE, NAO QUE O
      * VOLUME E PLAUSIVEL
      * ACAO 'V' = PASSO DE CONTROLE DO COBBATCH.JCL: COMPARA O VOLUME
      * DE HOJE DO ARQUIVO COM A MEDIA DAS ULTIMAS VOL-SEMANAS
      * (SYSPARM, PADRAO 4) OCORRENCIAS DO MESMO DIA DA SEMANA;
      * DESVIO ACIMA DE VOL-TOLERANCIA (PERCENTUAL, PADRAO 50, OU
      * VOLTOL-<ARQUIVO> PARA UM ARQUIVO ESPECIFICO) ABRE ALERTA 'M'
      * NO ALERTFILE E DEVOLVE RC 4; DESVIO ACIMA DE VOL-BLOQUEIO
      * (PERCENTUAL, 0 = NUNCA BLOQUEIA) ABRE ALERTA 'A' E DEVOLVE RC
      * 8, E O COND DOS PASSOS DEPENDENTES PULA O RESTO DA CADEIA;
      * PASSO QUE NAO REGISTROU VOLUME HOJE DA ALERTA E RC 4; MENOS
      * DE 2 OCORRENCIAS NO HISTORICO = SEM BASE, RC 0
      * ACAO 'R' = RELATORIO DE TENDENCIA EM VOLREL POR ARQUIVO
      * (BRANCO = TODOS) NAS ULTIMAS N SEMANAS: VOLUME DIA A DIA COM
      * O DESVIO SOBRE A MEDIA DO DIA DA SEMANA NA JANELA, MEDIAS POR
      * DIA DA SEMANA, TOTAL, MINIMO, MAXIMO E CRESCIMENTO DA SEGUNDA
      * METADE DA JANELA SOBRE A PRIMEIRA, PARA PLANEJAR CAPACIDADE
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOLUME-HISTORY-FILE ASSIGN TO 'VOLHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VOL.
           SELECT VOLUME-REPORT ASSIGN TO 'VOLREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  VOLUME-HISTORY-FILE.
       COPY 'VOLREC.COB'.
       FD  VOLUME-REPORT.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-VOL      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-VOL     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-ARQUIVO     PIC X(10) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-HOJE    PIC 9(01) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-SEMANAS-BASE PIC 9(02) VALUE 4.
       77 WRK-TOLERANCIA  PIC 9(03) VALUE 50.
       77 WRK-BLOQUEIO    PIC 9(03) VALUE ZEROS.
       77 WRK-TEM-HOJE    PIC X(01) VALUE 'N'.
       77 WRK-QTD-HOJE    PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-HIS     PIC 9(02) VALUE ZEROS.
       77 WRK-POS-HIS     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-HIS     PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-DATA-HIS PIC 9(08) VALUE ZEROS.
       77 WRK-SOMA        PIC 9(12) VALUE ZEROS.
       77 WRK-MEDIA       PIC 9(09) VALUE ZEROS.
       77 WRK-DESVIO      PIC S9(05) VALUE ZEROS.
       77 WRK-DESVIO-ABS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ED      PIC ZZZZZZZZ9.
       77 WRK-MEDIA-ED    PIC ZZZZZZZZ9.
       77 WRK-DESVIO-ED   PIC ++++9.
       77 WRK-ALT-PROGRAMA   PIC X(10) VALUE 'PROGCOB143'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM   PIC X(40) VALUE SPACES.
       01 WRK-TABELA-HISTORICO.
           02 WRK-HIS OCCURS 12 TIMES.
               03 WRK-HIS-DATA PIC 9(08).
               03 WRK-HIS-QTD  PIC 9(09).
      * RELATORIO DE TENDENCIA
       77 WRK-SEMANAS-REL PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ARQS    PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ARQ     PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-QTD-DIAS    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-DIA     PIC 9(03) VALUE ZEROS.
       77 WRK-METADE      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-SEM     PIC 9(01) VALUE ZEROS.
       77 WRK-TOTAL       PIC 9(12) VALUE ZEROS.
       77 WRK-MINIMO      PIC 9(09) VALUE ZEROS.
       77 WRK-MAXIMO      PIC 9(09) VALUE ZEROS.
       77 WRK-SOMA-1      PIC 9(12) VALUE ZEROS.
       77 WRK-SOMA-2      PIC 9(12) VALUE ZEROS.
       77 WRK-MEDIA-1     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MEDIA-2     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       01 WRK-TABELA-ARQUIVOS.
           02 WRK-ARQ OCCURS 30 TIMES PIC X(10).
      * TABELA WRK-DIA: UMA LINHA POR DATA (A ULTIMA ENTRADA DA DATA
      * NO VOLHIST PREVALECE), NO MAXIMO 52 SEMANAS DE JANELA
       01 WRK-TABELA-DIAS.
           02 WRK-DIA OCCURS 400 TIMES.
               03 WRK-DIA-DATA   PIC 9(08).
               03 WRK-DIA-SEMANA PIC 9(01).
               03 WRK-DIA-QTD    PIC 9(09).
       01 WRK-TABELA-SEMANA.
           02 WRK-SEM OCCURS 7 TIMES.
               03 WRK-SEM-SOMA   PIC 9(12).
               03 WRK-SEM-QTD    PIC 9(03).
               03 WRK-SEM-MEDIA  PIC 9(09).
       01 WRK-NOMES-DIAS.
           02 FILLER PIC X(21) VALUE 'SEGTERQUAQUISEXSABDOM'.
       01 WRK-NOMES-DIAS-R REDEFINES WRK-NOMES-DIAS.
           02 WRK-NOME-DIA OCCURS 7 TIMES PIC X(03).
       01 WRK-LINHA-DET.
           02 WRK-LD-DATA     PIC 9(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LD-DIA      PIC X(03).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LD-QTD      PIC ZZZZZZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LD-MEDIA    PIC ZZZZZZZZ9.
           02 FILLER          PIC X(03) VALUE SPACES.
           02 WRK-LD-DESVIO   PIC ++++9.
           02 FILLER          PIC X(01) VALUE '%'.
       01 WRK-LINHA-SEMANA.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LS-DIA      PIC X(03).
           02 FILLER          PIC X(09) VALUE '  MEDIA: '.
           02 WRK-LS-MEDIA    PIC ZZZZZZZZ9.
           02 FILLER          PIC X(08) VALUE '  DIAS: '.
           02 WRK-LS-QTD      PIC ZZ9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-DIA-HOJE FROM DAY-OF-WEEK.
           DISPLAY 'ACAO (V-VERIFICAR VOLUME DO ARQUIVO /'
               ' R-RELATORIO DE TENDENCIA): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'V'
               WHEN 'v'
                   PERFORM 0100-VERIFICAR-VOLUME
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0500-RELATORIO-TENDENCIA
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB143'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB143'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-SEMANAS==,
                     ==CAMPO-NOME== BY ==WRK-SEMANAS-REL==,
                     ==TEXTO-PROMPT== BY
                         =='SEMANAS DE JANELA (0 = 8, MAXIMO 52): '==.
       0050-LER-PARAMETROS.
           MOVE 'VOL-SEMANAS' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-SEMANAS-BASE =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           IF WRK-SEMANAS-BASE > 12
               MOVE 12 TO WRK-SEMANAS-BASE
           END-IF.
           MOVE 'VOL-TOLERANCIA' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-TOLERANCIA =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE SPACES TO WRK-PARM-CHAVE.
           STRING 'VOLTOL-' WRK-ARQUIVO
               DELIMITED BY SIZE INTO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-TOLERANCIA =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'VOL-BLOQUEIO' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-BLOQUEIO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
       0100-VERIFICAR-VOLUME.
           DISPLAY 'ARQUIVO: '.
           ACCEPT WRK-ARQUIVO FROM CONSOLE.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0150-CARREGAR-HISTORICO.
           MOVE WRK-QTD-HOJE TO WRK-QTD-ED.
           IF WRK-TEM-HOJE = 'N'
               DISPLAY '*** ' WRK-ARQUIVO ' SEM VOLUME REGISTRADO EM '
                   WRK-DATA-HOJE ' ***'
               MOVE 'M' TO WRK-ALT-SEVERIDADE
               MOVE SPACES TO WRK-ALT-MENSAGEM
               STRING WRK-ARQUIVO ' SEM VOLUME REGISTRADO HOJE'
                   DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
               CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                   WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WRK-QTD-HIS < 2
                   DISPLAY WRK-ARQUIVO ' VOLUME HOJE: ' WRK-QTD-ED
                       ' - HISTORICO DO DIA DA SEMANA INSUFICIENTE,'
                       ' SEM CONFERENCIA'
               ELSE
                   PERFORM 0200-CALCULAR-DESVIO
                   PERFORM 0300-AVALIAR-FAIXA
               END-IF
           END-IF.
      * HOJE = ULTIMA ENTRADA DA DATA; HISTORICO = ULTIMAS
      * WRK-SEMANAS-BASE DATAS ANTERIORES COM O MESMO DIA DA SEMANA,
      * EM FILA CIRCULAR (O VOLHIST E GRAVADO EM ORDEM CRONOLOGICA)
       0150-CARREGAR-HISTORICO.
           MOVE 'N' TO WRK-TEM-HOJE.
           MOVE ZEROS TO WRK-QTD-HOJE WRK-QTD-HIS WRK-POS-HIS
               WRK-ULT-DATA-HIS.
           MOVE 'N' TO WRK-FIM-VOL.
           OPEN INPUT VOLUME-HISTORY-FILE.
           IF WRK-FS-VOL = '00'
               PERFORM UNTIL WRK-FIM-VOL = 'Y'
                   READ VOLUME-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-VOL
                       NOT AT END
                           IF VOL-ARQUIVO = WRK-ARQUIVO
                               PERFORM 0160-CLASSIFICAR-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLUME-HISTORY-FILE
           END-IF.
       0160-CLASSIFICAR-ENTRADA.
           IF VOL-DATA = WRK-DATA-HOJE
               MOVE 'S' TO WRK-TEM-HOJE
               MOVE VOL-QTD TO WRK-QTD-HOJE
           ELSE
               IF VOL-DATA < WRK-DATA-HOJE
                   AND VOL-DIA-SEMANA = WRK-DIA-HOJE
                   IF VOL-DATA = WRK-ULT-DATA-HIS
                       MOVE VOL-QTD TO WRK-HIS-QTD(WRK-POS-HIS)
                   ELSE
                       ADD 1 TO WRK-POS-HIS
                       IF WRK-POS-HIS > WRK-SEMANAS-BASE
                           MOVE 1 TO WRK-POS-HIS
                       END-IF
                       MOVE VOL-DATA TO WRK-HIS-DATA(WRK-POS-HIS)
                       MOVE VOL-QTD TO WRK-HIS-QTD(WRK-POS-HIS)
                       MOVE VOL-DATA TO WRK-ULT-DATA-HIS
                       IF WRK-QTD-HIS < WRK-SEMANAS-BASE
                           ADD 1 TO WRK-QTD-HIS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0200-CALCULAR-DESVIO.
           MOVE ZEROS TO WRK-SOMA.
           PERFORM VARYING WRK-IND-HIS FROM 1 BY 1
                   UNTIL WRK-IND-HIS > WRK-QTD-HIS
               ADD WRK-HIS-QTD(WRK-IND-HIS) TO WRK-SOMA
           END-PERFORM.
           COMPUTE WRK-MEDIA ROUNDED = WRK-SOMA / WRK-QTD-HIS.
           IF WRK-MEDIA = ZEROS
               IF WRK-QTD-HOJE = ZEROS
                   MOVE ZEROS TO WRK-DESVIO
               ELSE
                   MOVE 9999 TO WRK-DESVIO
               END-IF
           ELSE
               COMPUTE WRK-DESVIO ROUNDED =
                   (WRK-QTD-HOJE - WRK-MEDIA) * 100 / WRK-MEDIA
                   ON SIZE ERROR
                       MOVE 9999 TO WRK-DESVIO
               END-COMPUTE
           END-IF.
           IF WRK-DESVIO < ZEROS
               COMPUTE WRK-DESVIO-ABS = ZEROS - WRK-DESVIO
           ELSE
               MOVE WRK-DESVIO TO WRK-DESVIO-ABS
           END-IF.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE WRK-DESVIO TO WRK-DESVIO-ED.
           DISPLAY WRK-ARQUIVO ' VOLUME HOJE: ' WRK-QTD-ED
               '  MEDIA DE ' WRK-QTD-HIS ' ' WRK-NOME-DIA(WRK-DIA-HOJE)
               ': ' WRK-MEDIA-ED '  DESVIO: ' WRK-DESVIO-ED '%'.
       0300-AVALIAR-FAIXA.
           MOVE SPACES TO WRK-ALT-MENSAGEM.
           STRING WRK-ARQUIVO ' VOL' WRK-QTD-ED ' MEDIA' WRK-MEDIA-ED
               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM.
           EVALUATE TRUE
               WHEN WRK-BLOQUEIO > ZEROS
                   AND WRK-DESVIO-ABS > WRK-BLOQUEIO
                   DISPLAY '*** DESVIO ACIMA DA FAIXA DE BLOQUEIO ('
                       WRK-BLOQUEIO '%) - PASSOS DEPENDENTES NAO'
                       ' RODAM ***'
                   MOVE 'A' TO WRK-ALT-SEVERIDADE
                   CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                       WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-DESVIO-ABS > WRK-TOLERANCIA
                   DISPLAY '*** DESVIO ACIMA DA TOLERANCIA ('
                       WRK-TOLERANCIA '%) - ALERTA ABERTO ***'
                   MOVE 'M' TO WRK-ALT-SEVERIDADE
                   CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                       WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'VOLUME DENTRO DA FAIXA ('
                       WRK-TOLERANCIA '%)'
           END-EVALUATE.
       0500-RELATORIO-TENDENCIA.
           DISPLAY 'ARQUIVO (BRANCO = TODOS): '.
           ACCEPT WRK-ARQUIVO FROM CONSOLE.
           PERFORM 0060-RECEBER-SEMANAS.
           IF WRK-SEMANAS-REL = ZEROS
               MOVE 8 TO WRK-SEMANAS-REL
           END-IF.
           IF WRK-SEMANAS-REL > 52
               MOVE 52 TO WRK-SEMANAS-REL
           END-IF.
           COMPUTE WRK-DATA-INICIO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               - WRK-SEMANAS-REL * 7 + 1).
           PERFORM 0510-LISTAR-ARQUIVOS.
           MOVE ZEROS TO WRK-PAGINA.
           OPEN OUTPUT VOLUME-REPORT.
           PERFORM 0790-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'JANELA: ' WRK-DATA-INICIO ' A ' WRK-DATA-HOJE
               ' (' WRK-SEMANAS-REL ' SEMANAS)'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF WRK-QTD-ARQS = ZEROS
               MOVE 'NENHUM VOLUME REGISTRADO NA JANELA' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                   UNTIL WRK-IND-ARQ > WRK-QTD-ARQS
               PERFORM 0600-TENDENCIA-ARQUIVO
           END-PERFORM.
           CLOSE VOLUME-REPORT.
           DISPLAY 'RELATORIO DE TENDENCIA GERADO - VER VOLREL'.
       0510-LISTAR-ARQUIVOS.
           MOVE ZEROS TO WRK-QTD-ARQS.
           MOVE 'N' TO WRK-FIM-VOL.
           OPEN INPUT VOLUME-HISTORY-FILE.
           IF WRK-FS-VOL = '00'
               PERFORM UNTIL WRK-FIM-VOL = 'Y'
                   READ VOLUME-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-VOL
                       NOT AT END
                           IF VOL-DATA NOT < WRK-DATA-INICIO
                               AND (WRK-ARQUIVO = SPACES
                                   OR VOL-ARQUIVO = WRK-ARQUIVO)
                               PERFORM 0520-INCLUIR-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLUME-HISTORY-FILE
           END-IF.
       0520-INCLUIR-ARQUIVO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-IND-ARQ FROM 1 BY 1
                   UNTIL WRK-IND-ARQ > WRK-QTD-ARQS
               IF WRK-ARQ(WRK-IND-ARQ) = VOL-ARQUIVO
                   MOVE 'S' TO WRK-ACHOU
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'N' AND WRK-QTD-ARQS < 30
               ADD 1 TO WRK-QTD-ARQS
               MOVE VOL-ARQUIVO TO WRK-ARQ(WRK-QTD-ARQS)
           END-IF.
       0600-TENDENCIA-ARQUIVO.
           PERFORM 0610-CARREGAR-DIAS.
           PERFORM 0620-CALCULAR-MEDIAS.
           MOVE SPACES TO REL-LINHA.
           STRING 'ARQUIVO: ' WRK-ARQ(WRK-IND-ARQ)
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'DATA      DIA     VOLUME   MEDIA DO DIA   DESVIO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                   UNTIL WRK-IND-DIA > WRK-QTD-DIAS
               PERFORM 0630-IMPRIMIR-DIA
           END-PERFORM.
           IF WRK-TAB-CHEIA = 'S'
               MOVE '*** JANELA TRUNCADA EM 400 DATAS ***' TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE 'MEDIA POR DIA DA SEMANA:' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-SEM FROM 1 BY 1
                   UNTIL WRK-IND-SEM > 7
               MOVE WRK-NOME-DIA(WRK-IND-SEM) TO WRK-LS-DIA
               MOVE WRK-SEM-MEDIA(WRK-IND-SEM) TO WRK-LS-MEDIA
               MOVE WRK-SEM-QTD(WRK-IND-SEM) TO WRK-LS-QTD
               MOVE WRK-LINHA-SEMANA TO REL-LINHA
               WRITE REL-LINHA
           END-PERFORM.
           MOVE WRK-TOTAL TO WRK-QTD-ED.
           IF WRK-QTD-DIAS > ZEROS
               COMPUTE WRK-MEDIA ROUNDED = WRK-TOTAL / WRK-QTD-DIAS
           ELSE
               MOVE ZEROS TO WRK-MEDIA
           END-IF.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DIAS: ' WRK-QTD-DIAS '  TOTAL: ' WRK-QTD-ED
               '  MEDIA DIARIA: ' WRK-MEDIA-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-MINIMO TO WRK-QTD-ED.
           MOVE WRK-MAXIMO TO WRK-MEDIA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'MINIMO: ' WRK-QTD-ED '  MAXIMO: ' WRK-MEDIA-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0640-CALCULAR-CRESCIMENTO.
           MOVE SPACES TO REL-LINHA.
           IF WRK-QTD-DIAS < 2 OR WRK-MEDIA-1 = ZEROS
               MOVE 'CRESCIMENTO: SEM BASE NA JANELA' TO REL-LINHA
           ELSE
               MOVE WRK-DESVIO TO WRK-DESVIO-ED
               STRING 'CRESCIMENTO (2A METADE SOBRE A 1A): '
                   WRK-DESVIO-ED '%'
                   DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       0610-CARREGAR-DIAS.
           MOVE ZEROS TO WRK-QTD-DIAS.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-VOL.
           OPEN INPUT VOLUME-HISTORY-FILE.
           IF WRK-FS-VOL = '00'
               PERFORM UNTIL WRK-FIM-VOL = 'Y'
                   READ VOLUME-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-VOL
                       NOT AT END
                           IF VOL-DATA NOT < WRK-DATA-INICIO
                               AND VOL-ARQUIVO = WRK-ARQ(WRK-IND-ARQ)
                               PERFORM 0615-GUARDAR-DIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOLUME-HISTORY-FILE
           END-IF.
       0615-GUARDAR-DIA.
           IF WRK-QTD-DIAS > ZEROS
               AND VOL-DATA = WRK-DIA-DATA(WRK-QTD-DIAS)
               MOVE VOL-QTD TO WRK-DIA-QTD(WRK-QTD-DIAS)
           ELSE
               IF WRK-QTD-DIAS < 400
                   ADD 1 TO WRK-QTD-DIAS
                   MOVE VOL-DATA TO WRK-DIA-DATA(WRK-QTD-DIAS)
                   MOVE VOL-DIA-SEMANA TO WRK-DIA-SEMANA(WRK-QTD-DIAS)
                   MOVE VOL-QTD TO WRK-DIA-QTD(WRK-QTD-DIAS)
               ELSE
                   MOVE 'S' TO WRK-TAB-CHEIA
               END-IF
           END-IF.
       0620-CALCULAR-MEDIAS.
           INITIALIZE WRK-TABELA-SEMANA.
           MOVE ZEROS TO WRK-TOTAL WRK-MINIMO WRK-MAXIMO.
           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                   UNTIL WRK-IND-DIA > WRK-QTD-DIAS
               MOVE WRK-DIA-SEMANA(WRK-IND-DIA) TO WRK-IND-SEM
               ADD WRK-DIA-QTD(WRK-IND-DIA)
                   TO WRK-SEM-SOMA(WRK-IND-SEM) WRK-TOTAL
               ADD 1 TO WRK-SEM-QTD(WRK-IND-SEM)
               IF WRK-IND-DIA = 1
                   OR WRK-DIA-QTD(WRK-IND-DIA) < WRK-MINIMO
                   MOVE WRK-DIA-QTD(WRK-IND-DIA) TO WRK-MINIMO
               END-IF
               IF WRK-DIA-QTD(WRK-IND-DIA) > WRK-MAXIMO
                   MOVE WRK-DIA-QTD(WRK-IND-DIA) TO WRK-MAXIMO
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IND-SEM FROM 1 BY 1
                   UNTIL WRK-IND-SEM > 7
               IF WRK-SEM-QTD(WRK-IND-SEM) > ZEROS
                   COMPUTE WRK-SEM-MEDIA(WRK-IND-SEM) ROUNDED =
                       WRK-SEM-SOMA(WRK-IND-SEM)
                       / WRK-SEM-QTD(WRK-IND-SEM)
               END-IF
           END-PERFORM.
       0630-IMPRIMIR-DIA.
           MOVE WRK-DIA-SEMANA(WRK-IND-DIA) TO WRK-IND-SEM.
           MOVE WRK-DIA-DATA(WRK-IND-DIA) TO WRK-LD-DATA.
           MOVE WRK-NOME-DIA(WRK-IND-SEM) TO WRK-LD-DIA.
           MOVE WRK-DIA-QTD(WRK-IND-DIA) TO WRK-LD-QTD.
           MOVE WRK-SEM-MEDIA(WRK-IND-SEM) TO WRK-LD-MEDIA.
           IF WRK-SEM-MEDIA(WRK-IND-SEM) = ZEROS
               MOVE ZEROS TO WRK-DESVIO
           ELSE
               COMPUTE WRK-DESVIO ROUNDED =
                   (WRK-DIA-QTD(WRK-IND-DIA)
                   - WRK-SEM-MEDIA(WRK-IND-SEM)) * 100
                   / WRK-SEM-MEDIA(WRK-IND-SEM)
                   ON SIZE ERROR
                       MOVE 9999 TO WRK-DESVIO
               END-COMPUTE
           END-IF.
           MOVE WRK-DESVIO TO WRK-LD-DESVIO.
           MOVE WRK-LINHA-DET TO REL-LINHA.
           WRITE REL-LINHA.
       0640-CALCULAR-CRESCIMENTO.
           MOVE ZEROS TO WRK-SOMA-1 WRK-SOMA-2 WRK-MEDIA-1 WRK-MEDIA-2
               WRK-DESVIO.
           IF WRK-QTD-DIAS > 1
               COMPUTE WRK-METADE = WRK-QTD-DIAS / 2
               PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                       UNTIL WRK-IND-DIA > WRK-QTD-DIAS
                   IF WRK-IND-DIA NOT > WRK-METADE
                       ADD WRK-DIA-QTD(WRK-IND-DIA) TO WRK-SOMA-1
                   ELSE
                       ADD WRK-DIA-QTD(WRK-IND-DIA) TO WRK-SOMA-2
                   END-IF
               END-PERFORM
               COMPUTE WRK-MEDIA-1 = WRK-SOMA-1 / WRK-METADE
               COMPUTE WRK-MEDIA-2 =
                   WRK-SOMA-2 / (WRK-QTD-DIAS - WRK-METADE)
               IF WRK-MEDIA-1 > ZEROS
                   COMPUTE WRK-DESVIO ROUNDED =
                       (WRK-MEDIA-2 - WRK-MEDIA-1) * 100 / WRK-MEDIA-1
                       ON SIZE ERROR
                           MOVE 9999 TO WRK-DESVIO
                   END-COMPUTE
               END-IF
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0790-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='TENDENCIA DE VOLUME DOS ARQUIVOS'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
