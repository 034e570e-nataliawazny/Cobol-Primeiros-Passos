       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB148.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CALENDARIO DE OBRIGACOES FISCAIS E OPERACIONAIS
      * (RECOLHIMENTO DE ICMS, ENTREGA DO SPED, CORTE DA REMESSA
      * BANCARIA, FECHAMENTO DO MES) COM AVISO ANTECIPADO
      * ACAO 'M' = MANUTENCAO DO CADASTRO OBRIGAC (OBRREC.COB):
      * DESCRICAO, REGRA (N-ESIMO DIA UTIL / DIA FIXO COM AJUSTE
      * PARA O DIA UTIL ANTERIOR OU POSTERIOR / ULTIMO DIA UTIL),
      * MES (TODO MES OU ANUAL), UF, AREA E ANTECEDENCIA DO AVISO
      * ACAO 'G' = GERACAO ANUAL: RESOLVE A REGRA DE CADA OBRIGACAO EM
      * DATAS REAIS NO OBRAGEN (OBGREC.COB) PELO PRGDIAUT - SABADO,
      * DOMINGO E FERIADOS DO FERIADOS (NACIONAIS MAIS OS DA OBR-UF);
      * OBRIGACAO E MES JA GERADOS NAO SAO GERADOS DE NOVO, ENTAO A
      * GERACAO PODE SER REPETIDA DEPOIS DE INCLUIR OBRIGACOES
      * ACAO 'C' = CALENDARIO DO ANO EM OBRCAL, NO FORMATO DO
      * CALENDARIO DO PROGCOB16: MES A MES, CADA VENCIMENTO COM DIA
      * DA SEMANA, AREA E SITUACAO
      * ACAO 'L' = LEMBRETES DA RODADA DA MANHA: OBRIGACAO PENDENTE
      * QUE VENCE DENTRO DA ANTECEDENCIA (DIAS UTEIS) VAI AO
      * ALERTFILE COM SEVERIDADE 'M', A QUE VENCE HOJE E A ATRASADA
      * COM SEVERIDADE 'A' TODO DIA ATE A BAIXA (RC 4 COM ATRASO)
      * ACAO 'B' = BAIXA DA OBRIGACAO CUMPRIDA (DATA E RESPONSAVEL)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBLIGATION-FILE ASSIGN TO 'OBRIGAC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBR.
           SELECT OBLIGATION-TEMP ASSIGN TO 'OBRTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT DUE-DATE-FILE ASSIGN TO 'OBRAGEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OBG.
           SELECT DUE-DATE-TEMP ASSIGN TO 'OBGTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GTM.
           SELECT CALENDAR-REPORT-FILE ASSIGN TO 'OBRCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  OBLIGATION-FILE.
       COPY 'OBRREC.COB'.
       FD  OBLIGATION-TEMP.
       01  TMP-REC            PIC X(73).
       FD  DUE-DATE-FILE.
       COPY 'OBGREC.COB'.
       FD  DUE-DATE-TEMP.
       01  GTM-REC            PIC X(51).
       FD  CALENDAR-REPORT-FILE.
       01  CAL-LINHA          PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-OBR      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-OBG      PIC X(02) VALUE SPACES.
       77 WRK-FS-GTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-CAL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ANO-HOJE    PIC 9(04) VALUE ZEROS.
       77 WRK-ANO         PIC 9(04) VALUE ZEROS.
       77 WRK-IND-MES     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-DIA     PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-REGRA   PIC 9(02) VALUE ZEROS.
       77 WRK-REFERENCIA  PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-CALC   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-UTIL   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-PRIM-MES    PIC 9(08) VALUE ZEROS.
       77 WRK-INTEIRO     PIC S9(09) VALUE ZEROS.
       77 WRK-DATA-REF    PIC 9(08) VALUE 20240101.
       77 WRK-DIAS-DESDE-REF PIC S9(08) VALUE ZEROS.
       77 WRK-IND-SEMANA  PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-ATRASO PIC 9(05) VALUE ZEROS.
       77 WRK-CODIGO      PIC X(08) VALUE SPACES.
       77 WRK-RESPONSAVEL PIC X(20) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-SITUACAO    PIC X(09) VALUE SPACES.
       77 WRK-ANTECEDENCIA PIC 9(02) VALUE ZEROS.
       77 WRK-AVISO-PADRAO PIC 9(02) VALUE 3.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-QTD-OBR     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-OBR     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-OBR     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-VEN     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-VEN     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-MES     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-GERADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXISTENTES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PASSADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-AVISOS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-HOJE    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ATRASO  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-SEM-CAD PIC 9(04) VALUE ZEROS.
       77 WRK-ALT-PROGRAMA   PIC X(10) VALUE 'PROGCOB148'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM   PIC X(40) VALUE SPACES.
       77 WRK-UF-CALC     PIC X(02) VALUE SPACES.
       01 WRK-DIAUT-ENT.
           02 WRK-DE-ANO   PIC 9(04).
           02 WRK-DE-MES   PIC 9(02).
           02 WRK-DE-DIA   PIC 9(02).
       01 WRK-DIAUT-OFFSET PIC S9(04) VALUE ZEROS.
       01 WRK-DIAUT-SAI.
           02 WRK-DS-ANO   PIC 9(04).
           02 WRK-DS-MES   PIC 9(02).
           02 WRK-DS-DIA   PIC 9(02).
       01 WRK-MESES.
           02 WRK-MES PIC X(09) OCCURS 12 TIMES.
       01 WRK-DIAS-SEMANA.
           02 WRK-DIA-SEM PIC X(07) OCCURS 7 TIMES.
      * CADASTRO INTEIRO EM MEMORIA - A GERACAO, O CALENDARIO E OS
      * LEMBRETES PRECISAM DA REGRA, DA DESCRICAO E DA AREA
       01 WRK-TABELA-OBRIGACOES.
           02 WRK-OBR OCCURS 200 TIMES.
               03 WRK-OBR-CODIGO    PIC X(08).
               03 WRK-OBR-DESCRICAO PIC X(40).
               03 WRK-OBR-TIPO      PIC X(01).
               03 WRK-OBR-DIA       PIC 9(02).
               03 WRK-OBR-AJUSTE    PIC X(01).
               03 WRK-OBR-MES       PIC 9(02).
               03 WRK-OBR-UF        PIC X(02).
               03 WRK-OBR-AREA      PIC X(15).
               03 WRK-OBR-ANTECEDENCIA PIC 9(02).
      * VENCIMENTOS DO ANO TRATADO (GERACAO: JA GERADOS; CALENDARIO:
      * OS QUE VENCEM NO ANO)
       01 WRK-TABELA-VENCIMENTOS.
           02 WRK-VEN OCCURS 3000 TIMES.
               03 WRK-VEN-CODIGO     PIC X(08).
               03 WRK-VEN-REFERENCIA PIC 9(06).
               03 WRK-VEN-DATA       PIC 9(08).
               03 WRK-VEN-STATUS     PIC X(01).
       01 WRK-LINHA-DET.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LD-DIA      PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-SEMANA   PIC X(07).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-CODIGO   PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-DESCRICAO PIC X(28).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-AREA     PIC X(15).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-SITUACAO PIC X(09).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-HOJE.
           DISPLAY 'ACAO (M-MANUTENCAO / G-GERAR ANO / C-CALENDARIO /'
               ' L-LEMBRETES / B-BAIXA): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'M'
               WHEN 'm'
                   PERFORM 0500-MANUTENCAO
               WHEN 'G'
               WHEN 'g'
                   PERFORM 0200-GERAR-ANO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0600-CALENDARIO
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0300-LEMBRETES
               WHEN 'B'
               WHEN 'b'
                   PERFORM 0700-BAIXA
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB148'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB148'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-CARREGAR-OBRIGACOES.
           MOVE ZEROS TO WRK-QTD-OBR.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT OBLIGATION-FILE.
           IF WRK-FS-OBR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OBLIGATION-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0110-GUARDAR-OBRIGACAO
                   END-READ
               END-PERFORM
               CLOSE OBLIGATION-FILE
           END-IF.
       0110-GUARDAR-OBRIGACAO.
           IF WRK-QTD-OBR < 200
               ADD 1 TO WRK-QTD-OBR
               MOVE OBR-CODIGO TO WRK-OBR-CODIGO(WRK-QTD-OBR)
               MOVE OBR-DESCRICAO TO WRK-OBR-DESCRICAO(WRK-QTD-OBR)
               MOVE OBR-TIPO TO WRK-OBR-TIPO(WRK-QTD-OBR)
               MOVE OBR-DIA TO WRK-OBR-DIA(WRK-QTD-OBR)
               MOVE OBR-AJUSTE TO WRK-OBR-AJUSTE(WRK-QTD-OBR)
               MOVE OBR-MES TO WRK-OBR-MES(WRK-QTD-OBR)
               MOVE OBR-UF TO WRK-OBR-UF(WRK-QTD-OBR)
               MOVE OBR-AREA TO WRK-OBR-AREA(WRK-QTD-OBR)
               MOVE OBR-ANTECEDENCIA
                   TO WRK-OBR-ANTECEDENCIA(WRK-QTD-OBR)
           ELSE
               IF WRK-TAB-CHEIA = 'N'
                   MOVE 'Y' TO WRK-TAB-CHEIA
                   DISPLAY 'TABELA DE OBRIGACOES CHEIA (200) - DEMAIS'
                       ' IGNORADAS'
               END-IF
           END-IF.
       0150-LOCALIZAR-OBRIGACAO.
           MOVE ZEROS TO WRK-POS-OBR.
           PERFORM VARYING WRK-IND-OBR FROM 1 BY 1
                   UNTIL WRK-IND-OBR > WRK-QTD-OBR
                       OR WRK-POS-OBR > ZEROS
               IF WRK-OBR-CODIGO(WRK-IND-OBR) = WRK-CODIGO
                   MOVE WRK-IND-OBR TO WRK-POS-OBR
               END-IF
           END-PERFORM.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0050-RECEBER-ANO-GERACAO==,
                     ==CAMPO-NOME== BY ==WRK-ANO==,
                     ==TEXTO-PROMPT== BY
                         =='ANO A GERAR (0 = ANO SEGUINTE): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-ANO-CALENDARIO==,
                     ==CAMPO-NOME== BY ==WRK-ANO==,
                     ==TEXTO-PROMPT== BY
                         =='ANO DO CALENDARIO (0 = ANO CORRENTE): '==.
      * O PASSO ANUAL DA CADEIA RODA NO ULTIMO DIA UTIL DE DEZEMBRO
      * COM ANO 0 E GERA O ANO SEGUINTE; GERANDO O ANO CORRENTE, O
      * QUE JA VENCEU ANTES DE HOJE NAO ENTRA (NAO HA O QUE AVISAR)
       0200-GERAR-ANO.
           PERFORM 0050-RECEBER-ANO-GERACAO.
           IF WRK-ANO = ZEROS
               COMPUTE WRK-ANO = WRK-ANO-HOJE + 1
           END-IF.
           PERFORM 0100-CARREGAR-OBRIGACOES.
           IF WRK-QTD-OBR = ZEROS
               DISPLAY 'OBRIGAC INDISPONIVEL OU VAZIO'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0210-CARREGAR-GERADOS
               MOVE ZEROS TO WRK-QTD-GERADOS WRK-QTD-EXISTENTES
                   WRK-QTD-PASSADOS
               OPEN EXTEND DUE-DATE-FILE
               IF WRK-FS-OBG NOT = '00'
                   OPEN OUTPUT DUE-DATE-FILE
               END-IF
               PERFORM VARYING WRK-IND-OBR FROM 1 BY 1
                       UNTIL WRK-IND-OBR > WRK-QTD-OBR
                   PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                           UNTIL WRK-IND-MES > 12
                       IF WRK-OBR-MES(WRK-IND-OBR) = ZEROS
                           OR WRK-OBR-MES(WRK-IND-OBR) = WRK-IND-MES
                           PERFORM 0220-GERAR-VENCIMENTO
                       END-IF
                   END-PERFORM
               END-PERFORM
               CLOSE DUE-DATE-FILE
               DISPLAY 'ANO ' WRK-ANO ' - VENCIMENTOS GERADOS: '
                   WRK-QTD-GERADOS ' JA EXISTENTES: '
                   WRK-QTD-EXISTENTES
               DISPLAY 'VENCIDOS ANTES DE HOJE (NAO GERADOS): '
                   WRK-QTD-PASSADOS
           END-IF.
       0210-CARREGAR-GERADOS.
           MOVE ZEROS TO WRK-QTD-VEN.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT DUE-DATE-FILE.
           IF WRK-FS-OBG = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ DUE-DATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF OBG-REFERENCIA(1:4) = WRK-ANO
                               PERFORM 0215-GUARDAR-VENCIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUE-DATE-FILE
           END-IF.
       0215-GUARDAR-VENCIMENTO.
           IF WRK-QTD-VEN < 3000
               ADD 1 TO WRK-QTD-VEN
               MOVE OBG-CODIGO TO WRK-VEN-CODIGO(WRK-QTD-VEN)
               MOVE OBG-REFERENCIA TO WRK-VEN-REFERENCIA(WRK-QTD-VEN)
               MOVE OBG-VENCIMENTO TO WRK-VEN-DATA(WRK-QTD-VEN)
               MOVE OBG-STATUS TO WRK-VEN-STATUS(WRK-QTD-VEN)
           END-IF.
       0220-GERAR-VENCIMENTO.
           COMPUTE WRK-REFERENCIA = WRK-ANO * 100 + WRK-IND-MES.
           MOVE 'N' TO WRK-EXISTE.
           PERFORM VARYING WRK-IND-VEN FROM 1 BY 1
                   UNTIL WRK-IND-VEN > WRK-QTD-VEN
                       OR WRK-EXISTE = 'S'
               IF WRK-VEN-CODIGO(WRK-IND-VEN) =
                       WRK-OBR-CODIGO(WRK-IND-OBR)
                   AND WRK-VEN-REFERENCIA(WRK-IND-VEN) =
                       WRK-REFERENCIA
                   MOVE 'S' TO WRK-EXISTE
               END-IF
           END-PERFORM.
           IF WRK-EXISTE = 'S'
               ADD 1 TO WRK-QTD-EXISTENTES
           ELSE
               PERFORM 0400-RESOLVER-REGRA
           END-IF.
           IF WRK-EXISTE = 'N' AND WRK-DATA-UTIL < WRK-DATA-HOJE
               ADD 1 TO WRK-QTD-PASSADOS
           END-IF.
           IF WRK-EXISTE = 'N' AND WRK-DATA-UTIL NOT < WRK-DATA-HOJE
               MOVE SPACES TO OBG-REC
               MOVE WRK-OBR-CODIGO(WRK-IND-OBR) TO OBG-CODIGO
               MOVE WRK-REFERENCIA TO OBG-REFERENCIA
               MOVE WRK-DATA-UTIL TO OBG-VENCIMENTO
               MOVE 'P' TO OBG-STATUS
               MOVE ZEROS TO OBG-DATA-BAIXA
               WRITE OBG-REC
               ADD 1 TO WRK-QTD-GERADOS
           END-IF.
      * LEMBRETE = PENDENTE QUE VENCE ATE O N-ESIMO DIA UTIL A PARTIR
      * DE HOJE (N = OBR-ANTECEDENCIA, COM OS FERIADOS DA OBR-UF);
      * VENCIMENTO DE OBRIGACAO EXCLUIDA DO CADASTRO NAO E AVISADO
       0300-LEMBRETES.
           MOVE 'OBRIG-AVISO-DIAS' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-AVISO-PADRAO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           PERFORM 0100-CARREGAR-OBRIGACOES.
           MOVE ZEROS TO WRK-QTD-AVISOS WRK-QTD-HOJE WRK-QTD-ATRASO
               WRK-QTD-SEM-CAD.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT DUE-DATE-FILE.
           IF WRK-FS-OBG NOT = '00'
               DISPLAY 'OBRAGEN INDISPONIVEL - GERAR O ANO (ACAO G)'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ DUE-DATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF OBG-STATUS = 'P'
                               PERFORM 0310-AVALIAR-VENCIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUE-DATE-FILE
               IF WRK-QTD-ATRASO > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY 'AVISOS DE VENCIMENTO PROXIMO: ' WRK-QTD-AVISOS.
           DISPLAY 'VENCENDO HOJE: ' WRK-QTD-HOJE.
           DISPLAY 'ATRASADAS SEM BAIXA: ' WRK-QTD-ATRASO.
           IF WRK-QTD-SEM-CAD > ZEROS
               DISPLAY 'PENDENTES DE OBRIGACAO EXCLUIDA (IGNORADAS): '
                   WRK-QTD-SEM-CAD
           END-IF.
       0310-AVALIAR-VENCIMENTO.
           MOVE OBG-CODIGO TO WRK-CODIGO.
           PERFORM 0150-LOCALIZAR-OBRIGACAO.
           IF WRK-POS-OBR = ZEROS
               ADD 1 TO WRK-QTD-SEM-CAD
           ELSE
               EVALUATE TRUE
                   WHEN OBG-VENCIMENTO < WRK-DATA-HOJE
                       PERFORM 0330-ALERTAR-ATRASO
                   WHEN OBG-VENCIMENTO = WRK-DATA-HOJE
                       ADD 1 TO WRK-QTD-HOJE
                       MOVE 'A' TO WRK-ALT-SEVERIDADE
                       MOVE SPACES TO WRK-ALT-MENSAGEM
                       STRING 'HOJE   ' OBG-CODIGO ' ' OBG-VENCIMENTO
                              ' ' WRK-OBR-AREA(WRK-POS-OBR)
                           DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
                       PERFORM 0350-EMITIR-ALERTA
                   WHEN OTHER
                       PERFORM 0320-CALCULAR-LIMITE-AVISO
                       IF OBG-VENCIMENTO <= WRK-DATA-LIMITE
                           ADD 1 TO WRK-QTD-AVISOS
                           MOVE 'M' TO WRK-ALT-SEVERIDADE
                           MOVE SPACES TO WRK-ALT-MENSAGEM
                           STRING 'AVISO  ' OBG-CODIGO ' '
                                  OBG-VENCIMENTO ' '
                                  WRK-OBR-AREA(WRK-POS-OBR)
                               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
                           PERFORM 0350-EMITIR-ALERTA
                       END-IF
               END-EVALUATE
           END-IF.
       0320-CALCULAR-LIMITE-AVISO.
           MOVE WRK-OBR-ANTECEDENCIA(WRK-POS-OBR) TO WRK-ANTECEDENCIA.
           IF WRK-ANTECEDENCIA = ZEROS
               MOVE WRK-AVISO-PADRAO TO WRK-ANTECEDENCIA
           END-IF.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-DE-ANO.
           MOVE WRK-DATA-HOJE(5:2) TO WRK-DE-MES.
           MOVE WRK-DATA-HOJE(7:2) TO WRK-DE-DIA.
           MOVE WRK-ANTECEDENCIA TO WRK-DIAUT-OFFSET.
           MOVE WRK-OBR-UF(WRK-POS-OBR) TO WRK-UF-CALC.
           CALL 'PRGDIAUT' USING WRK-DIAUT-ENT WRK-DIAUT-OFFSET
               WRK-DIAUT-SAI WRK-UF-CALC.
           COMPUTE WRK-DATA-LIMITE =
               WRK-DS-ANO * 10000 + WRK-DS-MES * 100 + WRK-DS-DIA.
      * A ATRASADA VOLTA AO ALERTFILE COM SEVERIDADE 'A' EM TODA
      * RODADA ATE A BAIXA - NAO HA COMO ESQUECER NA PAREDE
       0330-ALERTAR-ATRASO.
           ADD 1 TO WRK-QTD-ATRASO.
           COMPUTE WRK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(OBG-VENCIMENTO).
           DISPLAY '*** ATRASADA ' OBG-CODIGO ' VENCEU EM '
               OBG-VENCIMENTO ' HA ' WRK-DIAS-ATRASO ' DIAS - '
               WRK-OBR-AREA(WRK-POS-OBR) ' ***'.
           MOVE 'A' TO WRK-ALT-SEVERIDADE.
           MOVE SPACES TO WRK-ALT-MENSAGEM.
           STRING 'ATRASO ' OBG-CODIGO ' ' OBG-VENCIMENTO ' '
                  WRK-OBR-AREA(WRK-POS-OBR)
               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM.
           PERFORM 0350-EMITIR-ALERTA.
       0350-EMITIR-ALERTA.
           DISPLAY WRK-ALT-MENSAGEM ' - '
               WRK-OBR-DESCRICAO(WRK-POS-OBR).
           CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
               WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM.
      * RESOLVE A REGRA DA OBRIGACAO WRK-IND-OBR NO MES WRK-IND-MES
      * DE WRK-ANO EM WRK-DATA-UTIL, SEMPRE PELO PRGDIAUT COM A UF
      * DA OBRIGACAO - O N-ESIMO DIA UTIL CONTA A PARTIR DO ULTIMO
      * DIA DO MES ANTERIOR, COMO O PRIMEIRO DIA UTIL DO PROGCOB104
       0400-RESOLVER-REGRA.
           MOVE WRK-OBR-UF(WRK-IND-OBR) TO WRK-UF-CALC.
           PERFORM 0410-CALCULAR-FIM-MES.
           EVALUATE WRK-OBR-TIPO(WRK-IND-OBR)
               WHEN 'U'
                   COMPUTE WRK-INTEIRO =
                       FUNCTION INTEGER-OF-DATE(WRK-PRIM-MES) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO)
                       TO WRK-DATA-CALC
                   MOVE WRK-OBR-DIA(WRK-IND-OBR) TO WRK-DIAUT-OFFSET
                   IF WRK-DIAUT-OFFSET = ZEROS
                       MOVE 1 TO WRK-DIAUT-OFFSET
                   END-IF
                   PERFORM 0420-CHAMAR-DIAUT
               WHEN 'L'
                   COMPUTE WRK-DATA-CALC = WRK-ANO * 10000
                       + WRK-IND-MES * 100 + WRK-ULT-DIA-MES
                   PERFORM 0450-RECUAR-DIA-UTIL
               WHEN OTHER
                   MOVE WRK-OBR-DIA(WRK-IND-OBR) TO WRK-DIA-REGRA
                   IF WRK-DIA-REGRA > WRK-ULT-DIA-MES
                       OR WRK-DIA-REGRA = ZEROS
                       MOVE WRK-ULT-DIA-MES TO WRK-DIA-REGRA
                   END-IF
                   COMPUTE WRK-DATA-CALC = WRK-ANO * 10000
                       + WRK-IND-MES * 100 + WRK-DIA-REGRA
                   IF WRK-OBR-AJUSTE(WRK-IND-OBR) = 'P'
                       MOVE ZEROS TO WRK-DIAUT-OFFSET
                       PERFORM 0420-CHAMAR-DIAUT
                   ELSE
                       PERFORM 0450-RECUAR-DIA-UTIL
                   END-IF
           END-EVALUATE.
      * ULTIMO DIA DO MES = DIA 01 DO MES SEGUINTE MENOS UM NO
      * CALENDARIO (29 DE FEVEREIRO DOS BISSEXTOS SAI CERTO)
       0410-CALCULAR-FIM-MES.
           COMPUTE WRK-PRIM-MES =
               WRK-ANO * 10000 + WRK-IND-MES * 100 + 1.
           IF WRK-IND-MES = 12
               COMPUTE WRK-DATA-CALC = (WRK-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-CALC =
                   WRK-ANO * 10000 + (WRK-IND-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO) TO WRK-DATA-CALC.
           MOVE WRK-DATA-CALC(7:2) TO WRK-ULT-DIA-MES.
       0420-CHAMAR-DIAUT.
           MOVE WRK-DATA-CALC(1:4) TO WRK-DE-ANO.
           MOVE WRK-DATA-CALC(5:2) TO WRK-DE-MES.
           MOVE WRK-DATA-CALC(7:2) TO WRK-DE-DIA.
           CALL 'PRGDIAUT' USING WRK-DIAUT-ENT WRK-DIAUT-OFFSET
               WRK-DIAUT-SAI WRK-UF-CALC.
           COMPUTE WRK-DATA-UTIL =
               WRK-DS-ANO * 10000 + WRK-DS-MES * 100 + WRK-DS-DIA.
      * O PRGDIAUT SO ANDA PARA A FRENTE: COM DESLOCAMENTO ZERO ELE
      * DEVOLVE A PROPRIA DATA QUANDO ELA E DIA UTIL, ENTAO RECUA-SE
      * UM DIA DE CALENDARIO POR VEZ ATE A DATA VOLTAR IGUAL
       0450-RECUAR-DIA-UTIL.
           MOVE ZEROS TO WRK-DIAUT-OFFSET.
           PERFORM 0420-CHAMAR-DIAUT.
           PERFORM UNTIL WRK-DATA-UTIL = WRK-DATA-CALC
               COMPUTE WRK-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO)
                   TO WRK-DATA-CALC
               PERFORM 0420-CHAMAR-DIAUT
           END-PERFORM.
       0500-MANUTENCAO.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR OBRIGACOES 2-INCLUIR OBRIGACAO'
               DISPLAY '3-EXCLUIR OBRIGACAO 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0520-LISTAR
                   WHEN 2
                       PERFORM 0540-INCLUIR
                   WHEN 3
                       PERFORM 0560-EXCLUIR
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
       0520-LISTAR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT OBLIGATION-FILE.
           IF WRK-FS-OBR = '00'
               DISPLAY 'CODIGO   T DIA AJ MES UF AREA            AV'
                   ' DESCRICAO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OBLIGATION-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           DISPLAY OBR-CODIGO ' ' OBR-TIPO ' '
                               OBR-DIA '  ' OBR-AJUSTE '  ' OBR-MES
                               '  ' OBR-UF ' ' OBR-AREA ' '
                               OBR-ANTECEDENCIA ' ' OBR-DESCRICAO
                   END-READ
               END-PERFORM
               CLOSE OBLIGATION-FILE
           ELSE
               DISPLAY 'OBRIGAC INDISPONIVEL OU VAZIO'
           END-IF.
       0540-INCLUIR.
           DISPLAY 'CODIGO DA OBRIGACAO: '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0100-CARREGAR-OBRIGACOES.
           PERFORM 0150-LOCALIZAR-OBRIGACAO.
           IF WRK-CODIGO = SPACES
               DISPLAY 'CODIGO OBRIGATORIO'
           ELSE
               IF WRK-POS-OBR > ZEROS
                   DISPLAY 'OBRIGACAO JA CADASTRADA: ' WRK-CODIGO
               ELSE
                   PERFORM 0545-RECEBER-DADOS
               END-IF
           END-IF.
       0545-RECEBER-DADOS.
           MOVE SPACES TO OBR-REC.
           MOVE WRK-CODIGO TO OBR-CODIGO.
           DISPLAY 'DESCRICAO: '.
           ACCEPT OBR-DESCRICAO FROM CONSOLE.
           DISPLAY 'REGRA (U-N-ESIMO DIA UTIL / D-DIA FIXO /'
               ' L-ULTIMO DIA UTIL): '.
           ACCEPT OBR-TIPO FROM CONSOLE.
           PERFORM UNTIL OBR-TIPO = 'U' OR OBR-TIPO = 'D'
                   OR OBR-TIPO = 'L'
               DISPLAY 'REGRA INVALIDA - U, D OU L: '
               ACCEPT OBR-TIPO FROM CONSOLE
           END-PERFORM.
           MOVE ZEROS TO OBR-DIA.
           MOVE 'A' TO OBR-AJUSTE.
           EVALUATE OBR-TIPO
               WHEN 'U'
                   PERFORM 0546-RECEBER-NUMERO-UTIL
               WHEN 'D'
                   PERFORM 0547-RECEBER-DIA-FIXO
                   DISPLAY 'DIA NAO UTIL (A-DIA UTIL ANTERIOR /'
                       ' P-POSTERIOR): '
                   ACCEPT OBR-AJUSTE FROM CONSOLE
                   IF OBR-AJUSTE NOT = 'P'
                       MOVE 'A' TO OBR-AJUSTE
                   END-IF
           END-EVALUATE.
           PERFORM 0548-RECEBER-MES.
           PERFORM UNTIL OBR-MES <= 12
               DISPLAY 'MES INVALIDO'
               PERFORM 0548-RECEBER-MES
           END-PERFORM.
           DISPLAY 'UF DOS FERIADOS (BRANCO = SO NACIONAIS): '.
           ACCEPT OBR-UF FROM CONSOLE.
           DISPLAY 'AREA RESPONSAVEL: '.
           ACCEPT OBR-AREA FROM CONSOLE.
           PERFORM 0549-RECEBER-ANTECEDENCIA.
           OPEN EXTEND OBLIGATION-FILE.
           IF WRK-FS-OBR NOT = '00'
               OPEN OUTPUT OBLIGATION-FILE
           END-IF.
           WRITE OBR-REC.
           CLOSE OBLIGATION-FILE.
           DISPLAY 'OBRIGACAO INCLUIDA: ' OBR-CODIGO
               ' - GERAR O ANO (ACAO G) PARA CRIAR OS VENCIMENTOS'.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0546-RECEBER-NUMERO-UTIL==,
                     ==CAMPO-NOME== BY ==OBR-DIA==,
                     ==TEXTO-PROMPT== BY
                         =='QUAL DIA UTIL DO MES (1 A 23): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0547-RECEBER-DIA-FIXO==,
                     ==CAMPO-NOME== BY ==OBR-DIA==,
                     ==TEXTO-PROMPT== BY
                         =='DIA DO MES (1 A 31): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0548-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==OBR-MES==,
                     ==TEXTO-PROMPT== BY
                         =='MES (0 = TODO MES, 1 A 12 = ANUAL): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0549-RECEBER-ANTECEDENCIA==,
                     ==CAMPO-NOME== BY ==OBR-ANTECEDENCIA==,
                     ==TEXTO-PROMPT== BY
                         =='DIAS UTEIS DE AVISO (0 = PADRAO): '==.
      * OS VENCIMENTOS JA GERADOS FICAM NO OBRAGEN COMO HISTORICO;
      * SEM O CADASTRO ELES DEIXAM DE SER AVISADOS
       0560-EXCLUIR.
           DISPLAY 'CODIGO DA OBRIGACAO: '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE 'N' TO WRK-REMOVIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT OBLIGATION-FILE.
           IF WRK-FS-OBR NOT = '00'
               DISPLAY 'OBRIGAC INDISPONIVEL OU VAZIO'
           ELSE
               OPEN OUTPUT OBLIGATION-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OBLIGATION-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF OBR-CODIGO = WRK-CODIGO
                               MOVE 'S' TO WRK-REMOVIDO
                           ELSE
                               WRITE TMP-REC FROM OBR-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBLIGATION-FILE OBLIGATION-TEMP
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN OUTPUT OBLIGATION-FILE
               OPEN INPUT OBLIGATION-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OBLIGATION-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           WRITE OBR-REC FROM TMP-REC
                   END-READ
               END-PERFORM
               CLOSE OBLIGATION-FILE OBLIGATION-TEMP
               IF WRK-REMOVIDO = 'S'
                   DISPLAY 'OBRIGACAO EXCLUIDA: ' WRK-CODIGO
               ELSE
                   DISPLAY 'OBRIGACAO NAO ENCONTRADA'
               END-IF
           END-IF.
      * MESMO FORMATO DO CALENDARIO DO PROGCOB16: TITULO DO ANO, UMA
      * LINHA POR MES E O TOTAL NO FIM - AQUI CADA MES LISTA ABAIXO
      * DELE OS VENCIMENTOS EM ORDEM DE DIA
       0600-CALENDARIO.
           PERFORM 0060-RECEBER-ANO-CALENDARIO.
           IF WRK-ANO = ZEROS
               MOVE WRK-ANO-HOJE TO WRK-ANO
           END-IF.
           PERFORM 0610-MONTAR-TABELAS.
           PERFORM 0100-CARREGAR-OBRIGACOES.
           PERFORM 0620-CARREGAR-ANO.
           OPEN OUTPUT CALENDAR-REPORT-FILE.
           MOVE SPACES TO CAL-LINHA.
           STRING 'CALENDARIO DE OBRIGACOES DO ANO ' WRK-ANO
               DELIMITED BY SIZE INTO CAL-LINHA.
           WRITE CAL-LINHA.
           MOVE SPACES TO CAL-LINHA.
           WRITE CAL-LINHA.
           PERFORM VARYING WRK-IND-MES FROM 1 BY 1
                   UNTIL WRK-IND-MES > 12
               PERFORM 0630-IMPRIMIR-MES
           END-PERFORM.
           MOVE SPACES TO CAL-LINHA.
           STRING 'VENCIMENTOS NO ANO: ' WRK-QTD-VEN
               DELIMITED BY SIZE INTO CAL-LINHA.
           WRITE CAL-LINHA.
           CLOSE CALENDAR-REPORT-FILE.
           DISPLAY 'CALENDARIO ' WRK-ANO ' GRAVADO EM OBRCAL - '
               WRK-QTD-VEN ' VENCIMENTOS'.
       0610-MONTAR-TABELAS.
           MOVE 'JANEIRO'   TO WRK-MES(01).
           MOVE 'FEVEREIRO' TO WRK-MES(02).
           MOVE 'MARCO'     TO WRK-MES(03).
           MOVE 'ABRIL'     TO WRK-MES(04).
           MOVE 'MAIO'      TO WRK-MES(05).
           MOVE 'JUNHO'     TO WRK-MES(06).
           MOVE 'JULHO'     TO WRK-MES(07).
           MOVE 'AGOSTO'    TO WRK-MES(08).
           MOVE 'SETEMBRO'  TO WRK-MES(09).
           MOVE 'OUTUBRO'   TO WRK-MES(10).
           MOVE 'NOVEMBRO'  TO WRK-MES(11).
           MOVE 'DEZEMBRO'  TO WRK-MES(12).
           MOVE 'SEGUNDA' TO WRK-DIA-SEM(1).
           MOVE 'TERCA'   TO WRK-DIA-SEM(2).
           MOVE 'QUARTA'  TO WRK-DIA-SEM(3).
           MOVE 'QUINTA'  TO WRK-DIA-SEM(4).
           MOVE 'SEXTA'   TO WRK-DIA-SEM(5).
           MOVE 'SABADO'  TO WRK-DIA-SEM(6).
           MOVE 'DOMINGO' TO WRK-DIA-SEM(7).
      * ENTRA NO CALENDARIO O QUE VENCE NO ANO, QUALQUER QUE SEJA A
      * REFERENCIA (O AJUSTE DE DEZEMBRO PODE CAIR EM JANEIRO)
       0620-CARREGAR-ANO.
           MOVE ZEROS TO WRK-QTD-VEN.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT DUE-DATE-FILE.
           IF WRK-FS-OBG = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ DUE-DATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF OBG-VENCIMENTO(1:4) = WRK-ANO
                               PERFORM 0215-GUARDAR-VENCIMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUE-DATE-FILE
           ELSE
               DISPLAY 'OBRAGEN INDISPONIVEL - GERAR O ANO (ACAO G)'
           END-IF.
       0630-IMPRIMIR-MES.
           MOVE ZEROS TO WRK-QTD-MES.
           PERFORM VARYING WRK-IND-VEN FROM 1 BY 1
                   UNTIL WRK-IND-VEN > WRK-QTD-VEN
               IF WRK-VEN-DATA(WRK-IND-VEN)(5:2) = WRK-IND-MES
                   ADD 1 TO WRK-QTD-MES
               END-IF
           END-PERFORM.
           MOVE SPACES TO CAL-LINHA.
           STRING WRK-MES(WRK-IND-MES) ' - ' WRK-QTD-MES
                  ' OBRIGACOES'
               DELIMITED BY SIZE INTO CAL-LINHA.
           WRITE CAL-LINHA.
           PERFORM VARYING WRK-IND-DIA FROM 1 BY 1
                   UNTIL WRK-IND-DIA > 31 OR WRK-QTD-MES = ZEROS
               COMPUTE WRK-DATA-CALC = WRK-ANO * 10000
                   + WRK-IND-MES * 100 + WRK-IND-DIA
               PERFORM VARYING WRK-IND-VEN FROM 1 BY 1
                       UNTIL WRK-IND-VEN > WRK-QTD-VEN
                   IF WRK-VEN-DATA(WRK-IND-VEN) = WRK-DATA-CALC
                       PERFORM 0640-IMPRIMIR-VENCIMENTO
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO CAL-LINHA.
           WRITE CAL-LINHA.
       0640-IMPRIMIR-VENCIMENTO.
           COMPUTE WRK-DIAS-DESDE-REF =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-CALC) -
               FUNCTION INTEGER-OF-DATE(WRK-DATA-REF).
           COMPUTE WRK-IND-SEMANA =
               FUNCTION MOD(WRK-DIAS-DESDE-REF, 7) + 1.
           MOVE WRK-VEN-CODIGO(WRK-IND-VEN) TO WRK-CODIGO.
           PERFORM 0150-LOCALIZAR-OBRIGACAO.
           IF WRK-VEN-STATUS(WRK-IND-VEN) = 'C'
               MOVE 'CUMPRIDA' TO WRK-SITUACAO
           ELSE
               IF WRK-DATA-CALC < WRK-DATA-HOJE
                   MOVE 'ATRASADA' TO WRK-SITUACAO
               ELSE
                   MOVE 'PENDENTE' TO WRK-SITUACAO
               END-IF
           END-IF.
           MOVE WRK-IND-DIA TO WRK-LD-DIA.
           MOVE WRK-DIA-SEM(WRK-IND-SEMANA) TO WRK-LD-SEMANA.
           MOVE WRK-CODIGO TO WRK-LD-CODIGO.
           IF WRK-POS-OBR > ZEROS
               MOVE WRK-OBR-DESCRICAO(WRK-POS-OBR) TO WRK-LD-DESCRICAO
               MOVE WRK-OBR-AREA(WRK-POS-OBR) TO WRK-LD-AREA
           ELSE
               MOVE '(EXCLUIDA DO CADASTRO)' TO WRK-LD-DESCRICAO
               MOVE SPACES TO WRK-LD-AREA
           END-IF.
           MOVE WRK-SITUACAO TO WRK-LD-SITUACAO.
           MOVE WRK-LINHA-DET TO CAL-LINHA.
           WRITE CAL-LINHA.
      * REFERENCIA ZERO = PENDENCIA MAIS ANTIGA DA OBRIGACAO; A BAIXA
      * REGRAVA O OBRAGEN PELO TEMPORARIO, COMO O CADASTRO
       0700-BAIXA.
           DISPLAY 'CODIGO DA OBRIGACAO: '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           PERFORM 0710-RECEBER-REFERENCIA.
           DISPLAY 'RESPONSAVEL PELA BAIXA: '.
           ACCEPT WRK-RESPONSAVEL FROM CONSOLE.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT DUE-DATE-FILE.
           IF WRK-FS-OBG NOT = '00'
               DISPLAY 'OBRAGEN INDISPONIVEL - GERAR O ANO (ACAO G)'
           ELSE
               OPEN OUTPUT DUE-DATE-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ DUE-DATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0720-CONFERIR-BAIXA
                           WRITE GTM-REC FROM OBG-REC
                   END-READ
               END-PERFORM
               CLOSE DUE-DATE-FILE DUE-DATE-TEMP
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN OUTPUT DUE-DATE-FILE
               OPEN INPUT DUE-DATE-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ DUE-DATE-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           WRITE OBG-REC FROM GTM-REC
                   END-READ
               END-PERFORM
               CLOSE DUE-DATE-FILE DUE-DATE-TEMP
               IF WRK-ACHOU = 'S'
                   DISPLAY 'BAIXA REGISTRADA: ' WRK-CODIGO ' REF '
                       WRK-REFERENCIA
               ELSE
                   DISPLAY 'VENCIMENTO PENDENTE NAO ENCONTRADO'
               END-IF
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0710-RECEBER-REFERENCIA==,
                     ==CAMPO-NOME== BY ==WRK-REFERENCIA==,
                     ==TEXTO-PROMPT== BY
                         =='REFERENCIA AAAAMM (0 = MAIS ANTIGA): '==.
      * O OBRAGEN E GRAVADO POR ANO EM ORDEM DE REFERENCIA DENTRO DA
      * OBRIGACAO, ENTAO A PRIMEIRA PENDENTE LIDA E A MAIS ANTIGA
       0720-CONFERIR-BAIXA.
           IF WRK-ACHOU = 'N'
               AND OBG-CODIGO = WRK-CODIGO
               AND OBG-STATUS = 'P'
               AND (WRK-REFERENCIA = ZEROS
                   OR OBG-REFERENCIA = WRK-REFERENCIA)
               MOVE 'C' TO OBG-STATUS
               MOVE WRK-DATA-HOJE TO OBG-DATA-BAIXA
               MOVE WRK-RESPONSAVEL TO OBG-RESPONSAVEL
               MOVE OBG-REFERENCIA TO WRK-REFERENCIA
               MOVE 'S' TO WRK-ACHOU
           END-IF.
