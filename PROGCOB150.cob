       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB150.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = FUNIL DE ORCAMENTOS DO BALCAO DE VENDAS SOBRE O
      * ORCFILE (ORQREC.COB, EMITIDOS PELO PROGCOB53 E FECHADOS PELO
      * PROGCOB98)
      * ACAO 'F' = FUNIL DO MES EM FUNREL: ORCAMENTOS EMITIDOS NO MES
      * (ORQ-DATA) NA SITUACAO DE HOJE - ABERTOS, A VENCER (ABERTOS
      * COM VALIDADE DENTRO DE ORC-DIAS-AVISO DIAS CORRIDOS, SYSPARM,
      * PADRAO 5), GANHOS (CONVERTIDOS), PERDIDOS E EXPIRADOS (MARCADOS
      * OU ABERTOS JA VENCIDOS) - POR OPERADOR EMISSOR E POR CLIENTE,
      * COM TAXA DE CONVERSAO (GANHOS SOBRE EMITIDOS), MEDIA DE DIAS
      * ATE O ACEITE, VALOR GANHO CONTRA O ORCADO E AS PERDAS POR
      * MOTIVO
      * ACAO 'V' = LISTA DIARIA DE ACOMPANHAMENTO EM ORCVENC: ABERTOS
      * QUE VENCEM DE HOJE ATE ORC-DIAS-AVISO DIAS, COM NOME DO
      * CLIENTE E EMISSOR, PARA A LIGACAO DE FOLLOW-UP
      * SO LEITURA - NAO ALTERA O ORCFILE
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTE-FILE ASSIGN TO 'ORCFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ORQ.
           SELECT PIPELINE-REPORT-FILE ASSIGN TO 'FUNREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT FOLLOWUP-REPORT-FILE ASSIGN TO 'ORCVENC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VNC.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTE-FILE.
       COPY 'ORQREC.COB'.
       FD  PIPELINE-REPORT-FILE.
       01  REL-LINHA          PIC X(80).
       FD  FOLLOWUP-REPORT-FILE.
       01  VNC-LINHA          PIC X(80).
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-ORQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-VNC      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-AVISO  PIC 9(03) VALUE 5.
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PAGINA-VNC  PIC 9(04) VALUE ZEROS.
       77 WRK-CLASSE      PIC X(01) VALUE SPACES.
       77 WRK-DIAS-ACEITE PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-FALTA  PIC 9(05) VALUE ZEROS.
       77 WRK-CHAVE       PIC X(21) VALUE SPACES.
       77 WRK-QTD-GRP     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-GRP     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-MOT     PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-FORA    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-VENC    PIC 9(06) VALUE ZEROS.
       77 WRK-CLI-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-PCT-VALOR   PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PCT-VALOR-ED PIC ZZ9.9 VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
      * WRK-GRP-CHAVE = 'O' + OPERADOR EMISSOR OU 'C' + CM-ID
      * (ENTRADA 'T' = TOTAL DO MES, SEMPRE A PRIMEIRA)
       01 WRK-TABELA-GRUPOS.
           02 WRK-GRP OCCURS 1500 TIMES.
               03 WRK-GRP-CHAVE     PIC X(21).
               03 WRK-GRP-QTD       PIC 9(05).
               03 WRK-GRP-ABERTOS   PIC 9(05).
               03 WRK-GRP-AVENCER   PIC 9(05).
               03 WRK-GRP-GANHOS    PIC 9(05).
               03 WRK-GRP-PERDIDOS  PIC 9(05).
               03 WRK-GRP-EXPIRADOS PIC 9(05).
               03 WRK-GRP-DIAS      PIC 9(07).
               03 WRK-GRP-ORCADO    PIC 9(11)V99.
               03 WRK-GRP-GANHO     PIC 9(11)V99.
       01 WRK-TABELA-MOTIVOS.
           02 FILLER PIC X(21) VALUE 'PPRECO               '.
           02 FILLER PIC X(21) VALUE 'ZPRAZO DE ENTREGA    '.
           02 FILLER PIC X(21) VALUE 'CCONCORRENTE         '.
           02 FILLER PIC X(21) VALUE 'DDESISTENCIA         '.
           02 FILLER PIC X(21) VALUE 'OOUTROS              '.
       01 WRK-MOTIVOS REDEFINES WRK-TABELA-MOTIVOS.
           02 WRK-MOT OCCURS 5 TIMES.
               03 WRK-MOT-COD   PIC X(01).
               03 WRK-MOT-NOME  PIC X(20).
       01 WRK-TOTAIS-MOTIVO.
           02 WRK-TM OCCURS 5 TIMES.
               03 WRK-TM-QTD     PIC 9(05).
               03 WRK-TM-VALOR   PIC 9(11)V99.
       01 WRK-LINHA-FUNIL.
           02 WRK-LF-CHAVE    PIC X(12).
           02 WRK-LF-QTD      PIC Z(04)9.
           02 WRK-LF-ABERTOS  PIC Z(04)9.
           02 WRK-LF-AVENCER  PIC Z(04)9.
           02 WRK-LF-GANHOS   PIC Z(04)9.
           02 WRK-LF-PERDIDOS PIC Z(04)9.
           02 WRK-LF-EXPIRADOS PIC Z(04)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LF-CONV     PIC ZZ9.9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LF-DIAS     PIC ZZ9.9.
           02 WRK-LF-ORCADO   PIC Z(08)9.99.
           02 WRK-LF-GANHO    PIC Z(08)9.99.
       01 WRK-LINHA-MOTIVO.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LM-NOME     PIC X(20).
           02 WRK-LM-QTD      PIC Z(04)9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LM-VALOR    PIC Z(08)9.99.
       01 WRK-LINHA-VENC.
           02 WRK-LV-NUMERO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LV-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LV-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LV-EMISSOR  PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LV-VALIDADE PIC 9(08).
           02 WRK-LV-DIAS     PIC Z(03)9.
           02 WRK-LV-VALOR    PIC Z(08)9.99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           DISPLAY 'ACAO (F-FUNIL DO MES / V-ORCAMENTOS A VENCER): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'F'
               WHEN 'f'
                   PERFORM 0200-FUNIL-DO-MES
               WHEN 'V'
               WHEN 'v'
                   PERFORM 0600-LISTAR-A-VENCER
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB150'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB150'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0150-RECEBER-ANOMES==,
                     ==CAMPO-NOME== BY ==WRK-ANOMES==,
                     ==TEXTO-PROMPT== BY
                         =='MES DE EMISSAO (AAAAMM, 0 = MES '
                         'CORRENTE): '==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0160-GERAR-CABECALHO-FUNIL==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='FUNIL DE ORCAMENTOS EMITIDOS EM '
                         WRK-ANOMES==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0170-GERAR-CABECALHO-VENC==,
                     ==LINHA-NOME== BY ==VNC-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='ORCAMENTOS ABERTOS A VENCER ATE '
                         WRK-DATA-LIMITE==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA-VNC==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0050-LER-PARAMETROS.
           MOVE 'ORC-DIAS-AVISO' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-DIAS-AVISO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
               + WRK-DIAS-AVISO).
      * CLASSE DO ORCAMENTO NA SITUACAO DE HOJE: 'G' GANHO / 'P'
      * PERDIDO / 'E' EXPIRADO / 'V' A VENCER / 'A' ABERTO
       0100-CLASSIFICAR.
           EVALUATE TRUE
               WHEN ORQ-STATUS = 'C'
                   MOVE 'G' TO WRK-CLASSE
               WHEN ORQ-STATUS = 'P'
                   MOVE 'P' TO WRK-CLASSE
               WHEN ORQ-STATUS = 'E'
                   MOVE 'E' TO WRK-CLASSE
               WHEN ORQ-VALIDADE < WRK-DATA-HOJE
                   MOVE 'E' TO WRK-CLASSE
               WHEN ORQ-VALIDADE NOT > WRK-DATA-LIMITE
                   MOVE 'V' TO WRK-CLASSE
               WHEN OTHER
                   MOVE 'A' TO WRK-CLASSE
           END-EVALUATE.
       0200-FUNIL-DO-MES.
           PERFORM 0150-RECEBER-ANOMES.
           IF WRK-ANOMES = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES
           END-IF.
           INITIALIZE WRK-TABELA-GRUPOS WRK-TOTAIS-MOTIVO.
           MOVE 1 TO WRK-QTD-GRP.
           MOVE 'T' TO WRK-GRP-CHAVE(1).
           MOVE ZEROS TO WRK-QTD-FORA WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT QUOTE-FILE.
           IF WRK-FS-ORQ NOT = '00'
               DISPLAY 'ORCFILE INDISPONIVEL OU VAZIO'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ QUOTE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF ORQ-DATA(1:6) = WRK-ANOMES
                               PERFORM 0250-APURAR-ORCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUOTE-FILE
               PERFORM 0400-IMPRIMIR-FUNIL
               DISPLAY 'ORCAMENTOS DO MES ' WRK-ANOMES ': '
                   WRK-GRP-QTD(1) '  GANHOS: ' WRK-GRP-GANHOS(1)
                   '  PERDIDOS: ' WRK-GRP-PERDIDOS(1)
               IF WRK-QTD-FORA > ZEROS
                   DISPLAY 'OPERADORES/CLIENTES ALEM DA TABELA (SO NO'
                       ' TOTAL): ' WRK-QTD-FORA
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY 'FUNIL GRAVADO EM FUNREL'
           END-IF.
       0250-APURAR-ORCAMENTO.
           PERFORM 0100-CLASSIFICAR.
           MOVE ZEROS TO WRK-DIAS-ACEITE.
           IF WRK-CLASSE = 'G' AND ORQ-DATA-ACEITE IS NUMERIC
               AND ORQ-DATA-ACEITE NOT < ORQ-DATA
               COMPUTE WRK-DIAS-ACEITE =
                   FUNCTION INTEGER-OF-DATE(ORQ-DATA-ACEITE)
                   - FUNCTION INTEGER-OF-DATE(ORQ-DATA)
           END-IF.
           MOVE 1 TO WRK-IND-GRP.
           PERFORM 0300-SOMAR-GRUPO.
           MOVE SPACES TO WRK-CHAVE.
           IF ORQ-EMISSOR = SPACES OR ORQ-EMISSOR = LOW-VALUES
               STRING 'O' 'SEM EMISSOR' DELIMITED BY SIZE
                   INTO WRK-CHAVE
           ELSE
               STRING 'O' ORQ-EMISSOR DELIMITED BY SIZE
                   INTO WRK-CHAVE
           END-IF.
           PERFORM 0350-LOCALIZAR-GRUPO.
           MOVE SPACES TO WRK-CHAVE.
           STRING 'C' ORQ-CLIENTE DELIMITED BY SIZE INTO WRK-CHAVE.
           PERFORM 0350-LOCALIZAR-GRUPO.
           IF WRK-CLASSE = 'P'
               PERFORM VARYING WRK-IND-MOT FROM 1 BY 1
                       UNTIL WRK-IND-MOT > 5
                          OR WRK-MOT-COD(WRK-IND-MOT) = ORQ-MOTIVO-PERDA
                   CONTINUE
               END-PERFORM
               IF WRK-IND-MOT > 5
                   MOVE 5 TO WRK-IND-MOT
               END-IF
               ADD 1 TO WRK-TM-QTD(WRK-IND-MOT)
               ADD ORQ-TOTAL TO WRK-TM-VALOR(WRK-IND-MOT)
           END-IF.
       0300-SOMAR-GRUPO.
           ADD 1 TO WRK-GRP-QTD(WRK-IND-GRP).
           ADD ORQ-TOTAL TO WRK-GRP-ORCADO(WRK-IND-GRP).
           EVALUATE WRK-CLASSE
               WHEN 'G'
                   ADD 1 TO WRK-GRP-GANHOS(WRK-IND-GRP)
                   ADD ORQ-TOTAL TO WRK-GRP-GANHO(WRK-IND-GRP)
                   ADD WRK-DIAS-ACEITE TO WRK-GRP-DIAS(WRK-IND-GRP)
               WHEN 'P'
                   ADD 1 TO WRK-GRP-PERDIDOS(WRK-IND-GRP)
               WHEN 'E'
                   ADD 1 TO WRK-GRP-EXPIRADOS(WRK-IND-GRP)
               WHEN 'V'
                   ADD 1 TO WRK-GRP-AVENCER(WRK-IND-GRP)
               WHEN OTHER
                   ADD 1 TO WRK-GRP-ABERTOS(WRK-IND-GRP)
           END-EVALUATE.
       0350-LOCALIZAR-GRUPO.
           PERFORM VARYING WRK-IND-GRP FROM 1 BY 1
                   UNTIL WRK-IND-GRP > WRK-QTD-GRP
                      OR WRK-GRP-CHAVE(WRK-IND-GRP) = WRK-CHAVE
               CONTINUE
           END-PERFORM.
           IF WRK-IND-GRP > WRK-QTD-GRP
               IF WRK-QTD-GRP < 1500
                   ADD 1 TO WRK-QTD-GRP
                   MOVE WRK-CHAVE TO WRK-GRP-CHAVE(WRK-QTD-GRP)
               ELSE
                   ADD 1 TO WRK-QTD-FORA
                   MOVE ZEROS TO WRK-IND-GRP
               END-IF
           END-IF.
           IF WRK-IND-GRP > ZEROS
               PERFORM 0300-SOMAR-GRUPO
           END-IF.
       0400-IMPRIMIR-FUNIL.
           OPEN OUTPUT PIPELINE-REPORT-FILE.
           PERFORM 0160-GERAR-CABECALHO-FUNIL.
           MOVE 'A VENCER = ABERTO QUE VENCE EM ATE ' TO REL-LINHA.
           MOVE WRK-DIAS-AVISO TO REL-LINHA(36:3).
           MOVE ' DIAS; CONV = GANHOS / EMITIDOS' TO REL-LINHA(39:31).
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'POR OPERADOR EMISSOR' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0410-TITULO-COLUNAS.
           PERFORM VARYING WRK-IND-GRP FROM 2 BY 1
                   UNTIL WRK-IND-GRP > WRK-QTD-GRP
               IF WRK-GRP-CHAVE(WRK-IND-GRP)(1:1) = 'O'
                   MOVE WRK-GRP-CHAVE(WRK-IND-GRP)(2:12)
                       TO WRK-LF-CHAVE
                   PERFORM 0450-IMPRIMIR-GRUPO
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'POR CLIENTE' TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM 0410-TITULO-COLUNAS.
           PERFORM VARYING WRK-IND-GRP FROM 2 BY 1
                   UNTIL WRK-IND-GRP > WRK-QTD-GRP
               IF WRK-GRP-CHAVE(WRK-IND-GRP)(1:1) = 'C'
                   MOVE WRK-GRP-CHAVE(WRK-IND-GRP)(2:12)
                       TO WRK-LF-CHAVE
                   PERFORM 0450-IMPRIMIR-GRUPO
               END-IF
           END-PERFORM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 1 TO WRK-IND-GRP.
           MOVE 'TOTAL DO MES' TO WRK-LF-CHAVE.
           PERFORM 0450-IMPRIMIR-GRUPO.
           IF WRK-GRP-ORCADO(1) > ZEROS
               COMPUTE WRK-PCT-VALOR ROUNDED =
                   WRK-GRP-GANHO(1) * 100 / WRK-GRP-ORCADO(1)
           ELSE
               MOVE ZEROS TO WRK-PCT-VALOR
           END-IF.
           MOVE WRK-PCT-VALOR TO WRK-PCT-VALOR-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR GANHO SOBRE O ORCADO: ' WRK-PCT-VALOR-ED
                  ' PCT' DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'PERDAS POR MOTIVO          QTD  VALOR ORCADO'
               TO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-MOT FROM 1 BY 1
                   UNTIL WRK-IND-MOT > 5
               MOVE WRK-MOT-NOME(WRK-IND-MOT) TO WRK-LM-NOME
               MOVE WRK-TM-QTD(WRK-IND-MOT) TO WRK-LM-QTD
               MOVE WRK-TM-VALOR(WRK-IND-MOT) TO WRK-LM-VALOR
               WRITE REL-LINHA FROM WRK-LINHA-MOTIVO
           END-PERFORM.
           CLOSE PIPELINE-REPORT-FILE.
       0410-TITULO-COLUNAS.
           MOVE 'CHAVE         QTD ABER AVEN GANH PERD EXPI  CONV'
               & '  DIAS      ORCADO       GANHO' TO REL-LINHA.
           WRITE REL-LINHA.
       0450-IMPRIMIR-GRUPO.
           MOVE WRK-GRP-QTD(WRK-IND-GRP) TO WRK-LF-QTD.
           MOVE WRK-GRP-ABERTOS(WRK-IND-GRP) TO WRK-LF-ABERTOS.
           MOVE WRK-GRP-AVENCER(WRK-IND-GRP) TO WRK-LF-AVENCER.
           MOVE WRK-GRP-GANHOS(WRK-IND-GRP) TO WRK-LF-GANHOS.
           MOVE WRK-GRP-PERDIDOS(WRK-IND-GRP) TO WRK-LF-PERDIDOS.
           MOVE WRK-GRP-EXPIRADOS(WRK-IND-GRP) TO WRK-LF-EXPIRADOS.
           MOVE WRK-GRP-ORCADO(WRK-IND-GRP) TO WRK-LF-ORCADO.
           MOVE WRK-GRP-GANHO(WRK-IND-GRP) TO WRK-LF-GANHO.
           IF WRK-GRP-QTD(WRK-IND-GRP) > ZEROS
               COMPUTE WRK-LF-CONV ROUNDED =
                   WRK-GRP-GANHOS(WRK-IND-GRP) * 100
                   / WRK-GRP-QTD(WRK-IND-GRP)
           ELSE
               MOVE ZEROS TO WRK-LF-CONV
           END-IF.
           IF WRK-GRP-GANHOS(WRK-IND-GRP) > ZEROS
               COMPUTE WRK-LF-DIAS ROUNDED =
                   WRK-GRP-DIAS(WRK-IND-GRP)
                   / WRK-GRP-GANHOS(WRK-IND-GRP)
           ELSE
               MOVE ZEROS TO WRK-LF-DIAS
           END-IF.
           WRITE REL-LINHA FROM WRK-LINHA-FUNIL.
      * LISTA DO DIA PARA AS LIGACOES: ABERTO QUE AINDA NAO VENCEU E
      * VENCE ATE A DATA LIMITE
       0600-LISTAR-A-VENCER.
           MOVE ZEROS TO WRK-QTD-VENC WRK-PAGINA-VNC.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT QUOTE-FILE.
           IF WRK-FS-ORQ NOT = '00'
               DISPLAY 'ORCFILE INDISPONIVEL OU VAZIO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-CLI-DISPON
               OPEN INPUT CUSTOMER-MASTER
               IF WRK-FS-CLI = '00'
                   MOVE 'S' TO WRK-CLI-DISPON
               END-IF
               OPEN OUTPUT FOLLOWUP-REPORT-FILE
               PERFORM 0170-GERAR-CABECALHO-VENC
               MOVE 'ORCAM.   CLIENT NOME                 EMISSOR     '
                   & ' VALIDADE DIAS       VALOR' TO VNC-LINHA
               WRITE VNC-LINHA
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ QUOTE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF ORQ-STATUS = 'A'
                               PERFORM 0100-CLASSIFICAR
                               IF WRK-CLASSE = 'V'
                                   PERFORM 0650-IMPRIMIR-A-VENCER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO VNC-LINHA
               WRITE VNC-LINHA
               MOVE SPACES TO VNC-LINHA
               STRING 'ORCAMENTOS A VENCER: ' WRK-QTD-VENC
                   DELIMITED BY SIZE INTO VNC-LINHA
               WRITE VNC-LINHA
               CLOSE QUOTE-FILE FOLLOWUP-REPORT-FILE
               IF WRK-CLI-DISPON = 'S'
                   CLOSE CUSTOMER-MASTER
               END-IF
               DISPLAY 'ORCAMENTOS A VENCER ATE ' WRK-DATA-LIMITE ': '
                   WRK-QTD-VENC ' - LISTA EM ORCVENC'
           END-IF.
       0650-IMPRIMIR-A-VENCER.
           ADD 1 TO WRK-QTD-VENC.
           MOVE SPACES TO WRK-LV-NOME.
           IF WRK-CLI-DISPON = 'S'
               MOVE ORQ-CLIENTE TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE '*** NAO CADASTRADO' TO WRK-LV-NOME
                   NOT INVALID KEY
                       MOVE CM-NOME TO WRK-LV-NOME
               END-READ
           END-IF.
           COMPUTE WRK-DIAS-FALTA =
               FUNCTION INTEGER-OF-DATE(ORQ-VALIDADE)
               - FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE).
           MOVE ORQ-NUMERO TO WRK-LV-NUMERO.
           MOVE ORQ-CLIENTE TO WRK-LV-CLIENTE.
           MOVE ORQ-EMISSOR TO WRK-LV-EMISSOR.
           MOVE ORQ-VALIDADE TO WRK-LV-VALIDADE.
           MOVE WRK-DIAS-FALTA TO WRK-LV-DIAS.
           MOVE ORQ-TOTAL TO WRK-LV-VALOR.
           WRITE VNC-LINHA FROM WRK-LINHA-VENC.
