       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB135.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = COBRANCA DAS MENSALIDADES ESCOLARES NO CONTAS A
      * RECEBER
      * ACAO 'R' = CADASTRO DO RESPONSAVEL FINANCEIRO DO ALUNO DO
      * STUDMAST (CLIENTE ATIVO DO CUSTMAST) E DO DESCONTO DE IRMAO
      * OU BOLSA EM PERCENTUAL, NO RESPFIN (RSPREC.COB)
      * ACAO 'L' = LISTA DO RESPFIN NO CONSOLE
      * ACAO 'G' (PASSO DO PRIMEIRO DIA UTIL DO MES) = UMA PARCELA NO
      * CONTAREC POR ALUNO ATIVO, EM NOME DO RESPONSAVEL, NO VALOR DA
      * TUR-MENSALIDADE DA TURMA MENOS O DESCONTO DO ALUNO, COM
      * VENCIMENTO NO DIA MENSAL-DIA-VENCTO DO SYSPARM (DEFAULT 10)
      * AJUSTADO PARA DIA UTIL PELO PRGDIAUT NA UF DO RESPONSAVEL;
      * NUMERACAO PROPRIA NO MENSCTL E REGISTRO NO MENSALID
      * (MNSREC.COB), QUE IMPEDE COBRAR O MESMO MES DUAS VEZES. OS
      * TITULOS SEGUEM A REMESSA (PROGCOB57), O RETORNO (PROGCOB58) E
      * A COBRANCA (PROGCOB59) COMO OS DEMAIS, E CADA UM GRAVA O
      * EVENTO 'MENSALID' NO EVTCTB PARA A POSTAGEM DO PROGCOB123.
      * ALUNO SEM RESPONSAVEL, RESPONSAVEL INATIVO OU TURMA SEM
      * MENSALIDADE SAI COMO EXCECAO NO MENSREL (RC 4)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = MENSALIDADE GERADA COM RCV-OPERADOR EM BRANCO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYER-FILE ASSIGN TO 'RESPFIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RSP.
           SELECT PAYER-TEMP ASSIGN TO 'RESPTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT TUITION-FILE ASSIGN TO 'MENSALID'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MNS.
           SELECT TUITION-CONTROL-FILE ASSIGN TO 'MENSCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STU.
           SELECT CLASS-MASTER ASSIGN TO 'TURMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TUR.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
           SELECT TUITION-REPORT ASSIGN TO 'MENSREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYER-FILE.
       COPY 'RSPREC.COB'.
       FD  PAYER-TEMP.
       01  TMP-REC         PIC X(26).
       FD  TUITION-FILE.
       COPY 'MNSREC.COB'.
       FD  TUITION-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-PEDIDO PIC 9(08).
       FD  STUDENT-MASTER.
       COPY 'STUREC.COB'.
       FD  CLASS-MASTER.
       COPY 'TURREC.COB'.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       FD  TUITION-REPORT.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-RSP      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-MNS      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FS-STU      PIC X(02) VALUE SPACES.
       77 WRK-FS-TUR      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-DIA-VENCTO  PIC 9(02) VALUE 10.
       77 WRK-FAIXA-MENSAL PIC 9(08) VALUE 90000000.
       77 WRK-ULT-PEDIDO  PIC 9(08) VALUE ZEROS.
       77 WRK-MES         PIC 9(06) VALUE ZEROS.
       77 WRK-ALUNO       PIC 9(06) VALUE ZEROS.
       77 WRK-PAGADOR     PIC 9(06) VALUE ZEROS.
       77 WRK-DESC-TIPO   PIC X(01) VALUE SPACES.
       77 WRK-DESC-PCT    PIC 9(03)V99 VALUE ZEROS.
       77 WRK-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-VALIDO      PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-VALOR-CHEIO PIC 9(05)V99 VALUE ZEROS.
       77 WRK-DESCONTO    PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VALOR       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VENCTO      PIC 9(08) VALUE ZEROS.
       77 WRK-UF          PIC X(02) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-TUR     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TUR     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-TUR     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RSP     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-RSP     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-RSP     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-COB     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-COB     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-COB     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTA   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TITULOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BOLSAS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-COBRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCECOES PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CHEIO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-COBRADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PCT-ED      PIC ZZ9.99 VALUE ZEROS.
       77 WRK-TOTAL-ED    PIC Z(08)9.99 VALUE ZEROS.
       01 WRK-DIAUT-ENT.
           02 WRK-DE-ANO PIC 9(04).
           02 WRK-DE-MES PIC 9(02).
           02 WRK-DE-DIA PIC 9(02).
       77 WRK-DIAUT-OFFSET PIC S9(04) VALUE ZEROS.
       01 WRK-DIAUT-SAI.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
      * TURMAS COM MENSALIDADE CADASTRADA
       01 WRK-TABELA-TURMAS.
           02 WRK-TU OCCURS 100 TIMES.
               03 WRK-TU-CODIGO   PIC X(06).
               03 WRK-TU-MENSAL   PIC 9(05)V99.
       01 WRK-TABELA-RESPONSAVEIS.
           02 WRK-RS OCCURS 1000 TIMES.
               03 WRK-RS-ALUNO    PIC 9(06).
               03 WRK-RS-PAGADOR  PIC 9(06).
               03 WRK-RS-TIPO     PIC X(01).
               03 WRK-RS-PCT      PIC 9(03)V99.
      * ALUNOS JA COBRADOS NO MES PEDIDO (REEXECUCAO)
       01 WRK-TABELA-COBRADOS.
           02 WRK-CB OCCURS 1000 TIMES.
               03 WRK-CB-ALUNO    PIC 9(06).
       01 WRK-LINHA-COBRANCA.
           02 WRK-LC-ALUNO    PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-TURMA    PIC X(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-PAGADOR  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-PEDIDO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-VALOR    PIC Z(05)9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-VENCTO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LC-OBS      PIC X(09).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           DISPLAY 'ACAO (R-RESPONSAVEL E DESCONTO / L-LISTAR'
               ' RESPONSAVEIS / G-GERAR MENSALIDADES): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0100-RESPONSAVEL
               WHEN 'L'
               WHEN 'l'
                   PERFORM 0200-LISTAR
               WHEN 'G'
               WHEN 'g'
                   PERFORM 0300-GERAR
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB135'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB135'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0920-REGISTRAR-ERRO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB135'==,
                     ==STATUS-EXEC== BY =='ERRO-ARQ'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0105-RECEBER-ALUNO==,
                     ==CAMPO-NOME== BY ==WRK-ALUNO==,
                     ==TEXTO-PROMPT== BY
                         =='MATRICULA DO ALUNO (STU-ID): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0110-RECEBER-PAGADOR==,
                     ==CAMPO-NOME== BY ==WRK-PAGADOR==,
                     ==TEXTO-PROMPT== BY
                         =='RESPONSAVEL FINANCEIRO (CM-ID): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0115-RECEBER-PCT==,
                     ==CAMPO-NOME== BY ==WRK-DESC-PCT==,
                     ==TEXTO-PROMPT== BY
                         =='PERCENTUAL DE DESCONTO (ATE 100): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0305-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES==,
                     ==TEXTO-PROMPT== BY
                         =='MES (AAAAMM, 000000 = MES ATUAL): '==.
      * DIA ACIMA DE 28 VIRA 28 PARA O VENCIMENTO EXISTIR EM
      * FEVEREIRO - O PRGDIAUT SO ANDA PARA A FRENTE ATE O DIA UTIL
       0050-LER-PARAMETROS.
           MOVE 'MENSAL-DIA-VENCTO' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-DIA-VENCTO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           IF WRK-DIA-VENCTO > 28
               MOVE 28 TO WRK-DIA-VENCTO
           END-IF.
       0100-RESPONSAVEL.
           PERFORM 0105-RECEBER-ALUNO.
           MOVE 'N' TO WRK-VALIDO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STU NOT = '00'
               DISPLAY 'STUDMAST INDISPONIVEL - STATUS ' WRK-FS-STU
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-ALUNO TO STU-ID
               READ STUDENT-MASTER
                   INVALID KEY
                       DISPLAY 'ALUNO NAO CADASTRADO: ' WRK-ALUNO
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-VALIDO
                       DISPLAY 'ALUNO: ' STU-NOME ' TURMA ' STU-TURMA
               END-READ
               CLOSE STUDENT-MASTER
           END-IF.
           IF WRK-VALIDO = 'S'
               PERFORM 0150-LOCALIZAR-RESPONSAVEL
               IF WRK-EXISTE = 'S'
                   MOVE RSP-DESC-PCT TO WRK-PCT-ED
                   DISPLAY 'ATUAL: RESPONSAVEL ' RSP-PAGADOR
                       ' DESCONTO ' RSP-DESC-TIPO ' ' WRK-PCT-ED
                       ' PCT'
               END-IF
               PERFORM 0110-RECEBER-PAGADOR
               PERFORM 0120-VALIDAR-PAGADOR
           END-IF.
           IF WRK-VALIDO = 'S'
               PERFORM 0130-RECEBER-DESCONTO
               PERFORM 0160-GRAVAR-RESPONSAVEL
           END-IF.
       0120-VALIDAR-PAGADOR.
           MOVE 'N' TO WRK-VALIDO.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'CUSTMAST INDISPONIVEL - STATUS ' WRK-FS-CLI
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WRK-PAGADOR TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'CLIENTE NAO CADASTRADO: ' WRK-PAGADOR
                   NOT INVALID KEY
                       IF CM-STATUS = 'A' AND CM-ID NOT = ZEROS
                           MOVE 'S' TO WRK-VALIDO
                           DISPLAY 'RESPONSAVEL: ' CM-NOME
                       ELSE
                           DISPLAY 'CLIENTE INATIVO NAO PODE SER'
                               ' RESPONSAVEL: ' WRK-PAGADOR
                       END-IF
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.
       0130-RECEBER-DESCONTO.
           MOVE 'X' TO WRK-DESC-TIPO.
           PERFORM UNTIL WRK-DESC-TIPO = SPACES OR 'I' OR 'B'
               DISPLAY 'DESCONTO (I-IRMAO / B-BOLSA / BRANCO-SEM'
                   ' DESCONTO): '
               ACCEPT WRK-DESC-TIPO FROM CONSOLE
               INSPECT WRK-DESC-TIPO CONVERTING 'ib' TO 'IB'
           END-PERFORM.
           MOVE ZEROS TO WRK-DESC-PCT.
           IF WRK-DESC-TIPO NOT = SPACES
               PERFORM 0115-RECEBER-PCT
               PERFORM UNTIL WRK-DESC-PCT > 0
                       AND WRK-DESC-PCT NOT > 100
                   DISPLAY 'PERCENTUAL FORA DA FAIXA (0,01 A 100)'
                   PERFORM 0115-RECEBER-PCT
               END-PERFORM
           END-IF.
       0150-LOCALIZAR-RESPONSAVEL.
           MOVE 'N' TO WRK-EXISTE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PAYER-FILE.
           IF WRK-FS-RSP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PAYER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RSP-ALUNO = WRK-ALUNO
                               MOVE 'S' TO WRK-EXISTE
                               MOVE 'Y' TO WRK-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYER-FILE
           END-IF.
      * ALUNO NOVO ENTRA NO FIM DO RESPFIN; ALTERACAO REGRAVA O
      * ARQUIVO VIA RESPTMP, COMO O CADASTRO DE TURMAS DO PROGCOB94
       0160-GRAVAR-RESPONSAVEL.
           IF WRK-EXISTE = 'N'
               OPEN EXTEND PAYER-FILE
               IF WRK-FS-RSP NOT = '00'
                   OPEN OUTPUT PAYER-FILE
               END-IF
               PERFORM 0170-MONTAR-RESPONSAVEL
               WRITE RSP-REC
               CLOSE PAYER-FILE
               DISPLAY 'RESPONSAVEL INCLUIDO PARA O ALUNO ' WRK-ALUNO
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT PAYER-FILE
               OPEN OUTPUT PAYER-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PAYER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RSP-ALUNO = WRK-ALUNO
                               PERFORM 0170-MONTAR-RESPONSAVEL
                           END-IF
                           WRITE TMP-REC FROM RSP-REC
                   END-READ
               END-PERFORM
               CLOSE PAYER-FILE PAYER-TEMP
               PERFORM 0180-DEVOLVER-DO-TEMP
               DISPLAY 'RESPONSAVEL ALTERADO PARA O ALUNO ' WRK-ALUNO
           END-IF.
       0170-MONTAR-RESPONSAVEL.
           MOVE WRK-ALUNO TO RSP-ALUNO.
           MOVE WRK-PAGADOR TO RSP-PAGADOR.
           MOVE WRK-DESC-TIPO TO RSP-DESC-TIPO.
           MOVE WRK-DESC-PCT TO RSP-DESC-PCT.
           MOVE WRK-DATA-HOJE TO RSP-DATA.
       0180-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT PAYER-FILE.
           OPEN INPUT PAYER-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ PAYER-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE RSP-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE PAYER-FILE PAYER-TEMP.
       0200-LISTAR.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PAYER-FILE.
           IF WRK-FS-RSP = '00'
               DISPLAY 'ALUNO  RESPONS D    PCT ALTERADO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PAYER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE RSP-DESC-PCT TO WRK-PCT-ED
                           DISPLAY RSP-ALUNO ' ' RSP-PAGADOR '  '
                               RSP-DESC-TIPO ' ' WRK-PCT-ED ' '
                               RSP-DATA
                           ADD 1 TO WRK-QTD-LISTA
                   END-READ
               END-PERFORM
               CLOSE PAYER-FILE
               DISPLAY 'ALUNOS COM RESPONSAVEL: ' WRK-QTD-LISTA
           ELSE
               DISPLAY 'RESPFIN INDISPONIVEL OU VAZIO'
           END-IF.
       0300-GERAR.
           PERFORM 0305-RECEBER-MES.
           IF WRK-MES = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES
           END-IF.
           IF WRK-MES(5:2) < '01' OR WRK-MES(5:2) > '12'
               DISPLAY 'MES INVALIDO: ' WRK-MES
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0310-CARREGAR-TABELAS
               IF WRK-TAB-CHEIA = 'S'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB135 ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WRK-QTD-TUR = ZEROS
                       DISPLAY 'NENHUMA TURMA COM MENSALIDADE NO'
                           ' TURMMAST - NADA COBRADO'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0400-COBRAR-MES
                   END-IF
               END-IF
           END-IF.
       0310-CARREGAR-TABELAS.
           MOVE ZEROS TO WRK-QTD-TUR WRK-QTD-RSP WRK-QTD-COB.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-TUR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CLASS-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TUR-MENSALIDADE IS NUMERIC
                               AND TUR-MENSALIDADE > 0
                               IF WRK-QTD-TUR < 100
                                   ADD 1 TO WRK-QTD-TUR
                                   MOVE TUR-CODIGO TO
                                       WRK-TU-CODIGO(WRK-QTD-TUR)
                                   MOVE TUR-MENSALIDADE TO
                                       WRK-TU-MENSAL(WRK-QTD-TUR)
                               ELSE
                                   MOVE 'S' TO WRK-TAB-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-MASTER
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PAYER-FILE.
           IF WRK-FS-RSP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PAYER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-RSP < 1000
                               ADD 1 TO WRK-QTD-RSP
                               MOVE RSP-ALUNO TO
                                   WRK-RS-ALUNO(WRK-QTD-RSP)
                               MOVE RSP-PAGADOR TO
                                   WRK-RS-PAGADOR(WRK-QTD-RSP)
                               MOVE RSP-DESC-TIPO TO
                                   WRK-RS-TIPO(WRK-QTD-RSP)
                               MOVE RSP-DESC-PCT TO
                                   WRK-RS-PCT(WRK-QTD-RSP)
                           ELSE
                               MOVE 'S' TO WRK-TAB-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYER-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TUITION-FILE.
           IF WRK-FS-MNS = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ TUITION-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF MNS-MES = WRK-MES
                               IF WRK-QTD-COB < 1000
                                   ADD 1 TO WRK-QTD-COB
                                   MOVE MNS-ALUNO TO
                                       WRK-CB-ALUNO(WRK-QTD-COB)
                               ELSE
                                   MOVE 'S' TO WRK-TAB-CHEIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TUITION-FILE
           END-IF.
      * SEM MENSCTL (PRIMEIRA COBRANCA) A NUMERACAO COMECA NA FAIXA
       0320-LER-CONTROLE.
           MOVE WRK-FAIXA-MENSAL TO WRK-ULT-PEDIDO.
           OPEN INPUT TUITION-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ TUITION-CONTROL-FILE
                   NOT AT END
                       IF CTL-ULT-PEDIDO > WRK-FAIXA-MENSAL
                           MOVE CTL-ULT-PEDIDO TO WRK-ULT-PEDIDO
                       END-IF
               END-READ
               CLOSE TUITION-CONTROL-FILE
           END-IF.
       0330-GRAVAR-CONTROLE.
           OPEN OUTPUT TUITION-CONTROL-FILE.
           MOVE WRK-ULT-PEDIDO TO CTL-ULT-PEDIDO.
           WRITE CTL-REC.
           CLOSE TUITION-CONTROL-FILE.
       0400-COBRAR-MES.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STU NOT = '00'
               DISPLAY 'STUDMAST INDISPONIVEL - STATUS ' WRK-FS-STU
               PERFORM 0920-REGISTRAR-ERRO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT CUSTOMER-MASTER
               IF WRK-FS-CLI NOT = '00'
                   DISPLAY 'CUSTMAST INDISPONIVEL - STATUS '
                       WRK-FS-CLI
                   CLOSE STUDENT-MASTER
                   PERFORM 0920-REGISTRAR-ERRO
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0410-PROCESSAR-ALUNOS
                   CLOSE STUDENT-MASTER CUSTOMER-MASTER
               END-IF
           END-IF.
       0410-PROCESSAR-ALUNOS.
           MOVE ZEROS TO WRK-QTD-TITULOS WRK-QTD-BOLSAS
               WRK-QTD-JA-COBRADOS WRK-QTD-EXCECOES WRK-TOT-CHEIO
               WRK-TOT-DESCONTO WRK-TOT-COBRADO WRK-PAGINA.
           PERFORM 0320-LER-CONTROLE.
           OPEN EXTEND RECEIVABLE-FILE.
           IF WRK-FS-RCV NOT = '00'
               OPEN OUTPUT RECEIVABLE-FILE
           END-IF.
           OPEN EXTEND TUITION-FILE.
           IF WRK-FS-MNS NOT = '00'
               OPEN OUTPUT TUITION-FILE
           END-IF.
           OPEN EXTEND EVENT-FILE.
           IF WRK-FS-EVT NOT = '00'
               OPEN OUTPUT EVENT-FILE
           END-IF.
           OPEN OUTPUT TUITION-REPORT.
           PERFORM 0420-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'MENSALIDADES DO MES ' WRK-MES
                  '  VENCIMENTO NO DIA UTIL A PARTIR DO DIA '
                  WRK-DIA-VENCTO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ALUNO  NOME                 TURMA  RESPON PEDIDO  '
                  '      VALOR VENCTO   OBS'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE LOW-VALUES TO STU-ID.
           START STUDENT-MASTER KEY IS NOT LESS THAN STU-ID
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-ARQ
           END-START.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ STUDENT-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF STU-ATIVO = 'A'
                           PERFORM 0450-COBRAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM 0330-GRAVAR-CONTROLE.
           PERFORM 0500-GRAVAR-TOTAIS.
           CLOSE RECEIVABLE-FILE TUITION-FILE EVENT-FILE
               TUITION-REPORT.
           DISPLAY 'MENSALIDADES DE ' WRK-MES ' - VER MENSREL'.
           DISPLAY 'TITULOS: ' WRK-QTD-TITULOS
               '  BOLSAS INTEGRAIS: ' WRK-QTD-BOLSAS
               '  JA COBRADOS: ' WRK-QTD-JA-COBRADOS
               '  EXCECOES: ' WRK-QTD-EXCECOES.
           IF WRK-QTD-EXCECOES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0420-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='COBRANCA DE MENSALIDADES'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0450-COBRAR-ALUNO.
           MOVE ZEROS TO WRK-POS-COB WRK-POS-TUR WRK-POS-RSP.
           PERFORM VARYING WRK-IND-COB FROM 1 BY 1
                   UNTIL WRK-IND-COB > WRK-QTD-COB
                   OR WRK-POS-COB > 0
               IF WRK-CB-ALUNO(WRK-IND-COB) = STU-ID
                   MOVE WRK-IND-COB TO WRK-POS-COB
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IND-TUR FROM 1 BY 1
                   UNTIL WRK-IND-TUR > WRK-QTD-TUR
                   OR WRK-POS-TUR > 0
               IF WRK-TU-CODIGO(WRK-IND-TUR) = STU-TURMA
                   MOVE WRK-IND-TUR TO WRK-POS-TUR
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-IND-RSP FROM 1 BY 1
                   UNTIL WRK-IND-RSP > WRK-QTD-RSP
                   OR WRK-POS-RSP > 0
               IF WRK-RS-ALUNO(WRK-IND-RSP) = STU-ID
                   MOVE WRK-IND-RSP TO WRK-POS-RSP
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-POS-COB > 0
                   ADD 1 TO WRK-QTD-JA-COBRADOS
               WHEN WRK-POS-TUR = 0
                   MOVE 'TURMA SEM MENSALIDADE' TO WRK-MOTIVO
               WHEN WRK-POS-RSP = 0
                   MOVE 'SEM RESPONSAVEL FINANCEIRO' TO WRK-MOTIVO
               WHEN OTHER
                   MOVE WRK-RS-PAGADOR(WRK-POS-RSP) TO CM-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'RESPONSAVEL NAO CADASTRADO'
                               TO WRK-MOTIVO
                       NOT INVALID KEY
                           IF CM-STATUS = 'A'
                               PERFORM 0460-GERAR-TITULO
                           ELSE
                               MOVE 'RESPONSAVEL INATIVO'
                                   TO WRK-MOTIVO
                           END-IF
                   END-READ
           END-EVALUATE.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE SPACES TO REL-LINHA
               STRING STU-ID ' ' STU-NOME ' ' STU-TURMA
                      ' *** ' WRK-MOTIVO
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
      * DESCONTO ARREDONDADO NO CENTAVO; BOLSA DE 100 PCT FICA SO NO
      * MENSALID, SEM TITULO NEM EVENTO
       0460-GERAR-TITULO.
           MOVE WRK-TU-MENSAL(WRK-POS-TUR) TO WRK-VALOR-CHEIO.
           COMPUTE WRK-DESCONTO ROUNDED =
               WRK-VALOR-CHEIO * WRK-RS-PCT(WRK-POS-RSP) / 100.
           COMPUTE WRK-VALOR = WRK-VALOR-CHEIO - WRK-DESCONTO.
           ADD WRK-VALOR-CHEIO TO WRK-TOT-CHEIO.
           ADD WRK-DESCONTO TO WRK-TOT-DESCONTO.
           MOVE WRK-MES TO MNS-MES.
           MOVE STU-ID TO MNS-ALUNO.
           MOVE STU-TURMA TO MNS-TURMA.
           MOVE CM-ID TO MNS-PAGADOR.
           MOVE WRK-VALOR-CHEIO TO MNS-VALOR-CHEIO.
           MOVE WRK-RS-TIPO(WRK-POS-RSP) TO MNS-DESC-TIPO.
           MOVE WRK-RS-PCT(WRK-POS-RSP) TO MNS-DESC-PCT.
           MOVE WRK-VALOR TO MNS-VALOR.
           MOVE WRK-DATA-HOJE TO MNS-DATA-GER.
           MOVE STU-ID TO WRK-LC-ALUNO.
           MOVE STU-NOME TO WRK-LC-NOME.
           MOVE STU-TURMA TO WRK-LC-TURMA.
           MOVE CM-ID TO WRK-LC-PAGADOR.
           MOVE WRK-VALOR TO WRK-LC-VALOR.
           EVALUATE TRUE
               WHEN WRK-VALOR = 0
                   MOVE 'BOLSA INT' TO WRK-LC-OBS
               WHEN WRK-RS-TIPO(WRK-POS-RSP) = 'I'
                   MOVE 'IRMAO' TO WRK-LC-OBS
               WHEN WRK-RS-TIPO(WRK-POS-RSP) = 'B'
                   MOVE 'BOLSA' TO WRK-LC-OBS
               WHEN OTHER
                   MOVE SPACES TO WRK-LC-OBS
           END-EVALUATE.
           IF WRK-VALOR = 0
               MOVE ZEROS TO MNS-PEDIDO MNS-PARCELA MNS-VENCTO
               ADD 1 TO WRK-QTD-BOLSAS
           ELSE
               ADD 1 TO WRK-ULT-PEDIDO
               PERFORM 0470-CALCULAR-VENCTO
               MOVE WRK-ULT-PEDIDO TO RCV-PEDIDO
               MOVE 1 TO RCV-PARCELA
               MOVE CM-ID TO RCV-CLIENTE
               MOVE WRK-VALOR TO RCV-VALOR
               MOVE WRK-DATA-HOJE TO RCV-EMISSAO
               MOVE WRK-VENCTO TO RCV-VENCTO
               MOVE 'A' TO RCV-STATUS
               MOVE ZEROS TO RCV-DATA-PGTO
               MOVE ZEROS TO RCV-VALOR-PAGO
               MOVE SPACES TO RCV-OPERADOR
               WRITE RCV-REC
               MOVE 'MENSALID' TO EVT-TIPO
               MOVE WRK-DATA-HOJE TO EVT-DATA
               MOVE SPACES TO EVT-DOCUMENTO
               STRING 'MS' RCV-PEDIDO RCV-PARCELA
                   DELIMITED BY SIZE INTO EVT-DOCUMENTO
               MOVE WRK-VALOR TO EVT-VALOR
               MOVE 'PROGCOB135' TO EVT-PROGRAMA
               WRITE EVT-REC
               MOVE RCV-PEDIDO TO MNS-PEDIDO
               MOVE RCV-PARCELA TO MNS-PARCELA
               MOVE WRK-VENCTO TO MNS-VENCTO
               ADD 1 TO WRK-QTD-TITULOS
               ADD WRK-VALOR TO WRK-TOT-COBRADO
           END-IF.
           WRITE MNS-REC.
           MOVE MNS-PEDIDO TO WRK-LC-PEDIDO.
           MOVE MNS-VENCTO TO WRK-LC-VENCTO.
           MOVE WRK-LINHA-COBRANCA TO REL-LINHA.
           WRITE REL-LINHA.
      * DIA FIXO DO MES COBRADO, LEVADO AO DIA UTIL SEGUINTE PELO
      * CALENDARIO DE FERIADOS NACIONAIS E DA UF DO RESPONSAVEL
       0470-CALCULAR-VENCTO.
           MOVE WRK-MES(1:4) TO WRK-DE-ANO.
           MOVE WRK-MES(5:2) TO WRK-DE-MES.
           MOVE WRK-DIA-VENCTO TO WRK-DE-DIA.
           MOVE ZEROS TO WRK-DIAUT-OFFSET.
           MOVE CM-UF TO WRK-UF.
           CALL 'PRGDIAUT' USING WRK-DIAUT-ENT WRK-DIAUT-OFFSET
               WRK-DIAUT-SAI WRK-UF.
           COMPUTE WRK-VENCTO =
               WRK-DS-ANO * 10000 + WRK-DS-MES * 100 + WRK-DS-DIA.
       0500-GRAVAR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TITULOS GERADOS......: ' WRK-QTD-TITULOS
                  '   BOLSAS INTEGRAIS: ' WRK-QTD-BOLSAS
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'JA COBRADOS NO MES...: ' WRK-QTD-JA-COBRADOS
                  '   EXCECOES........: ' WRK-QTD-EXCECOES
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-CHEIO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'VALOR CHEIO..........: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DESCONTOS............: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-COBRADO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'COBRADO NO CONTAREC..: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
