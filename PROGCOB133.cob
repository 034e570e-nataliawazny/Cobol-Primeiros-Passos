       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB133.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONFERENCIA DOS TURNOS DE CAIXA (TURNOCX,
      * TURNREC.COB, ABERTOS E FECHADOS PELO PROGCOB132): ACAO 'C'
      * (PASSO DA NOITE DEPOIS DO PROGCOB15) CASA CADA TURNO FECHADO
      * COM O DINHEIRO DO TURNO NO SALESTN (TURNSUM.COB) E GUARDA NO
      * PROPRIO TURNO, QUE CARREGA O OPERADOR, O ESPERADO (FUNDO DE
      * TROCO + VENDAS - DEVOLUCOES EM DINHEIRO) E A DIFERENCA PARA O
      * CONTADO (NEGATIVO = FALTA, POSITIVO = SOBRA); TURNO DE LOJA E
      * DIA AINDA SEM VENDAS NO SALESTN ESPERA A PROXIMA NOITE.
      * DIFERENCA ACIMA DO LIMITE (SYSPARM TURNO-LIMITE-DIF, DEFAULT
      * 20,00, EM VALOR ABSOLUTO) VAI PARA O PRGALERT; TURNO DE DIA
      * ANTERIOR AINDA ABERTO E DINHEIRO DO DIA SEM TURNO TAMBEM SAEM
      * NO RELATORIO TURNREL, COM RC 4
      * ACAO 'R' = RELATORIO MENSAL POR LOJA E OPERADOR EM TURNMREL
      * (MES AAAAMM OU 000000 = MES CORRENTE) DOS TURNOS CONFERIDOS -
      * QUANTIDADE E VALOR DE FALTAS E SOBRAS; OPERADOR COM FALTAS EM
      * PELO MENOS TURNO-FALTAS-REPET TURNOS (SYSPARM, DEFAULT 3) SAI
      * MARCADO COMO REINCIDENTE PARA O GERENTE DA LOJA
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-FILE ASSIGN TO 'TURNOCX'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TNO.
           SELECT SHIFT-TEMP ASSIGN TO 'TURNTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT SALES-SHIFT-FILE ASSIGN TO 'SALESTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-STN.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK133'.
           SELECT SORTED-SHIFT-FILE ASSIGN TO 'TURNSRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SRD.
           SELECT SHIFT-REPORT ASSIGN TO 'TURNREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT MONTHLY-SHIFT-REPORT ASSIGN TO 'TURNMREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-FILE.
       COPY 'TURNREC.COB'.
       FD  SHIFT-TEMP.
       01  TMP-REC         PIC X(87).
       FD  SALES-SHIFT-FILE.
       COPY 'TURNSUM.COB'.
       SD  SORT-WORK-FILE.
       01  SRT-REC.
           02 SRT-DATA        PIC 9(08).
           02 SRT-LOJA        PIC 9(02).
           02 FILLER          PIC X(04).
           02 SRT-OPERADOR    PIC X(20).
           02 FILLER          PIC X(53).
      * MESMO LAYOUT DO TNO-REC, JA EM ORDEM DE LOJA E OPERADOR
       FD  SORTED-SHIFT-FILE.
       01  SRD-REC.
           02 SRD-DATA         PIC 9(08).
           02 SRD-LOJA         PIC 9(02).
           02 SRD-CAIXA        PIC 9(02).
           02 SRD-TURNO        PIC 9(02).
           02 SRD-OPERADOR     PIC X(20).
           02 SRD-HORA-ABERT   PIC 9(04).
           02 SRD-HORA-FECH    PIC 9(04).
           02 SRD-FUNDO        PIC 9(06)V99.
           02 SRD-CONTADO      PIC 9(07)V99.
           02 SRD-LIQ-DINHEIRO PIC S9(07)V99.
           02 SRD-ESPERADO     PIC S9(07)V99.
           02 SRD-DIFERENCA    PIC S9(07)V99.
           02 SRD-STATUS       PIC X(01).
       FD  SHIFT-REPORT.
       01  REL-LINHA       PIC X(80).
       FD  MONTHLY-SHIFT-REPORT.
       01  MRL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-TNO      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-STN      PIC X(02) VALUE SPACES.
       77 WRK-FS-SRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-LIMITE-DIF  PIC 9(05)V99 VALUE 20.
       77 WRK-FALTAS-REPET PIC 9(03) VALUE 3.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-STN     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-STN     PIC 9(04) VALUE ZEROS.
       77 WRK-POS-STN     PIC 9(04) VALUE ZEROS.
       77 WRK-DIA-COM-VENDA PIC X(01) VALUE 'N'.
       77 WRK-EVENTO      PIC X(12) VALUE SPACES.
       77 WRK-QTD-CONFERIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ACIMA   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AGUARDANDO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAO-FECHADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-TURNO PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-FALTAS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SOBRAS  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-SEM-TURNO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ED    PIC -(08)9.99 VALUE ZEROS.
       77 WRK-LIMITE-ED   PIC ZZZZ9.99 VALUE ZEROS.
       77 WRK-LOJA-ANT    PIC 9(02) VALUE ZEROS.
       77 WRK-OPERADOR-ANT PIC X(20) VALUE SPACES.
       77 WRK-PRIMEIRO    PIC X(01) VALUE 'S'.
       77 WRK-OP-TURNOS   PIC 9(04) VALUE ZEROS.
       77 WRK-OP-FALTAS   PIC 9(04) VALUE ZEROS.
       77 WRK-OP-SOBRAS   PIC 9(04) VALUE ZEROS.
       77 WRK-OP-VLR-FALTAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-OP-VLR-SOBRAS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-OPERADORES PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REINCIDENTES PIC 9(04) VALUE ZEROS.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB133'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'A'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
      * DINHEIRO DO SALESTN POR LOJA, DIA, CAIXA E TURNO
       01 WRK-TABELA-VENDAS-TURNO.
           02 WRK-VT OCCURS 2000 TIMES.
               03 WRK-VT-DATA     PIC 9(08).
               03 WRK-VT-LOJA     PIC 9(02).
               03 WRK-VT-CAIXA    PIC 9(02).
               03 WRK-VT-TURNO    PIC 9(02).
               03 WRK-VT-LIQ      PIC S9(09)V99.
               03 WRK-VT-USADA    PIC X(01).
       01 WRK-LINHA-TURNO.
           02 WRK-LT-EVENTO   PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LT-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LT-LOJA     PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LT-CAIXA    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LT-TURNO    PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LT-OPERADOR PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LT-ESPERADO PIC -(06)9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LT-CONTADO  PIC Z(06)9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LT-DIFERENCA PIC -(06)9.99.
       01 WRK-LINHA-OPERADOR.
           02 WRK-LO-LOJA     PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LO-OPERADOR PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LO-TURNOS   PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LO-FALTAS   PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LO-VLR-FALTAS PIC ZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LO-SOBRAS   PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LO-VLR-SOBRAS PIC ZZZZZ9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LO-MARCA    PIC X(11).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-LER-PARAMETROS.
           DISPLAY 'ACAO (C-CONFERENCIA DOS TURNOS / R-RELATORIO'
               ' MENSAL): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0100-CONFERIR
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0700-RELATORIO-MENSAL
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB133'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB133'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0705-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES (AAAAMM, 000000=MES ATUAL): '==.
       0050-LER-PARAMETROS.
           MOVE 'TURNO-LIMITE-DIF' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-LIMITE-DIF =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'TURNO-FALTAS-REPET' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-FALTAS-REPET =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
       0100-CONFERIR.
           PERFORM 0150-CARREGAR-SALESTN.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB133 ***'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0200-CONFERIR-TURNOS
           END-IF.
       0150-CARREGAR-SALESTN.
           MOVE ZEROS TO WRK-QTD-STN.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SALES-SHIFT-FILE.
           IF WRK-FS-STN NOT = '00'
               DISPLAY 'SALESTN INDISPONIVEL - NENHUMA VENDA POR TURNO'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SALES-SHIFT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-STN < 2000
                               ADD 1 TO WRK-QTD-STN
                               MOVE STN-DATA TO WRK-VT-DATA(WRK-QTD-STN)
                               MOVE STN-LOJA TO WRK-VT-LOJA(WRK-QTD-STN)
                               MOVE STN-CAIXA
                                   TO WRK-VT-CAIXA(WRK-QTD-STN)
                               MOVE STN-TURNO
                                   TO WRK-VT-TURNO(WRK-QTD-STN)
                               MOVE STN-LIQ-DIN
                                   TO WRK-VT-LIQ(WRK-QTD-STN)
                               MOVE 'N' TO WRK-VT-USADA(WRK-QTD-STN)
                           ELSE
                               MOVE 'S' TO WRK-TAB-CHEIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-SHIFT-FILE
           END-IF.
      * O TURNOCX PASSA INTEIRO PELO TURNTMP COM A CONFERENCIA E
      * VOLTA NO FIM, COMO O FECHAMENTO DO PROGCOB132
       0200-CONFERIR-TURNOS.
           MOVE ZEROS TO WRK-QTD-CONFERIDOS WRK-QTD-ACIMA
               WRK-QTD-AGUARDANDO WRK-QTD-NAO-FECHADOS
               WRK-QTD-SEM-TURNO WRK-TOT-FALTAS WRK-TOT-SOBRAS
               WRK-TOT-SEM-TURNO WRK-PAGINA.
           OPEN OUTPUT SHIFT-REPORT.
           PERFORM 0210-GERAR-CABECALHO-PADRAO.
           MOVE WRK-LIMITE-DIF TO WRK-LIMITE-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'LIMITE DE DIFERENCA PARA ALERTA: ' WRK-LIMITE-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EVENTO       DATA     LJ CX TN OPERADOR    '
                  '    ESPERADO    CONTADO  DIFERENCA'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIFT-FILE.
           IF WRK-FS-TNO NOT = '00'
               DISPLAY 'TURNOCX INDISPONIVEL - NENHUM TURNO A CONFERIR'
           ELSE
               OPEN OUTPUT SHIFT-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIFT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0300-CONFERIR-TURNO
                           WRITE TMP-REC FROM TNO-REC
                   END-READ
               END-PERFORM
               CLOSE SHIFT-FILE SHIFT-TEMP
               PERFORM 0600-DEVOLVER-DO-TEMP
           END-IF.
           PERFORM 0500-LISTAR-SEM-TURNO.
           PERFORM 0550-GRAVAR-TOTAIS.
           CLOSE SHIFT-REPORT.
           DISPLAY 'CONFERENCIA DE TURNOS GRAVADA EM TURNREL'.
           DISPLAY 'CONFERIDOS: ' WRK-QTD-CONFERIDOS
               '  ACIMA DO LIMITE: ' WRK-QTD-ACIMA
               '  AGUARDANDO VENDAS: ' WRK-QTD-AGUARDANDO.
           DISPLAY 'NAO FECHADOS: ' WRK-QTD-NAO-FECHADOS
               '  DINHEIRO SEM TURNO: ' WRK-QTD-SEM-TURNO.
           IF WRK-QTD-ACIMA > 0 OR WRK-QTD-NAO-FECHADOS > 0
               OR WRK-QTD-SEM-TURNO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0210-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='CONFERENCIA DOS TURNOS DE CAIXA'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * TURNO JA CONFERIDO SO MARCA AS SUAS VENDAS COMO USADAS, PARA
      * A REEXECUCAO NAO ACUSAR DINHEIRO SEM TURNO
       0300-CONFERIR-TURNO.
           EVALUATE TNO-STATUS
               WHEN 'F'
                   PERFORM 0310-LOCALIZAR-VENDAS
                   IF WRK-DIA-COM-VENDA = 'S'
                       PERFORM 0320-APURAR-DIFERENCA
                   ELSE
                       ADD 1 TO WRK-QTD-AGUARDANDO
                   END-IF
               WHEN 'C'
                   PERFORM 0310-LOCALIZAR-VENDAS
               WHEN 'A'
                   IF TNO-DATA < WRK-DATA-HOJE
                       ADD 1 TO WRK-QTD-NAO-FECHADOS
                       MOVE 'NAO FECHADO' TO WRK-EVENTO
                       PERFORM 0400-LISTAR-TURNO
                   END-IF
           END-EVALUATE.
      * A LOJA E O DIA PRECISAM JA TER PASSADO PELO PROGCOB15; TURNO
      * SEM NENHUMA LINHA NO SALESTN NAO TEVE VENDA EM DINHEIRO
       0310-LOCALIZAR-VENDAS.
           MOVE 'N' TO WRK-DIA-COM-VENDA.
           MOVE ZEROS TO WRK-POS-STN.
           PERFORM VARYING WRK-IND-STN FROM 1 BY 1
                   UNTIL WRK-IND-STN > WRK-QTD-STN
               IF WRK-VT-DATA(WRK-IND-STN) = TNO-DATA
                   AND WRK-VT-LOJA(WRK-IND-STN) = TNO-LOJA
                   MOVE 'S' TO WRK-DIA-COM-VENDA
                   IF WRK-VT-CAIXA(WRK-IND-STN) = TNO-CAIXA
                       AND WRK-VT-TURNO(WRK-IND-STN) = TNO-TURNO
                       MOVE WRK-IND-STN TO WRK-POS-STN
                       MOVE 'S' TO WRK-VT-USADA(WRK-IND-STN)
                   END-IF
               END-IF
           END-PERFORM.
       0320-APURAR-DIFERENCA.
           IF WRK-POS-STN > 0
               MOVE WRK-VT-LIQ(WRK-POS-STN) TO TNO-LIQ-DINHEIRO
           ELSE
               MOVE ZEROS TO TNO-LIQ-DINHEIRO
           END-IF.
           COMPUTE TNO-ESPERADO = TNO-FUNDO + TNO-LIQ-DINHEIRO.
           COMPUTE TNO-DIFERENCA = TNO-CONTADO - TNO-ESPERADO.
           MOVE 'C' TO TNO-STATUS.
           ADD 1 TO WRK-QTD-CONFERIDOS.
           EVALUATE TRUE
               WHEN TNO-DIFERENCA < ZEROS
                   SUBTRACT TNO-DIFERENCA FROM WRK-TOT-FALTAS
                   MOVE 'FALTA' TO WRK-EVENTO
               WHEN TNO-DIFERENCA > ZEROS
                   ADD TNO-DIFERENCA TO WRK-TOT-SOBRAS
                   MOVE 'SOBRA' TO WRK-EVENTO
               WHEN OTHER
                   MOVE 'CONFERE' TO WRK-EVENTO
           END-EVALUATE.
           IF FUNCTION ABS(TNO-DIFERENCA) > WRK-LIMITE-DIF
               ADD 1 TO WRK-QTD-ACIMA
               MOVE SPACES TO WRK-ALT-MENSAGEM
               STRING WRK-EVENTO(1:5) ' LJ' TNO-LOJA ' CX' TNO-CAIXA
                      ' TN' TNO-TURNO ' '
                      FUNCTION TRIM(TNO-OPERADOR)
                   DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
               CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                   WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
               MOVE '*** ' TO WRK-EVENTO(9:4)
           END-IF.
           PERFORM 0400-LISTAR-TURNO.
       0400-LISTAR-TURNO.
           MOVE WRK-EVENTO TO WRK-LT-EVENTO.
           MOVE TNO-DATA TO WRK-LT-DATA.
           MOVE TNO-LOJA TO WRK-LT-LOJA.
           MOVE TNO-CAIXA TO WRK-LT-CAIXA.
           MOVE TNO-TURNO TO WRK-LT-TURNO.
           MOVE TNO-OPERADOR TO WRK-LT-OPERADOR.
           MOVE TNO-ESPERADO TO WRK-LT-ESPERADO.
           MOVE TNO-CONTADO TO WRK-LT-CONTADO.
           MOVE TNO-DIFERENCA TO WRK-LT-DIFERENCA.
           WRITE REL-LINHA FROM WRK-LINHA-TURNO.
      * DINHEIRO DO DIA QUE NAO CAIU EM TURNO ABERTO: LINHA SEM
      * SLS-TURNO OU TURNO QUE NINGUEM ABRIU NO PROGCOB132
       0500-LISTAR-SEM-TURNO.
           PERFORM VARYING WRK-IND-STN FROM 1 BY 1
                   UNTIL WRK-IND-STN > WRK-QTD-STN
               IF WRK-VT-USADA(WRK-IND-STN) = 'N'
                   AND WRK-VT-DATA(WRK-IND-STN) = WRK-DATA-HOJE
                   AND WRK-VT-LIQ(WRK-IND-STN) NOT = ZEROS
                   ADD 1 TO WRK-QTD-SEM-TURNO
                   ADD WRK-VT-LIQ(WRK-IND-STN) TO WRK-TOT-SEM-TURNO
                   MOVE 'SEM TURNO' TO WRK-LT-EVENTO
                   MOVE WRK-VT-DATA(WRK-IND-STN) TO WRK-LT-DATA
                   MOVE WRK-VT-LOJA(WRK-IND-STN) TO WRK-LT-LOJA
                   MOVE WRK-VT-CAIXA(WRK-IND-STN) TO WRK-LT-CAIXA
                   MOVE WRK-VT-TURNO(WRK-IND-STN) TO WRK-LT-TURNO
                   MOVE SPACES TO WRK-LT-OPERADOR
                   MOVE WRK-VT-LIQ(WRK-IND-STN) TO WRK-LT-ESPERADO
                   MOVE ZEROS TO WRK-LT-CONTADO WRK-LT-DIFERENCA
                   WRITE REL-LINHA FROM WRK-LINHA-TURNO
               END-IF
           END-PERFORM.
       0550-GRAVAR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'CONFERIDOS: ' WRK-QTD-CONFERIDOS
                  '  ACIMA DO LIMITE: ' WRK-QTD-ACIMA
                  '  AGUARDANDO VENDAS: ' WRK-QTD-AGUARDANDO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'NAO FECHADOS: ' WRK-QTD-NAO-FECHADOS
                  '  CAIXAS/TURNOS COM DINHEIRO SEM TURNO: '
                  WRK-QTD-SEM-TURNO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-FALTAS TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DE FALTAS......: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-SOBRAS TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'TOTAL DE SOBRAS......: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-SEM-TURNO TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DINHEIRO SEM TURNO...: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       0600-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT SHIFT-FILE.
           OPEN INPUT SHIFT-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SHIFT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE TNO-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE SHIFT-FILE SHIFT-TEMP.
      * O TURNOCX E ORDENADO POR LOJA E OPERADOR (SORT COMO O
      * PROGCOB116) E LIDO COM QUEBRA POR OPERADOR
       0700-RELATORIO-MENSAL.
           PERFORM 0705-RECEBER-MES.
           IF WRK-MES-REF = 0
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REF
           END-IF.
           OPEN INPUT SHIFT-FILE.
           IF WRK-FS-TNO NOT = '00'
               DISPLAY 'TURNOCX INDISPONIVEL - STATUS ' WRK-FS-TNO
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE SHIFT-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-LOJA
                   ON ASCENDING KEY SRT-OPERADOR
                   ON ASCENDING KEY SRT-DATA
                   USING SHIFT-FILE
                   GIVING SORTED-SHIFT-FILE
               PERFORM 0710-IMPRIMIR-OPERADORES
           END-IF.
       0710-IMPRIMIR-OPERADORES.
           MOVE ZEROS TO WRK-PAGINA WRK-QTD-OPERADORES
               WRK-QTD-REINCIDENTES.
           MOVE 'S' TO WRK-PRIMEIRO.
           OPEN OUTPUT MONTHLY-SHIFT-REPORT.
           PERFORM 0715-GERAR-CABECALHO-MENSAL.
           MOVE SPACES TO MRL-LINHA.
           STRING 'MES: ' WRK-MES-REF
                  '   REINCIDENTE = FALTA EM PELO MENOS '
                  WRK-FALTAS-REPET ' TURNOS'
               DELIMITED BY SIZE INTO MRL-LINHA.
           WRITE MRL-LINHA.
           MOVE SPACES TO MRL-LINHA.
           STRING 'LJ OPERADOR             TURN FALT    VALOR'
                  ' SOBR    VALOR'
               DELIMITED BY SIZE INTO MRL-LINHA.
           WRITE MRL-LINHA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SORTED-SHIFT-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SORTED-SHIFT-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF SRD-STATUS = 'C'
                           AND SRD-DATA(1:6) = WRK-MES-REF
                           PERFORM 0720-ACUMULAR-OPERADOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTED-SHIFT-FILE.
           IF WRK-PRIMEIRO = 'N'
               PERFORM 0730-LISTAR-OPERADOR
           END-IF.
           MOVE SPACES TO MRL-LINHA.
           WRITE MRL-LINHA.
           MOVE SPACES TO MRL-LINHA.
           STRING 'OPERADORES: ' WRK-QTD-OPERADORES
                  '  REINCIDENTES: ' WRK-QTD-REINCIDENTES
               DELIMITED BY SIZE INTO MRL-LINHA.
           WRITE MRL-LINHA.
           CLOSE MONTHLY-SHIFT-REPORT.
           DISPLAY 'RELATORIO MENSAL DE TURNOS GRAVADO EM TURNMREL'.
           DISPLAY 'OPERADORES: ' WRK-QTD-OPERADORES
               '  REINCIDENTES: ' WRK-QTD-REINCIDENTES.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0715-GERAR-CABECALHO-MENSAL==,
                     ==LINHA-NOME== BY ==MRL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='FALTAS E SOBRAS DE CAIXA POR OPERADOR'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0720-ACUMULAR-OPERADOR.
           IF WRK-PRIMEIRO = 'N'
               AND (SRD-LOJA NOT = WRK-LOJA-ANT
                    OR SRD-OPERADOR NOT = WRK-OPERADOR-ANT)
               PERFORM 0730-LISTAR-OPERADOR
           END-IF.
           IF WRK-PRIMEIRO = 'S'
               OR SRD-LOJA NOT = WRK-LOJA-ANT
               OR SRD-OPERADOR NOT = WRK-OPERADOR-ANT
               MOVE 'N' TO WRK-PRIMEIRO
               MOVE SRD-LOJA TO WRK-LOJA-ANT
               MOVE SRD-OPERADOR TO WRK-OPERADOR-ANT
               MOVE ZEROS TO WRK-OP-TURNOS WRK-OP-FALTAS
                   WRK-OP-SOBRAS WRK-OP-VLR-FALTAS WRK-OP-VLR-SOBRAS
           END-IF.
           ADD 1 TO WRK-OP-TURNOS.
           IF SRD-DIFERENCA < ZEROS
               ADD 1 TO WRK-OP-FALTAS
               SUBTRACT SRD-DIFERENCA FROM WRK-OP-VLR-FALTAS
           END-IF.
           IF SRD-DIFERENCA > ZEROS
               ADD 1 TO WRK-OP-SOBRAS
               ADD SRD-DIFERENCA TO WRK-OP-VLR-SOBRAS
           END-IF.
       0730-LISTAR-OPERADOR.
           ADD 1 TO WRK-QTD-OPERADORES.
           MOVE WRK-LOJA-ANT TO WRK-LO-LOJA.
           MOVE WRK-OPERADOR-ANT TO WRK-LO-OPERADOR.
           MOVE WRK-OP-TURNOS TO WRK-LO-TURNOS.
           MOVE WRK-OP-FALTAS TO WRK-LO-FALTAS.
           MOVE WRK-OP-VLR-FALTAS TO WRK-LO-VLR-FALTAS.
           MOVE WRK-OP-SOBRAS TO WRK-LO-SOBRAS.
           MOVE WRK-OP-VLR-SOBRAS TO WRK-LO-VLR-SOBRAS.
           MOVE SPACES TO WRK-LO-MARCA.
           IF WRK-OP-FALTAS >= WRK-FALTAS-REPET
               ADD 1 TO WRK-QTD-REINCIDENTES
               MOVE 'REINCIDENTE' TO WRK-LO-MARCA
           END-IF.
           WRITE MRL-LINHA FROM WRK-LINHA-OPERADOR.
