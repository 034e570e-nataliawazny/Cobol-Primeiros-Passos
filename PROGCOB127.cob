       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB127.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = DEMONSTRACOES FINANCEIRAS DO LEDGER A PARTIR DO
      * CTA-TIPO DO PLANCTAS, AGRUPADAS PELO GRUPOCTB (GRPREC.COB):
      * ACAO 'D' GRAVA NO DEMOREL PARA O MES AAAAMM A DRE (RECEITAS,
      * CUSTOS, LUCRO BRUTO, DESPESAS E RESULTADO) E O BALANCO
      * PATRIMONIAL (ATIVO, PASSIVO E PATRIMONIO LIQUIDO COM OS
      * RESULTADOS), NAS COLUNAS MES / ACUMULADO NO ANO / MESMO MES
      * DO ANO ANTERIOR (NO BALANCO: SALDO NO FIM DO MES / VARIACAO
      * NO ANO / SALDO NO FIM DO MESMO MES DO ANO ANTERIOR), COM A
      * PROVA ATIVO = PASSIVO + PL + RESULTADO - BALANCO QUE NAO
      * FECHA SAI COM A DIFERENCA, RC 4 E ALERTA VIA PRGALERT
      * ACAO 'M' = MANUTENCAO DOS GRUPOS (LISTAR / INCLUIR / EXCLUIR,
      * COMO AS REGRAS DO PROGCOB123)
      * OS SALDOS SAO O ULTIMO LED-SALDO DA CONTA ATE O FIM DE CADA
      * MES: OS ARQUIVOS LEDAAAAMM DO FECHAMENTO (PROGCOB35) DESDE
      * DEZEMBRO DE DOIS ANOS ANTES SAO LIDOS EM ORDEM E O LEDGER
      * POR ULTIMO; DEBITO POSITIVO E CREDITO NEGATIVO COMO NA
      * POSTAGEM DO PROGCOB123 - RECEITA E PASSIVO SAEM COM O SINAL
      * INVERTIDO. VALORES INTEIROS, COMO O LED-VALOR
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CHAVE
               FILE STATUS IS WRK-FS-LED.
           SELECT LEDGER-ARCHIVE ASSIGN TO DYNAMIC WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.
           SELECT ACCOUNT-MASTER ASSIGN TO 'PLANCTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WRK-FS-CTA.
           SELECT GROUP-FILE ASSIGN TO 'GRUPOCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GRP.
           SELECT GROUP-TEMP ASSIGN TO 'GRUPOTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GTM.
           SELECT STATEMENT-REPORT ASSIGN TO 'DEMOREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY 'LEDREC.COB'.
       FD  LEDGER-ARCHIVE.
       01  ARQ-REC         PIC X(69).
       FD  ACCOUNT-MASTER.
       COPY 'CTAREC.COB'.
       FD  GROUP-FILE.
       COPY 'GRPREC.COB'.
       FD  GROUP-TEMP.
       01  GTM-REC         PIC X(37).
       FD  STATEMENT-REPORT.
       01  DEM-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-LED      PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTA      PIC X(02) VALUE SPACES.
       77 WRK-FS-GRP      PIC X(02) VALUE SPACES.
       77 WRK-FS-GTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-LED     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-HOJE    PIC 9(06) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-REF     PIC 9(04) VALUE ZEROS.
       77 WRK-MM-REF      PIC 9(02) VALUE ZEROS.
       77 WRK-MES-ARQ     PIC 9(06) VALUE ZEROS.
       77 WRK-NOME-ARQ    PIC X(12) VALUE SPACES.
       77 WRK-QTD-ARQS    PIC 9(03) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-IND-ALVO    PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-CONTAS  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CONTA   PIC 9(03) VALUE ZEROS.
       77 WRK-POS-CONTA   PIC 9(03) VALUE ZEROS.
       77 WRK-CTA-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-SEM-TIPO PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-GRUPOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IND-GRUPO   PIC 9(03) VALUE ZEROS.
       77 WRK-POS-GRUPO   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TROCA   PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-TROCA PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-SECAO       PIC X(01) VALUE SPACES.
       77 WRK-SECAO-OK    PIC X(01) VALUE 'N'.
       77 WRK-DEMO-NOVO   PIC X(01) VALUE SPACES.
       77 WRK-DEMO-GRUPO  PIC X(01) VALUE SPACES.
       77 WRK-TIPO-CTA    PIC X(01) VALUE SPACES.
       77 WRK-GRUPO       PIC 9(03) VALUE ZEROS.
       77 WRK-DESCRICAO   PIC X(25) VALUE SPACES.
       77 WRK-CONTA-INI   PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-FIM   PIC 9(04) VALUE ZEROS.
       77 WRK-SINAL       PIC S9(01) VALUE ZEROS.
       77 WRK-IND-COL     PIC 9(01) VALUE ZEROS.
       77 WRK-VALOR       PIC S9(09) VALUE ZEROS.
       77 WRK-DIFERENCA   PIC X(01) VALUE 'N'.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB127'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
      * ALVOS = FIM DOS MESES CUJO SALDO E PRECISO: 1 MES DE
      * REFERENCIA, 2 MES ANTERIOR, 3 DEZEMBRO DO ANO ANTERIOR,
      * 4 MESMO MES DO ANO ANTERIOR, 5 O MES ANTERIOR A ESSE,
      * 6 DEZEMBRO DE DOIS ANOS ANTES
       01 WRK-TABELA-ALVOS.
           02 WRK-ALVO OCCURS 6 TIMES PIC 9(06).
       01 WRK-TABELA-CONTAS.
           02 WRK-CT OCCURS 300 TIMES.
               03 WRK-CT-CONTA  PIC 9(04).
               03 WRK-CT-TIPO   PIC X(01).
               03 WRK-CT-SALDO  PIC S9(07) OCCURS 6 TIMES.
      * OS GRUPOS 101 A 104 DA TABELA SAO AS LINHAS 'OUTRAS' DE
      * CADA TIPO DE CONTA, MONTADAS NO 0120
       01 WRK-TABELA-GRUPOS.
           02 WRK-GR OCCURS 104 TIMES.
               03 WRK-GR-CODIGO PIC 9(03).
               03 WRK-GR-DESC   PIC X(25).
               03 WRK-GR-SECAO  PIC X(01).
               03 WRK-GR-INI    PIC 9(04).
               03 WRK-GR-FIM    PIC 9(04).
               03 WRK-GR-VALOR  PIC S9(09) OCCURS 3 TIMES.
       01 WRK-GR-TROCA.
           02 FILLER          PIC 9(03).
           02 FILLER          PIC X(25).
           02 FILLER          PIC X(01).
           02 FILLER          PIC 9(04).
           02 FILLER          PIC 9(04).
           02 FILLER          PIC S9(09) OCCURS 3 TIMES.
      * SOMAS POR COLUNA: RECEITAS, CUSTOS, DESPESAS, ATIVO, PASSIVO,
      * PL DOS GRUPOS E AS LINHAS CALCULADAS DO BALANCO
       01 WRK-TOTAIS.
           02 WRK-TOT-REC     PIC S9(09) OCCURS 3 TIMES.
           02 WRK-TOT-CUS     PIC S9(09) OCCURS 3 TIMES.
           02 WRK-TOT-DES     PIC S9(09) OCCURS 3 TIMES.
           02 WRK-TOT-BRUTO   PIC S9(09) OCCURS 3 TIMES.
           02 WRK-TOT-RESUL   PIC S9(09) OCCURS 3 TIMES.
           02 WRK-TOT-ATV     PIC S9(09) OCCURS 3 TIMES.
           02 WRK-TOT-PAS     PIC S9(09) OCCURS 3 TIMES.
           02 WRK-TOT-PL      PIC S9(09) OCCURS 3 TIMES.
           02 WRK-RES-EXERC   PIC S9(09) OCCURS 3 TIMES.
           02 WRK-RES-ANTER   PIC S9(09) OCCURS 3 TIMES.
           02 WRK-TOT-PAS-PL  PIC S9(09) OCCURS 3 TIMES.
           02 WRK-TOT-DIF     PIC S9(09) OCCURS 3 TIMES.
      * SOMA DOS SALDOS DAS CONTAS DE RESULTADO EM CADA ALVO
       01 WRK-TABELA-RESULT.
           02 WRK-SOMA-RD     PIC S9(09) OCCURS 6 TIMES.
       01 WRK-LINHA-VAL.
           02 WRK-LV-DESC    PIC X(27).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LV-V1      PIC -Z(08)9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WRK-LV-V2      PIC -Z(08)9.
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WRK-LV-V3      PIC -Z(08)9.
       01 WRK-LINHA-CAB.
           02 WRK-LK-DESC    PIC X(27).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LK-C1      PIC X(10).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WRK-LK-C2      PIC X(10).
           02 FILLER         PIC X(03) VALUE SPACES.
           02 WRK-LK-C3      PIC X(10).
       01 WRK-LINHA-SEM-TIPO.
           02 WRK-LS-CONTA   PIC 9(04).
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LS-SALDO   PIC -Z(08)9.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LS-TEXTO   PIC X(30)
               VALUE 'CONTA FORA DO PLANCTAS'.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-HOJE.
           DISPLAY 'ACAO (D-DEMONSTRACOES DO MES / M-MANUTENCAO DOS'
               ' GRUPOS): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0100-DEMONSTRACOES
               WHEN 'M'
               WHEN 'm'
                   PERFORM 0500-MANUTENCAO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB127'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB127'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-DEMONSTRACOES.
           PERFORM 0105-RECEBER-MES.
           DIVIDE WRK-MES-REF BY 100 GIVING WRK-ANO-REF
               REMAINDER WRK-MM-REF.
           IF WRK-MM-REF < 1 OR WRK-MM-REF > 12
               OR WRK-MES-REF > WRK-MES-HOJE
               DISPLAY 'MES DE REFERENCIA INVALIDO: ' WRK-MES-REF
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0110-CARREGAR-GRUPOS
               IF WRK-TAB-CHEIA = 'S'
                   DISPLAY '*** GRUPOCTB COM MAIS DE 100 GRUPOS -'
                       ' NADA FOI GRAVADO ***'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB127 ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT ACCOUNT-MASTER
                   IF WRK-FS-CTA NOT = '00'
                       DISPLAY 'PLANCTAS INDISPONIVEL - SEM O CTA-TIPO'
                           ' NAO HA DEMONSTRACOES'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0115-ORDENAR-GRUPOS
                       PERFORM 0120-INCLUIR-GRUPOS-OUTRAS
                       PERFORM 0130-CALCULAR-ALVOS
                       PERFORM 0200-LER-ARQUIVOS-MENSAIS
                       PERFORM 0250-LER-LEDGER
                       CLOSE ACCOUNT-MASTER
                       PERFORM 0300-CLASSIFICAR-CONTAS
                       PERFORM 0350-CALCULAR-TOTAIS
                       OPEN OUTPUT STATEMENT-REPORT
                       PERFORM 0400-GRAVAR-DRE
                       PERFORM 0450-GRAVAR-BALANCO
                       CLOSE STATEMENT-REPORT
                       PERFORM 0490-AVISAR-DIFERENCAS
                   END-IF
               END-IF
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0105-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES DE REFERENCIA (AAAAMM): '==.
       0110-CARREGAR-GRUPOS.
           MOVE ZEROS TO WRK-QTD-GRUPOS.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT GROUP-FILE.
           IF WRK-FS-GRP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ GROUP-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-GRUPOS >= 100
                               MOVE 'S' TO WRK-TAB-CHEIA
                           ELSE
                               ADD 1 TO WRK-QTD-GRUPOS
                               MOVE GRP-CODIGO TO
                                   WRK-GR-CODIGO(WRK-QTD-GRUPOS)
                               MOVE GRP-DESCRICAO TO
                                   WRK-GR-DESC(WRK-QTD-GRUPOS)
                               MOVE GRP-SECAO TO
                                   WRK-GR-SECAO(WRK-QTD-GRUPOS)
                               MOVE GRP-CONTA-INI TO
                                   WRK-GR-INI(WRK-QTD-GRUPOS)
                               MOVE GRP-CONTA-FIM TO
                                   WRK-GR-FIM(WRK-QTD-GRUPOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUP-FILE
           END-IF.
      * A ORDEM DO GRUPOCTB E A DA INCLUSAO - AS LINHAS SAEM PELO
      * CODIGO, E NA BUSCA DA CONTA VALE O GRUPO DE MENOR CODIGO
       0115-ORDENAR-GRUPOS.
           IF WRK-QTD-GRUPOS > 1
               COMPUTE WRK-LIMITE-TROCA = WRK-QTD-GRUPOS - 1
               PERFORM VARYING WRK-IND-GRUPO FROM 1 BY 1
                       UNTIL WRK-IND-GRUPO > WRK-LIMITE-TROCA
                   PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                           UNTIL WRK-IND-TROCA > WRK-LIMITE-TROCA
                       IF WRK-GR-CODIGO(WRK-IND-TROCA) >
                           WRK-GR-CODIGO(WRK-IND-TROCA + 1)
                           MOVE WRK-GR(WRK-IND-TROCA)
                               TO WRK-GR-TROCA
                           MOVE WRK-GR(WRK-IND-TROCA + 1)
                               TO WRK-GR(WRK-IND-TROCA)
                           MOVE WRK-GR-TROCA
                               TO WRK-GR(WRK-IND-TROCA + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
      * FAIXA 0000-9999 NO FIM DA TABELA: TODA CONTA SEM GRUPO PROPRIO
      * CAI NA LINHA 'OUTRAS' DO SEU TIPO E NADA FICA FORA DA PROVA
       0120-INCLUIR-GRUPOS-OUTRAS.
           MOVE 'R' TO WRK-SECAO.
           MOVE 'OUTRAS RECEITAS' TO WRK-DESCRICAO.
           PERFORM 0125-INCLUIR-GRUPO-OUTRAS.
           MOVE 'D' TO WRK-SECAO.
           MOVE 'OUTRAS DESPESAS' TO WRK-DESCRICAO.
           PERFORM 0125-INCLUIR-GRUPO-OUTRAS.
           MOVE 'A' TO WRK-SECAO.
           MOVE 'OUTROS ATIVOS' TO WRK-DESCRICAO.
           PERFORM 0125-INCLUIR-GRUPO-OUTRAS.
           MOVE 'P' TO WRK-SECAO.
           MOVE 'OUTROS PASSIVOS' TO WRK-DESCRICAO.
           PERFORM 0125-INCLUIR-GRUPO-OUTRAS.
           PERFORM VARYING WRK-IND-GRUPO FROM 1 BY 1
                   UNTIL WRK-IND-GRUPO > WRK-QTD-GRUPOS
               MOVE ZEROS TO WRK-GR-VALOR(WRK-IND-GRUPO, 1)
               MOVE ZEROS TO WRK-GR-VALOR(WRK-IND-GRUPO, 2)
               MOVE ZEROS TO WRK-GR-VALOR(WRK-IND-GRUPO, 3)
           END-PERFORM.
       0125-INCLUIR-GRUPO-OUTRAS.
           ADD 1 TO WRK-QTD-GRUPOS.
           MOVE 999 TO WRK-GR-CODIGO(WRK-QTD-GRUPOS).
           MOVE WRK-DESCRICAO TO WRK-GR-DESC(WRK-QTD-GRUPOS).
           MOVE WRK-SECAO TO WRK-GR-SECAO(WRK-QTD-GRUPOS).
           MOVE ZEROS TO WRK-GR-INI(WRK-QTD-GRUPOS).
           MOVE 9999 TO WRK-GR-FIM(WRK-QTD-GRUPOS).
      * DEZEMBRO VIRA 01 DO ANO SEGUINTE SOMANDO 89 (202612 + 89 =
      * 202701) E JANEIRO VOLTA PARA DEZEMBRO SUBTRAINDO 89
       0130-CALCULAR-ALVOS.
           MOVE WRK-MES-REF TO WRK-ALVO(1).
           IF WRK-MM-REF = 1
               COMPUTE WRK-ALVO(2) = WRK-MES-REF - 89
           ELSE
               COMPUTE WRK-ALVO(2) = WRK-MES-REF - 1
           END-IF.
           COMPUTE WRK-ALVO(3) = (WRK-ANO-REF - 1) * 100 + 12.
           COMPUTE WRK-ALVO(4) = WRK-MES-REF - 100.
           COMPUTE WRK-ALVO(5) = WRK-ALVO(2) - 100.
           COMPUTE WRK-ALVO(6) = (WRK-ANO-REF - 2) * 100 + 12.
           MOVE ZEROS TO WRK-QTD-CONTAS WRK-QTD-ARQS.
           MOVE 'N' TO WRK-CTA-CHEIA.
      * O LANCAMENTO DE UM MES PODE ESTAR EM QUALQUER FECHAMENTO
      * POSTERIOR - SAO LIDOS TODOS OS LEDAAAAMM DO ALVO MAIS ANTIGO
      * ATE O MES CORRENTE; MES SEM ARQUIVO (NAO FECHADO) E PULADO
       0200-LER-ARQUIVOS-MENSAIS.
           MOVE WRK-ALVO(6) TO WRK-MES-ARQ.
           PERFORM UNTIL WRK-MES-ARQ > WRK-MES-HOJE
               MOVE SPACES TO WRK-NOME-ARQ
               STRING 'LED' WRK-MES-ARQ
                   DELIMITED BY SIZE INTO WRK-NOME-ARQ
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT LEDGER-ARCHIVE
               IF WRK-FS-ARQ = '00'
                   ADD 1 TO WRK-QTD-ARQS
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ LEDGER-ARCHIVE
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               MOVE ARQ-REC TO LED-REC
                               PERFORM 0260-PROCESSAR-LANCAMENTO
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-ARCHIVE
               END-IF
               IF WRK-MES-ARQ(5:2) = '12'
                   ADD 89 TO WRK-MES-ARQ
               ELSE
                   ADD 1 TO WRK-MES-ARQ
               END-IF
           END-PERFORM.
       0250-LER-LEDGER.
           MOVE 'N' TO WRK-FIM-LED.
           OPEN INPUT LEDGER-FILE.
           IF WRK-FS-LED NOT = '00'
               DISPLAY 'LEDGER INDISPONIVEL - STATUS ' WRK-FS-LED
           ELSE
               MOVE LOW-VALUES TO LED-CHAVE
               START LEDGER-FILE KEY IS NOT LESS THAN LED-CHAVE
                   INVALID KEY
                       MOVE 'Y' TO WRK-FIM-LED
               END-START
               PERFORM UNTIL WRK-FIM-LED = 'Y'
                   READ LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WRK-FIM-LED
                       NOT AT END
                           PERFORM 0260-PROCESSAR-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
      * OS ARQUIVOS CHEGAM EM ORDEM CRONOLOGICA E CADA UM EM ORDEM DE
      * CONTA + SEQ: O ULTIMO SALDO CORRIDO ATE O FIM DO ALVO E O
      * SALDO DA CONTA NAQUELE MES
       0260-PROCESSAR-LANCAMENTO.
           PERFORM 0270-LOCALIZAR-CONTA.
           IF WRK-POS-CONTA > 0
               MOVE LED-DATA(1:6) TO WRK-ANOMES-REG
               PERFORM VARYING WRK-IND-ALVO FROM 1 BY 1
                       UNTIL WRK-IND-ALVO > 6
                   IF WRK-ANOMES-REG <= WRK-ALVO(WRK-IND-ALVO)
                       MOVE LED-SALDO TO
                           WRK-CT-SALDO(WRK-POS-CONTA, WRK-IND-ALVO)
                   END-IF
               END-PERFORM
           END-IF.
       0270-LOCALIZAR-CONTA.
           MOVE ZEROS TO WRK-POS-CONTA.
           PERFORM VARYING WRK-IND-CONTA FROM 1 BY 1
                   UNTIL WRK-IND-CONTA > WRK-QTD-CONTAS
               IF WRK-CT-CONTA(WRK-IND-CONTA) = LED-CONTA
                   MOVE WRK-IND-CONTA TO WRK-POS-CONTA
               END-IF
           END-PERFORM.
           IF WRK-POS-CONTA = 0
               IF WRK-QTD-CONTAS >= 300
                   MOVE 'S' TO WRK-CTA-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-CONTAS
                   MOVE WRK-QTD-CONTAS TO WRK-POS-CONTA
                   MOVE LED-CONTA TO WRK-CT-CONTA(WRK-POS-CONTA)
                   PERFORM VARYING WRK-IND-ALVO FROM 1 BY 1
                           UNTIL WRK-IND-ALVO > 6
                       MOVE ZEROS TO
                           WRK-CT-SALDO(WRK-POS-CONTA, WRK-IND-ALVO)
                   END-PERFORM
                   MOVE SPACES TO WRK-CT-TIPO(WRK-POS-CONTA)
                   MOVE LED-CONTA TO CTA-CODIGO
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CTA-TIPO TO WRK-CT-TIPO(WRK-POS-CONTA)
                   END-READ
               END-IF
           END-IF.
      * DRE (RECEITA / DESPESA): MOVIMENTO = DIFERENCA DE SALDOS -
      * MES (1 - 2), ACUMULADO NO ANO (1 - 3), ANO ANTERIOR (4 - 5)
      * BALANCO (ATIVO / PASSIVO): SALDO NO FIM DO MES (1), VARIACAO
      * NO ANO (1 - 3) E FIM DO MESMO MES DO ANO ANTERIOR (4)
       0300-CLASSIFICAR-CONTAS.
           MOVE ZEROS TO WRK-QTD-SEM-TIPO.
           MOVE ZEROS TO WRK-SOMA-RD(1) WRK-SOMA-RD(2) WRK-SOMA-RD(3)
               WRK-SOMA-RD(4) WRK-SOMA-RD(5) WRK-SOMA-RD(6).
           PERFORM VARYING WRK-IND-CONTA FROM 1 BY 1
                   UNTIL WRK-IND-CONTA > WRK-QTD-CONTAS
               MOVE WRK-CT-TIPO(WRK-IND-CONTA) TO WRK-TIPO-CTA
               PERFORM 0310-BUSCAR-GRUPO-CONTA
               IF WRK-POS-GRUPO = 0
                   ADD 1 TO WRK-QTD-SEM-TIPO
               ELSE
                   IF WRK-TIPO-CTA = 'A' OR WRK-TIPO-CTA = 'D'
                       MOVE 1 TO WRK-SINAL
                   ELSE
                       MOVE -1 TO WRK-SINAL
                   END-IF
                   IF WRK-TIPO-CTA = 'R' OR WRK-TIPO-CTA = 'D'
                       PERFORM 0320-SOMAR-CONTA-DRE
                   ELSE
                       PERFORM 0330-SOMAR-CONTA-BALANCO
                   END-IF
               END-IF
           END-PERFORM.
       0310-BUSCAR-GRUPO-CONTA.
           MOVE ZEROS TO WRK-POS-GRUPO.
           PERFORM VARYING WRK-IND-GRUPO FROM 1 BY 1
                   UNTIL WRK-IND-GRUPO > WRK-QTD-GRUPOS
                   OR WRK-POS-GRUPO > 0
               MOVE WRK-GR-SECAO(WRK-IND-GRUPO) TO WRK-SECAO
               PERFORM 0315-CONFERIR-SECAO-TIPO
               IF WRK-SECAO-OK = 'S'
                   AND WRK-CT-CONTA(WRK-IND-CONTA) >=
                       WRK-GR-INI(WRK-IND-GRUPO)
                   AND WRK-CT-CONTA(WRK-IND-CONTA) <=
                       WRK-GR-FIM(WRK-IND-GRUPO)
                   MOVE WRK-IND-GRUPO TO WRK-POS-GRUPO
               END-IF
           END-PERFORM.
       0315-CONFERIR-SECAO-TIPO.
           MOVE 'N' TO WRK-SECAO-OK.
           EVALUATE TRUE
               WHEN WRK-TIPO-CTA = 'R' AND WRK-SECAO = 'R'
               WHEN WRK-TIPO-CTA = 'D' AND WRK-SECAO = 'C'
               WHEN WRK-TIPO-CTA = 'D' AND WRK-SECAO = 'D'
               WHEN WRK-TIPO-CTA = 'A' AND WRK-SECAO = 'A'
               WHEN WRK-TIPO-CTA = 'P' AND WRK-SECAO = 'P'
               WHEN WRK-TIPO-CTA = 'P' AND WRK-SECAO = 'L'
                   MOVE 'S' TO WRK-SECAO-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0320-SOMAR-CONTA-DRE.
           COMPUTE WRK-VALOR = (WRK-CT-SALDO(WRK-IND-CONTA, 1)
               - WRK-CT-SALDO(WRK-IND-CONTA, 2)) * WRK-SINAL.
           ADD WRK-VALOR TO WRK-GR-VALOR(WRK-POS-GRUPO, 1).
           COMPUTE WRK-VALOR = (WRK-CT-SALDO(WRK-IND-CONTA, 1)
               - WRK-CT-SALDO(WRK-IND-CONTA, 3)) * WRK-SINAL.
           ADD WRK-VALOR TO WRK-GR-VALOR(WRK-POS-GRUPO, 2).
           COMPUTE WRK-VALOR = (WRK-CT-SALDO(WRK-IND-CONTA, 4)
               - WRK-CT-SALDO(WRK-IND-CONTA, 5)) * WRK-SINAL.
           ADD WRK-VALOR TO WRK-GR-VALOR(WRK-POS-GRUPO, 3).
           PERFORM VARYING WRK-IND-ALVO FROM 1 BY 1
                   UNTIL WRK-IND-ALVO > 6
               ADD WRK-CT-SALDO(WRK-IND-CONTA, WRK-IND-ALVO)
                   TO WRK-SOMA-RD(WRK-IND-ALVO)
           END-PERFORM.
       0330-SOMAR-CONTA-BALANCO.
           COMPUTE WRK-VALOR = WRK-CT-SALDO(WRK-IND-CONTA, 1)
               * WRK-SINAL.
           ADD WRK-VALOR TO WRK-GR-VALOR(WRK-POS-GRUPO, 1).
           COMPUTE WRK-VALOR = (WRK-CT-SALDO(WRK-IND-CONTA, 1)
               - WRK-CT-SALDO(WRK-IND-CONTA, 3)) * WRK-SINAL.
           ADD WRK-VALOR TO WRK-GR-VALOR(WRK-POS-GRUPO, 2).
           COMPUTE WRK-VALOR = WRK-CT-SALDO(WRK-IND-CONTA, 4)
               * WRK-SINAL.
           ADD WRK-VALOR TO WRK-GR-VALOR(WRK-POS-GRUPO, 3).
      * RESULTADO DO EXERCICIO = CONTAS DE RESULTADO DESDE O ULTIMO
      * DEZEMBRO; RESULTADOS ANTERIORES = O QUE ELAS ACUMULAVAM ATE
      * ELE (O LEDGER NAO ZERA AS CONTAS DE RESULTADO NA VIRADA DO
      * ANO). NA COLUNA 2 A VARIACAO E CONTRA O FIM DO ANO ANTERIOR
       0350-CALCULAR-TOTAIS.
           INITIALIZE WRK-TOTAIS.
           PERFORM VARYING WRK-IND-GRUPO FROM 1 BY 1
                   UNTIL WRK-IND-GRUPO > WRK-QTD-GRUPOS
               PERFORM VARYING WRK-IND-COL FROM 1 BY 1
                       UNTIL WRK-IND-COL > 3
                   MOVE WRK-GR-VALOR(WRK-IND-GRUPO, WRK-IND-COL)
                       TO WRK-VALOR
                   EVALUATE WRK-GR-SECAO(WRK-IND-GRUPO)
                       WHEN 'R'
                           ADD WRK-VALOR TO WRK-TOT-REC(WRK-IND-COL)
                       WHEN 'C'
                           ADD WRK-VALOR TO WRK-TOT-CUS(WRK-IND-COL)
                       WHEN 'D'
                           ADD WRK-VALOR TO WRK-TOT-DES(WRK-IND-COL)
                       WHEN 'A'
                           ADD WRK-VALOR TO WRK-TOT-ATV(WRK-IND-COL)
                       WHEN 'P'
                           ADD WRK-VALOR TO WRK-TOT-PAS(WRK-IND-COL)
                       WHEN 'L'
                           ADD WRK-VALOR TO WRK-TOT-PL(WRK-IND-COL)
                   END-EVALUATE
               END-PERFORM
           END-PERFORM.
           COMPUTE WRK-RES-EXERC(1) = WRK-SOMA-RD(3) - WRK-SOMA-RD(1).
           COMPUTE WRK-RES-ANTER(1) = WRK-SOMA-RD(3) * -1.
           COMPUTE WRK-RES-EXERC(3) = WRK-SOMA-RD(6) - WRK-SOMA-RD(4).
           COMPUTE WRK-RES-ANTER(3) = WRK-SOMA-RD(6) * -1.
           COMPUTE WRK-RES-EXERC(2) = WRK-RES-EXERC(1)
               - (WRK-SOMA-RD(6) - WRK-SOMA-RD(3)).
           COMPUTE WRK-RES-ANTER(2) = WRK-SOMA-RD(6) - WRK-SOMA-RD(3).
           PERFORM VARYING WRK-IND-COL FROM 1 BY 1
                   UNTIL WRK-IND-COL > 3
               COMPUTE WRK-TOT-BRUTO(WRK-IND-COL) =
                   WRK-TOT-REC(WRK-IND-COL) - WRK-TOT-CUS(WRK-IND-COL)
               COMPUTE WRK-TOT-RESUL(WRK-IND-COL) =
                   WRK-TOT-BRUTO(WRK-IND-COL)
                   - WRK-TOT-DES(WRK-IND-COL)
               ADD WRK-RES-EXERC(WRK-IND-COL) WRK-RES-ANTER(WRK-IND-COL)
                   TO WRK-TOT-PL(WRK-IND-COL)
               COMPUTE WRK-TOT-PAS-PL(WRK-IND-COL) =
                   WRK-TOT-PAS(WRK-IND-COL) + WRK-TOT-PL(WRK-IND-COL)
               COMPUTE WRK-TOT-DIF(WRK-IND-COL) =
                   WRK-TOT-ATV(WRK-IND-COL)
                   - WRK-TOT-PAS-PL(WRK-IND-COL)
           END-PERFORM.
           MOVE 'N' TO WRK-DIFERENCA.
           IF WRK-TOT-DIF(1) NOT = 0 OR WRK-TOT-DIF(2) NOT = 0
               OR WRK-TOT-DIF(3) NOT = 0
               OR WRK-RES-EXERC(1) NOT = WRK-TOT-RESUL(2)
               MOVE 'S' TO WRK-DIFERENCA
           END-IF.
       0400-GRAVAR-DRE.
           MOVE ZEROS TO WRK-PAGINA.
           PERFORM 0405-GERAR-CABECALHO-DRE.
           MOVE SPACES TO DEM-LINHA.
           STRING 'MES DE REFERENCIA ' WRK-MES-REF
                  ' - ANO ANTER. = MESMO MES DE ' WRK-ALVO(4)
               DELIMITED BY SIZE INTO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE 'GRUPO' TO WRK-LK-DESC.
           MOVE '       MES' TO WRK-LK-C1.
           MOVE ' ACUM. ANO' TO WRK-LK-C2.
           MOVE 'ANO ANTER.' TO WRK-LK-C3.
           WRITE DEM-LINHA FROM WRK-LINHA-CAB.
           MOVE 'R' TO WRK-SECAO.
           MOVE 'RECEITAS' TO WRK-LV-DESC.
           PERFORM 0410-GRAVAR-SECAO.
           MOVE 'TOTAL DAS RECEITAS' TO WRK-LV-DESC.
           MOVE WRK-TOT-REC(1) TO WRK-LV-V1.
           MOVE WRK-TOT-REC(2) TO WRK-LV-V2.
           MOVE WRK-TOT-REC(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE 'C' TO WRK-SECAO.
           MOVE 'CUSTOS' TO WRK-LV-DESC.
           PERFORM 0410-GRAVAR-SECAO.
           MOVE 'TOTAL DOS CUSTOS' TO WRK-LV-DESC.
           MOVE WRK-TOT-CUS(1) TO WRK-LV-V1.
           MOVE WRK-TOT-CUS(2) TO WRK-LV-V2.
           MOVE WRK-TOT-CUS(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE SPACES TO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE 'LUCRO BRUTO' TO WRK-LV-DESC.
           MOVE WRK-TOT-BRUTO(1) TO WRK-LV-V1.
           MOVE WRK-TOT-BRUTO(2) TO WRK-LV-V2.
           MOVE WRK-TOT-BRUTO(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE 'D' TO WRK-SECAO.
           MOVE 'DESPESAS' TO WRK-LV-DESC.
           PERFORM 0410-GRAVAR-SECAO.
           MOVE 'TOTAL DAS DESPESAS' TO WRK-LV-DESC.
           MOVE WRK-TOT-DES(1) TO WRK-LV-V1.
           MOVE WRK-TOT-DES(2) TO WRK-LV-V2.
           MOVE WRK-TOT-DES(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE SPACES TO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE 'RESULTADO DO PERIODO' TO WRK-LV-DESC.
           MOVE WRK-TOT-RESUL(1) TO WRK-LV-V1.
           MOVE WRK-TOT-RESUL(2) TO WRK-LV-V2.
           MOVE WRK-TOT-RESUL(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0405-GERAR-CABECALHO-DRE==,
                     ==LINHA-NOME== BY ==DEM-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='DEMONSTRACAO DO RESULTADO (DRE)'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * TITULO DA SECAO EM WRK-LV-DESC; SO SAEM OS GRUPOS COM VALOR
      * EM ALGUMA COLUNA
       0410-GRAVAR-SECAO.
           MOVE SPACES TO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE SPACES TO DEM-LINHA.
           MOVE WRK-LV-DESC TO DEM-LINHA.
           WRITE DEM-LINHA.
           PERFORM VARYING WRK-IND-GRUPO FROM 1 BY 1
                   UNTIL WRK-IND-GRUPO > WRK-QTD-GRUPOS
               IF WRK-GR-SECAO(WRK-IND-GRUPO) = WRK-SECAO
                   AND (WRK-GR-VALOR(WRK-IND-GRUPO, 1) NOT = 0
                   OR WRK-GR-VALOR(WRK-IND-GRUPO, 2) NOT = 0
                   OR WRK-GR-VALOR(WRK-IND-GRUPO, 3) NOT = 0)
                   MOVE SPACES TO WRK-LV-DESC
                   MOVE WRK-GR-DESC(WRK-IND-GRUPO) TO WRK-LV-DESC(3:25)
                   MOVE WRK-GR-VALOR(WRK-IND-GRUPO, 1) TO WRK-LV-V1
                   MOVE WRK-GR-VALOR(WRK-IND-GRUPO, 2) TO WRK-LV-V2
                   MOVE WRK-GR-VALOR(WRK-IND-GRUPO, 3) TO WRK-LV-V3
                   WRITE DEM-LINHA FROM WRK-LINHA-VAL
               END-IF
           END-PERFORM.
       0450-GRAVAR-BALANCO.
           PERFORM 0455-GERAR-CABECALHO-BAL.
           MOVE SPACES TO DEM-LINHA.
           STRING 'POSICAO NO FIM DE ' WRK-MES-REF
                  ' - ANO ANTER. = FIM DE ' WRK-ALVO(4)
               DELIMITED BY SIZE INTO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE 'GRUPO' TO WRK-LK-DESC.
           MOVE 'FIM DO MES' TO WRK-LK-C1.
           MOVE 'VARIA. ANO' TO WRK-LK-C2.
           MOVE 'ANO ANTER.' TO WRK-LK-C3.
           WRITE DEM-LINHA FROM WRK-LINHA-CAB.
           MOVE 'A' TO WRK-SECAO.
           MOVE 'ATIVO' TO WRK-LV-DESC.
           PERFORM 0410-GRAVAR-SECAO.
           MOVE 'TOTAL DO ATIVO' TO WRK-LV-DESC.
           MOVE WRK-TOT-ATV(1) TO WRK-LV-V1.
           MOVE WRK-TOT-ATV(2) TO WRK-LV-V2.
           MOVE WRK-TOT-ATV(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE 'P' TO WRK-SECAO.
           MOVE 'PASSIVO' TO WRK-LV-DESC.
           PERFORM 0410-GRAVAR-SECAO.
           MOVE 'TOTAL DO PASSIVO' TO WRK-LV-DESC.
           MOVE WRK-TOT-PAS(1) TO WRK-LV-V1.
           MOVE WRK-TOT-PAS(2) TO WRK-LV-V2.
           MOVE WRK-TOT-PAS(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE 'L' TO WRK-SECAO.
           MOVE 'PATRIMONIO LIQUIDO' TO WRK-LV-DESC.
           PERFORM 0410-GRAVAR-SECAO.
           MOVE '  RESULTADOS ANTERIORES' TO WRK-LV-DESC.
           MOVE WRK-RES-ANTER(1) TO WRK-LV-V1.
           MOVE WRK-RES-ANTER(2) TO WRK-LV-V2.
           MOVE WRK-RES-ANTER(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE '  RESULTADO DO EXERCICIO' TO WRK-LV-DESC.
           MOVE WRK-RES-EXERC(1) TO WRK-LV-V1.
           MOVE WRK-RES-EXERC(2) TO WRK-LV-V2.
           MOVE WRK-RES-EXERC(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE 'TOTAL DO PATRIMONIO LIQ.' TO WRK-LV-DESC.
           MOVE WRK-TOT-PL(1) TO WRK-LV-V1.
           MOVE WRK-TOT-PL(2) TO WRK-LV-V2.
           MOVE WRK-TOT-PL(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE SPACES TO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE 'PASSIVO + PATRIMONIO LIQ.' TO WRK-LV-DESC.
           MOVE WRK-TOT-PAS-PL(1) TO WRK-LV-V1.
           MOVE WRK-TOT-PAS-PL(2) TO WRK-LV-V2.
           MOVE WRK-TOT-PAS-PL(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           MOVE 'DIFERENCA (ATIVO - P+PL)' TO WRK-LV-DESC.
           MOVE WRK-TOT-DIF(1) TO WRK-LV-V1.
           MOVE WRK-TOT-DIF(2) TO WRK-LV-V2.
           MOVE WRK-TOT-DIF(3) TO WRK-LV-V3.
           WRITE DEM-LINHA FROM WRK-LINHA-VAL.
           PERFORM 0460-GRAVAR-PROVA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0455-GERAR-CABECALHO-BAL==,
                     ==LINHA-NOME== BY ==DEM-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='BALANCO PATRIMONIAL'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * A PROVA: O RESULTADO DO EXERCICIO NO BALANCO TEM QUE SER O
      * RESULTADO ACUMULADO NO ANO DA DRE E O ATIVO TEM QUE FECHAR
      * COM PASSIVO + PL NAS TRES COLUNAS
       0460-GRAVAR-PROVA.
           MOVE SPACES TO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE WRK-TOT-RESUL(2) TO WRK-LV-V1.
           MOVE SPACES TO DEM-LINHA.
           STRING 'RESULTADO ACUMULADO NO ANO NA DRE..: ' WRK-LV-V1
               DELIMITED BY SIZE INTO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE WRK-RES-EXERC(1) TO WRK-LV-V1.
           MOVE SPACES TO DEM-LINHA.
           STRING 'RESULTADO DO EXERCICIO NO BALANCO..: ' WRK-LV-V1
               DELIMITED BY SIZE INTO DEM-LINHA.
           WRITE DEM-LINHA.
           MOVE SPACES TO DEM-LINHA.
           IF WRK-DIFERENCA = 'S'
               MOVE '*** BALANCO NAO FECHA COM O RESULTADO DO PERIODO'
                   TO DEM-LINHA
           ELSE
               MOVE 'BALANCO CONFERE COM O RESULTADO DO PERIODO'
                   TO DEM-LINHA
           END-IF.
           WRITE DEM-LINHA.
           IF WRK-QTD-SEM-TIPO > 0
               MOVE SPACES TO DEM-LINHA
               WRITE DEM-LINHA
               MOVE SPACES TO DEM-LINHA
               STRING 'CONTAS DO LEDGER FORA DO PLANCTAS (FORA DAS'
                      ' DEMONSTRACOES):'
                   DELIMITED BY SIZE INTO DEM-LINHA
               WRITE DEM-LINHA
               PERFORM VARYING WRK-IND-CONTA FROM 1 BY 1
                       UNTIL WRK-IND-CONTA > WRK-QTD-CONTAS
                   IF WRK-CT-TIPO(WRK-IND-CONTA) NOT = 'A'
                       AND WRK-CT-TIPO(WRK-IND-CONTA) NOT = 'P'
                       AND WRK-CT-TIPO(WRK-IND-CONTA) NOT = 'R'
                       AND WRK-CT-TIPO(WRK-IND-CONTA) NOT = 'D'
                       MOVE WRK-CT-CONTA(WRK-IND-CONTA) TO WRK-LS-CONTA
                       MOVE WRK-CT-SALDO(WRK-IND-CONTA, 1)
                           TO WRK-LS-SALDO
                       WRITE DEM-LINHA FROM WRK-LINHA-SEM-TIPO
                   END-IF
               END-PERFORM
           END-IF.
       0490-AVISAR-DIFERENCAS.
           DISPLAY 'DEMONSTRACOES DE ' WRK-MES-REF
               ' GRAVADAS EM DEMOREL - ARQUIVOS MENSAIS LIDOS: '
               WRK-QTD-ARQS.
           IF WRK-CTA-CHEIA = 'S'
               DISPLAY '*** LEDGER COM MAIS DE 300 CONTAS -'
                   ' DEMONSTRACOES INCOMPLETAS ***'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB127 ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-SEM-TIPO > 0
               DISPLAY 'CONTAS FORA DO PLANCTAS: ' WRK-QTD-SEM-TIPO
                   ' - VER DEMOREL'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-DIFERENCA = 'S'
               MOVE SPACES TO WRK-ALT-MENSAGEM
               STRING 'BALANCO NAO FECHA COM O RESULTADO '
                      WRK-MES-REF
                   DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM
               CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                   WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
               DISPLAY '*** BALANCO NAO FECHA - VER DEMOREL ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
       0500-MANUTENCAO.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR GRUPOS 2-INCLUIR GRUPO'
               DISPLAY '3-EXCLUIR GRUPO 9-SAIR: '
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
           OPEN INPUT GROUP-FILE.
           IF WRK-FS-GRP = '00'
               DISPLAY 'COD DESCRICAO                 S CONTAS'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ GROUP-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           DISPLAY GRP-CODIGO ' ' GRP-DESCRICAO ' '
                               GRP-SECAO ' ' GRP-CONTA-INI '-'
                               GRP-CONTA-FIM
                   END-READ
               END-PERFORM
               CLOSE GROUP-FILE
           ELSE
               DISPLAY 'GRUPOCTB INDISPONIVEL OU VAZIO'
           END-IF.
      * PARA MUDAR A FAIXA OU A DESCRICAO EXCLUI-SE O GRUPO E
      * INCLUI-SE DE NOVO, COMO NAS REGRAS DO PROGCOB123
       0540-INCLUIR.
           PERFORM 0541-RECEBER-GRUPO.
           PERFORM 0110-CARREGAR-GRUPOS.
           PERFORM 0542-BUSCAR-GRUPO-CODIGO.
           IF WRK-POS-GRUPO > 0
               DISPLAY 'CODIGO JA CADASTRADO - EXCLUA ANTES: '
                   WRK-GRUPO
           ELSE
               IF WRK-TAB-CHEIA = 'S' OR WRK-QTD-GRUPOS >= 100
                   DISPLAY '*** GRUPOCTB JA TEM 100 GRUPOS ***'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB127 ***'
               ELSE
                   PERFORM 0545-RECEBER-DADOS-GRUPO
               END-IF
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0541-RECEBER-GRUPO==,
                     ==CAMPO-NOME== BY ==WRK-GRUPO==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO GRUPO (ORDEM NA SECAO): '==.
       0542-BUSCAR-GRUPO-CODIGO.
           MOVE ZEROS TO WRK-POS-GRUPO.
           PERFORM VARYING WRK-IND-GRUPO FROM 1 BY 1
                   UNTIL WRK-IND-GRUPO > WRK-QTD-GRUPOS
               IF WRK-GR-CODIGO(WRK-IND-GRUPO) = WRK-GRUPO
                   MOVE WRK-IND-GRUPO TO WRK-POS-GRUPO
               END-IF
           END-PERFORM.
       0545-RECEBER-DADOS-GRUPO.
           DISPLAY 'DESCRICAO: '.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'SECAO (R-RECEITAS C-CUSTOS D-DESPESAS / A-ATIVO'
               ' P-PASSIVO L-PATRIMONIO LIQUIDO): '.
           ACCEPT WRK-SECAO FROM CONSOLE.
           IF WRK-DESCRICAO = SPACES
               DISPLAY 'DESCRICAO OBRIGATORIA'
           ELSE
               IF WRK-SECAO NOT = 'R' AND WRK-SECAO NOT = 'C'
                   AND WRK-SECAO NOT = 'D' AND WRK-SECAO NOT = 'A'
                   AND WRK-SECAO NOT = 'P' AND WRK-SECAO NOT = 'L'
                   DISPLAY 'SECAO INVALIDA: ' WRK-SECAO
               ELSE
                   PERFORM 0550-RECEBER-CONTA-INI
                   PERFORM 0552-RECEBER-CONTA-FIM
                   IF WRK-CONTA-INI > WRK-CONTA-FIM
                       DISPLAY 'CONTA INICIAL MAIOR QUE A FINAL'
                   ELSE
                       PERFORM 0554-AVISAR-SOBREPOSICAO
                       PERFORM 0555-GRAVAR-GRUPO
                   END-IF
               END-IF
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0550-RECEBER-CONTA-INI==,
                     ==CAMPO-NOME== BY ==WRK-CONTA-INI==,
                     ==TEXTO-PROMPT== BY =='CONTA INICIAL DA FAIXA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0552-RECEBER-CONTA-FIM==,
                     ==CAMPO-NOME== BY ==WRK-CONTA-FIM==,
                     ==TEXTO-PROMPT== BY =='CONTA FINAL DA FAIXA: '==.
      * FAIXA QUE CRUZA OUTRO GRUPO DA MESMA DEMONSTRACAO E ACEITA,
      * MAS A CONTA VAI PARA O GRUPO DE MENOR CODIGO
       0554-AVISAR-SOBREPOSICAO.
           MOVE 'B' TO WRK-DEMO-NOVO.
           IF WRK-SECAO = 'R' OR WRK-SECAO = 'C' OR WRK-SECAO = 'D'
               MOVE 'R' TO WRK-DEMO-NOVO
           END-IF.
           PERFORM VARYING WRK-IND-GRUPO FROM 1 BY 1
                   UNTIL WRK-IND-GRUPO > WRK-QTD-GRUPOS
               MOVE 'B' TO WRK-DEMO-GRUPO
               IF WRK-GR-SECAO(WRK-IND-GRUPO) = 'R'
                   OR WRK-GR-SECAO(WRK-IND-GRUPO) = 'C'
                   OR WRK-GR-SECAO(WRK-IND-GRUPO) = 'D'
                   MOVE 'R' TO WRK-DEMO-GRUPO
               END-IF
               IF WRK-CONTA-INI <= WRK-GR-FIM(WRK-IND-GRUPO)
                   AND WRK-CONTA-FIM >= WRK-GR-INI(WRK-IND-GRUPO)
                   AND WRK-DEMO-GRUPO = WRK-DEMO-NOVO
                   DISPLAY 'ATENCAO: FAIXA CRUZA O GRUPO '
                       WRK-GR-CODIGO(WRK-IND-GRUPO)
                       ' - A CONTA FICA NO DE MENOR CODIGO'
               END-IF
           END-PERFORM.
       0555-GRAVAR-GRUPO.
           OPEN EXTEND GROUP-FILE.
           IF WRK-FS-GRP NOT = '00'
               OPEN OUTPUT GROUP-FILE
           END-IF.
           MOVE WRK-GRUPO TO GRP-CODIGO.
           MOVE WRK-DESCRICAO TO GRP-DESCRICAO.
           MOVE WRK-SECAO TO GRP-SECAO.
           MOVE WRK-CONTA-INI TO GRP-CONTA-INI.
           MOVE WRK-CONTA-FIM TO GRP-CONTA-FIM.
           WRITE GRP-REC.
           CLOSE GROUP-FILE.
           DISPLAY 'GRUPO INCLUIDO: ' WRK-GRUPO.
       0560-EXCLUIR.
           PERFORM 0541-RECEBER-GRUPO.
           MOVE 'N' TO WRK-REMOVIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT GROUP-FILE.
           IF WRK-FS-GRP NOT = '00'
               DISPLAY 'GRUPOCTB INDISPONIVEL OU VAZIO'
           ELSE
               OPEN OUTPUT GROUP-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ GROUP-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF GRP-CODIGO = WRK-GRUPO
                               MOVE 'S' TO WRK-REMOVIDO
                           ELSE
                               WRITE GTM-REC FROM GRP-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUP-FILE GROUP-TEMP
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN OUTPUT GROUP-FILE
               OPEN INPUT GROUP-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ GROUP-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           WRITE GRP-REC FROM GTM-REC
                   END-READ
               END-PERFORM
               CLOSE GROUP-FILE GROUP-TEMP
               IF WRK-REMOVIDO = 'S'
                   DISPLAY 'GRUPO EXCLUIDO: ' WRK-GRUPO
               ELSE
                   DISPLAY 'GRUPO NAO ENCONTRADO'
               END-IF
           END-IF.
