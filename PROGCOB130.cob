       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB130.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = DEPRECIACAO MENSAL E RELATORIO DO ATIVO
      * IMOBILIZADO (ATIVOFIX, ATFREC.COB, MANTIDO PELO PROGCOB129):
      * ACAO 'D' (PASSO DO ULTIMO DIA UTIL, MES AAAAMM OU 000000 =
      * MES CORRENTE) CALCULA A QUOTA DO MES DE CADA ATIVO EM
      * DEPRECIACAO - A PARTIR DO MES SEGUINTE AO DA AQUISICAO, UMA
      * QUOTA POR MES, LINEAR (O QUE FALTA DEPRECIAR DIVIDIDO PELOS
      * MESES QUE FALTAM) OU SALDO DECRESCENTE (TAXA EM DOBRO SOBRE O
      * VALOR LIQUIDO, NUNCA MENOR QUE A LINEAR) - ATE A ACUMULADA
      * CHEGAR A AQUISICAO MENOS O RESIDUAL, QUANDO O ATIVO PASSA A
      * 'T' E SAI DA DEPRECIACAO; AS QUOTAS SAO SOMADAS POR CENTRO DE
      * CUSTO E CONTAS E POSTADAS NO LEDGER NO ULTIMO DIA DO MES
      * (DEBITO NA DESPESA, CREDITO NA ACUMULADA, LED-CCUSTO DO ATIVO,
      * LED-ORIGEM = 'DP' + MES), COM A MESMA SERIE LEDCTL E SALDO
      * CORRIDO DO PROGCOB123; MES FECHADO (PRGFECH) NAO DEPRECIA.
      * O ATIVO GUARDA O ULTIMO MES DEPRECIADO - RODAR DE NOVO NO
      * MESMO MES NAO DEPRECIA SEGUNDA VEZ; MES EM QUE O PASSO NAO
      * RODOU NAO E RECUPERADO (O ATIVO TERMINA UM MES DEPOIS)
      * MEMORIA DE CALCULO EM DEPRREL
      * ACAO 'R' = RELATORIO DO IMOBILIZADO EM ATFREL: CUSTO,
      * DEPRECIACAO ACUMULADA E VALOR CONTABIL LIQUIDO DE CADA ATIVO,
      * COM OS BAIXADOS E O SEU GANHO OU PERDA NA BAIXA
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO 'ATIVOFIX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ATF-CODIGO
               FILE STATUS IS WRK-FS-ATF.
           SELECT LEDGER-FILE ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CHAVE
               FILE STATUS IS WRK-FS-LED.
           SELECT LEDGER-CONTROL-FILE ASSIGN TO 'LEDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LCT.
           SELECT DEPRECIATION-REPORT ASSIGN TO 'DEPRREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT ASSET-REPORT ASSIGN TO 'ATFREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER.
       COPY 'ATFREC.COB'.
       FD  LEDGER-FILE.
       COPY 'LEDREC.COB'.
       FD  LEDGER-CONTROL-FILE.
       01  LCT-REC.
           02 LCT-ULT-SEQ  PIC 9(06).
       FD  DEPRECIATION-REPORT.
       01  REL-LINHA       PIC X(80).
       FD  ASSET-REPORT.
       01  ATR-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-ATF      PIC X(02) VALUE SPACES.
       77 WRK-FS-LED      PIC X(02) VALUE SPACES.
       77 WRK-FS-LCT      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-LED     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-MES-SEG     PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-DIA     PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-INT     PIC 9(08) VALUE ZEROS.
       77 WRK-MES-CHECK   PIC 9(06) VALUE ZEROS.
       77 WRK-FECHADO     PIC X(01) VALUE 'N'.
       77 WRK-DEPRECIAR   PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-ESTOURO     PIC X(01) VALUE 'N'.
       77 WRK-BASE-REST   PIC S9(07) VALUE ZEROS.
       77 WRK-MESES-REST  PIC S9(04) VALUE ZEROS.
       77 WRK-QUOTA       PIC 9(07) VALUE ZEROS.
       77 WRK-QUOTA-DD    PIC 9(07) VALUE ZEROS.
       77 WRK-LIQUIDO     PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-CC      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CC      PIC 9(03) VALUE ZEROS.
       77 WRK-POS-CC      PIC 9(03) VALUE ZEROS.
       77 WRK-CONTA       PIC 9(04) VALUE ZEROS.
       77 WRK-CCUSTO      PIC 9(03) VALUE ZEROS.
       77 WRK-ORIGEM      PIC X(08) VALUE SPACES.
       77 WRK-RESUL       PIC S9(06) VALUE ZEROS.
       77 WRK-SALDO       PIC S9(06) VALUE ZEROS.
       77 WRK-SEQ         PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DEPREC  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-TERMINADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-DEPREC PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NAO-INICIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FORA    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LANC    PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-QUOTA   PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ATIVOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BAIXADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOT-CUSTO   PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-ACUM    PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-RESULTADO PIC S9(09) VALUE ZEROS.
       77 WRK-TOTAL-ED    PIC Z(08)9 VALUE ZEROS.
       77 WRK-RESULT-ED   PIC -(09)9 VALUE ZEROS.
       77 WRK-RESULT-LIN  PIC -(06)9 VALUE ZEROS.
      * QUOTAS DO MES SOMADAS POR CENTRO DE CUSTO E PAR DE CONTAS -
      * CADA LINHA VIRA UM DEBITO E UM CREDITO NO LEDGER
       01 WRK-TABELA-CCUSTO.
           02 WRK-CC OCCURS 200 TIMES.
               03 WRK-CC-CCUSTO  PIC 9(03).
               03 WRK-CC-DESPESA PIC 9(04).
               03 WRK-CC-DEPREC  PIC 9(04).
               03 WRK-CC-VALOR   PIC 9(07).
       01 WRK-LINHA-DEP.
           02 WRK-LD-CODIGO   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-DESC     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-CCUSTO   PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-METODO   PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-MESES    PIC ZZ9.
           02 FILLER          PIC X(01) VALUE '/'.
           02 WRK-LD-VIDA     PIC ZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-QUOTA    PIC Z(05)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-ACUM     PIC Z(05)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-LIQUIDO  PIC Z(05)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-SITUACAO PIC X(11).
       01 WRK-LINHA-CC.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 WRK-LC-CCUSTO   PIC 9(03).
           02 FILLER          PIC X(04) VALUE SPACES.
           02 WRK-LC-DESPESA  PIC 9(04).
           02 FILLER          PIC X(06) VALUE SPACES.
           02 WRK-LC-DEPREC   PIC 9(04).
           02 FILLER          PIC X(04) VALUE SPACES.
           02 WRK-LC-VALOR    PIC Z(06)9.
       01 WRK-LINHA-ATF.
           02 WRK-LA-CODIGO   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LA-DESC     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LA-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LA-CCUSTO   PIC 9(03).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LA-CUSTO    PIC Z(05)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LA-ACUM     PIC Z(05)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LA-LIQUIDO  PIC Z(05)9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LA-SITUACAO PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LA-DATA-BX  PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LA-RESULT   PIC X(07).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (D-DEPRECIACAO DO MES / R-RELATORIO DO'
               ' IMOBILIZADO): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0100-DEPRECIAR
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0600-RELATORIO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB130'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB130'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-DEPRECIAR.
           PERFORM 0105-RECEBER-MES.
           IF WRK-MES-REF = 0
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REF
           END-IF.
           MOVE WRK-MES-REF TO WRK-MES-CHECK.
           CALL 'PRGFECH' USING WRK-MES-CHECK WRK-FECHADO.
           EVALUATE TRUE
               WHEN WRK-MES-REF(5:2) < '01' OR WRK-MES-REF(5:2) > '12'
                   DISPLAY 'MES DE REFERENCIA INVALIDO: ' WRK-MES-REF
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-MES-REF > WRK-DATA-HOJE(1:6)
                   DISPLAY 'MES FUTURO NAO PODE SER DEPRECIADO: '
                       WRK-MES-REF
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-FECHADO = 'S'
                   DISPLAY 'MES FECHADO - DEPRECIACAO NAO RODADA: '
                       WRK-MES-REF
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0110-CALCULAR-DATAS
                   PERFORM 0120-APURAR-QUOTAS
           END-EVALUATE.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0105-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES (AAAAMM, 000000=MES ATUAL): '==.
      * A DEPRECIACAO E LANCADA NO ULTIMO DIA DO MES (VESPERA DO
      * PRIMEIRO DIA DO MES SEGUINTE), COMO AS PROVISOES DO PROGCOB128
       0110-CALCULAR-DATAS.
           MOVE WRK-MES-REF TO WRK-MES-SEG.
           IF WRK-MES-SEG(5:2) = '12'
               ADD 89 TO WRK-MES-SEG
           ELSE
               ADD 1 TO WRK-MES-SEG
           END-IF.
           COMPUTE WRK-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WRK-MES-SEG * 100 + 1) - 1.
           COMPUTE WRK-ULT-DIA = FUNCTION DATE-OF-INTEGER(WRK-DIA-INT).
      * PRIMEIRA PASSADA SO SOMA AS QUOTAS POR CENTRO DE CUSTO - SE A
      * TABELA ESTOURA OU UMA SOMA NAO CABE NO LED-VALOR, NADA E
      * GRAVADO; A SEGUNDA PASSADA ATUALIZA OS ATIVOS E A POSTAGEM VEM
      * DEPOIS
       0120-APURAR-QUOTAS.
           MOVE ZEROS TO WRK-QTD-CC.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-ESTOURO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ASSET-MASTER.
           IF WRK-FS-ATF NOT = '00'
               DISPLAY 'ATIVOFIX INDISPONIVEL - NADA A DEPRECIAR'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ASSET-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0210-AVALIAR-ATIVO
                           IF WRK-DEPRECIAR = 'S'
                               PERFORM 0220-CALCULAR-QUOTA
                               PERFORM 0230-SOMAR-CCUSTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-MASTER
               EVALUATE TRUE
                   WHEN WRK-TAB-CHEIA = 'S'
                       DISPLAY '*** AUMENTE A TABELA DO PROGCOB130 ***'
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-ESTOURO = 'S'
                       DISPLAY 'QUOTA DO CENTRO DE CUSTO ACIMA DO'
                           ' LIMITE DO LEDGER - NADA FOI GRAVADO'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 0130-GRAVAR-DEPRECIACAO
               END-EVALUATE
           END-IF.
       0130-GRAVAR-DEPRECIACAO.
           MOVE ZEROS TO WRK-QTD-DEPREC WRK-QTD-TERMINADOS
               WRK-QTD-JA-DEPREC WRK-QTD-NAO-INICIADOS WRK-QTD-FORA
               WRK-QTD-LANC WRK-TOT-QUOTA WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN I-O ASSET-MASTER.
           OPEN OUTPUT DEPRECIATION-REPORT.
           PERFORM 0160-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEPRECIACAO DO MES ' WRK-MES-REF
                  ' - LANCAMENTO EM ' WRK-ULT-DIA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'ATIVO  DESCRICAO            CC  M MESES   QUOTA'
                  ' ACUMUL LIQUID SITUACAO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ ASSET-MASTER
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       PERFORM 0210-AVALIAR-ATIVO
                       IF WRK-DEPRECIAR = 'S'
                           PERFORM 0220-CALCULAR-QUOTA
                           PERFORM 0240-ATUALIZAR-ATIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASSET-MASTER.
           PERFORM 0300-POSTAR-LEDGER.
           PERFORM 0400-IMPRIMIR-TOTAIS.
           CLOSE DEPRECIATION-REPORT.
           DISPLAY 'DEPRECIADOS: ' WRK-QTD-DEPREC
               '  TERMINADOS: ' WRK-QTD-TERMINADOS
               '  LANCAMENTOS: ' WRK-QTD-LANC.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0160-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='DEPRECIACAO MENSAL DO IMOBILIZADO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * DEPRECIA O ATIVO 'A' JA EM USO NO MES (AQUISICAO EM MES
      * ANTERIOR) E AINDA NAO DEPRECIADO NELE; 'T' E 'B' FICAM FORA
       0210-AVALIAR-ATIVO.
           MOVE 'N' TO WRK-DEPRECIAR.
           EVALUATE TRUE
               WHEN ATF-SITUACAO NOT = 'A'
                   ADD 1 TO WRK-QTD-FORA
               WHEN ATF-DATA-AQUIS(1:6) >= WRK-MES-REF
                   ADD 1 TO WRK-QTD-NAO-INICIADOS
               WHEN ATF-ULT-MES-DEPREC >= WRK-MES-REF
                   ADD 1 TO WRK-QTD-JA-DEPREC
               WHEN OTHER
                   MOVE 'S' TO WRK-DEPRECIAR
           END-EVALUATE.
      * NO ULTIMO MES DA VIDA UTIL (OU QUANDO A QUOTA PASSARIA DO QUE
      * FALTA) A QUOTA E O QUE FALTA DEPRECIAR - O ATIVO FECHA NO
      * RESIDUAL SEM SOBRA DE ARREDONDAMENTO
       0220-CALCULAR-QUOTA.
           COMPUTE WRK-BASE-REST = ATF-VALOR-AQUIS
               - ATF-VALOR-RESIDUAL - ATF-DEPREC-ACUM.
           COMPUTE WRK-MESES-REST = ATF-VIDA-MESES - ATF-MESES-DEPREC.
           EVALUATE TRUE
               WHEN WRK-BASE-REST <= 0
                   MOVE ZEROS TO WRK-QUOTA
               WHEN WRK-MESES-REST <= 1
                   MOVE WRK-BASE-REST TO WRK-QUOTA
               WHEN OTHER
                   COMPUTE WRK-QUOTA ROUNDED =
                       WRK-BASE-REST / WRK-MESES-REST
                   IF ATF-METODO = 'D'
                       COMPUTE WRK-QUOTA-DD ROUNDED =
                           (ATF-VALOR-AQUIS - ATF-DEPREC-ACUM) * 2
                           / ATF-VIDA-MESES
                       IF WRK-QUOTA-DD > WRK-QUOTA
                           MOVE WRK-QUOTA-DD TO WRK-QUOTA
                       END-IF
                   END-IF
                   IF WRK-QUOTA > WRK-BASE-REST
                       MOVE WRK-BASE-REST TO WRK-QUOTA
                   END-IF
           END-EVALUATE.
       0230-SOMAR-CCUSTO.
           MOVE ZEROS TO WRK-POS-CC.
           PERFORM VARYING WRK-IND-CC FROM 1 BY 1
               UNTIL WRK-IND-CC > WRK-QTD-CC OR WRK-POS-CC > 0
               IF WRK-CC-CCUSTO(WRK-IND-CC) = ATF-CCUSTO
                   AND WRK-CC-DESPESA(WRK-IND-CC) = ATF-CONTA-DESPESA
                   AND WRK-CC-DEPREC(WRK-IND-CC) = ATF-CONTA-DEPREC
                   MOVE WRK-IND-CC TO WRK-POS-CC
               END-IF
           END-PERFORM.
           IF WRK-POS-CC = 0
               IF WRK-QTD-CC >= 200
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-CC
                   MOVE WRK-QTD-CC TO WRK-POS-CC
                   MOVE ATF-CCUSTO TO WRK-CC-CCUSTO(WRK-POS-CC)
                   MOVE ATF-CONTA-DESPESA TO WRK-CC-DESPESA(WRK-POS-CC)
                   MOVE ATF-CONTA-DEPREC TO WRK-CC-DEPREC(WRK-POS-CC)
                   MOVE ZEROS TO WRK-CC-VALOR(WRK-POS-CC)
               END-IF
           END-IF.
           IF WRK-POS-CC > 0
               ADD WRK-QUOTA TO WRK-CC-VALOR(WRK-POS-CC)
               IF WRK-CC-VALOR(WRK-POS-CC) > 999999
                   MOVE 'S' TO WRK-ESTOURO
               END-IF
           END-IF.
       0240-ATUALIZAR-ATIVO.
           ADD WRK-QUOTA TO ATF-DEPREC-ACUM.
           ADD 1 TO ATF-MESES-DEPREC.
           MOVE WRK-MES-REF TO ATF-ULT-MES-DEPREC.
           ADD 1 TO WRK-QTD-DEPREC.
           ADD WRK-QUOTA TO WRK-TOT-QUOTA.
           IF ATF-DEPREC-ACUM >= ATF-VALOR-AQUIS - ATF-VALOR-RESIDUAL
               MOVE 'T' TO ATF-SITUACAO
               ADD 1 TO WRK-QTD-TERMINADOS
               MOVE 'DEPRECIADO' TO WRK-LD-SITUACAO
           ELSE
               MOVE 'EM USO' TO WRK-LD-SITUACAO
           END-IF.
           REWRITE ATF-REC.
           IF WRK-FS-ATF NOT = '00'
               DISPLAY 'ERRO NA REGRAVACAO DO ATIVO ' ATF-CODIGO
                   ' - STATUS ' WRK-FS-ATF
               MOVE 'ERRO REGRAV' TO WRK-LD-SITUACAO
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE ATF-CODIGO TO WRK-LD-CODIGO.
           MOVE ATF-DESCRICAO TO WRK-LD-DESC.
           MOVE ATF-CCUSTO TO WRK-LD-CCUSTO.
           MOVE ATF-METODO TO WRK-LD-METODO.
           MOVE ATF-MESES-DEPREC TO WRK-LD-MESES.
           MOVE ATF-VIDA-MESES TO WRK-LD-VIDA.
           MOVE WRK-QUOTA TO WRK-LD-QUOTA.
           MOVE ATF-DEPREC-ACUM TO WRK-LD-ACUM.
           COMPUTE WRK-LD-LIQUIDO = ATF-VALOR-AQUIS - ATF-DEPREC-ACUM.
           WRITE REL-LINHA FROM WRK-LINHA-DEP.
      * DEBITOS POSITIVOS E CREDITOS NEGATIVOS, COMO NO PROGCOB123
       0300-POSTAR-LEDGER.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'LANCAMENTOS POR CENTRO DE CUSTO:' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE '    CC  DESPESA  DEPR.ACUM    VALOR' TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO WRK-ORIGEM.
           STRING 'DP' WRK-MES-REF DELIMITED BY SIZE INTO WRK-ORIGEM.
           PERFORM 0140-LER-CONTROLE-SEQ.
           PERFORM 0150-ABRIR-LEDGER.
           PERFORM VARYING WRK-IND-CC FROM 1 BY 1
               UNTIL WRK-IND-CC > WRK-QTD-CC
               IF WRK-CC-VALOR(WRK-IND-CC) > 0
                   MOVE WRK-CC-CCUSTO(WRK-IND-CC) TO WRK-CCUSTO
                   MOVE WRK-CC-DESPESA(WRK-IND-CC) TO WRK-CONTA
                   MOVE WRK-CC-VALOR(WRK-IND-CC) TO WRK-RESUL
                   PERFORM 0310-GRAVAR-LANCAMENTO
                   MOVE WRK-CC-DEPREC(WRK-IND-CC) TO WRK-CONTA
                   COMPUTE WRK-RESUL = WRK-CC-VALOR(WRK-IND-CC) * -1
                   PERFORM 0310-GRAVAR-LANCAMENTO
                   MOVE WRK-CC-CCUSTO(WRK-IND-CC) TO WRK-LC-CCUSTO
                   MOVE WRK-CC-DESPESA(WRK-IND-CC) TO WRK-LC-DESPESA
                   MOVE WRK-CC-DEPREC(WRK-IND-CC) TO WRK-LC-DEPREC
                   MOVE WRK-CC-VALOR(WRK-IND-CC) TO WRK-LC-VALOR
                   WRITE REL-LINHA FROM WRK-LINHA-CC
               END-IF
           END-PERFORM.
           CLOSE LEDGER-FILE.
           PERFORM 0145-GRAVAR-CONTROLE-SEQ.
       0140-LER-CONTROLE-SEQ.
           MOVE ZEROS TO WRK-ULT-SEQ.
           OPEN INPUT LEDGER-CONTROL-FILE.
           IF WRK-FS-LCT = '00'
               READ LEDGER-CONTROL-FILE
                   NOT AT END
                       MOVE LCT-ULT-SEQ TO WRK-ULT-SEQ
               END-READ
               CLOSE LEDGER-CONTROL-FILE
           END-IF.
       0145-GRAVAR-CONTROLE-SEQ.
           OPEN OUTPUT LEDGER-CONTROL-FILE.
           MOVE WRK-ULT-SEQ TO LCT-ULT-SEQ.
           WRITE LCT-REC.
           CLOSE LEDGER-CONTROL-FILE.
       0150-ABRIR-LEDGER.
           OPEN I-O LEDGER-FILE.
           IF WRK-FS-LED = '35'
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
       0310-GRAVAR-LANCAMENTO.
           PERFORM 0320-LER-SALDO-ANTERIOR.
           ADD WRK-RESUL TO WRK-SALDO.
           ADD 1 TO WRK-ULT-SEQ.
           MOVE WRK-ULT-SEQ TO WRK-SEQ.
           MOVE WRK-CONTA TO LED-CONTA.
           MOVE WRK-SEQ TO LED-SEQ.
           MOVE WRK-ULT-DIA TO LED-DATA.
           MOVE WRK-RESUL TO LED-VALOR.
           MOVE WRK-SALDO TO LED-SALDO.
           MOVE 'N' TO LED-ALERTA.
           MOVE 'N' TO LED-TIPO.
           MOVE ZEROS TO LED-REF-SEQ.
           MOVE WRK-ORIGEM TO LED-ORIGEM.
           MOVE 'DEPRECIACAO MENSAL' TO LED-OPERADOR.
           MOVE WRK-CCUSTO TO LED-CCUSTO.
           WRITE LED-REC
               INVALID KEY
                   DISPLAY 'LEDGER - CHAVE JA EXISTE: ' LED-CHAVE
                       ' - VERIFICAR O LEDCTL'
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-LANC
           END-WRITE.
      * MESMO START NA CONTA DO PROGCOB123: O ULTIMO REGISTRO DA
      * CONTA TRAZ O SALDO CORRIDO
       0320-LER-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-SALDO.
           MOVE 'N' TO WRK-FIM-LED.
           MOVE WRK-CONTA TO LED-CONTA.
           MOVE ZEROS TO LED-SEQ.
           START LEDGER-FILE KEY IS NOT LESS THAN LED-CHAVE
               INVALID KEY
                   MOVE 'Y' TO WRK-FIM-LED
           END-START.
           PERFORM UNTIL WRK-FIM-LED = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WRK-FIM-LED
                   NOT AT END
                       IF LED-CONTA = WRK-CONTA
                           MOVE LED-SALDO TO WRK-SALDO
                       ELSE
                           MOVE 'Y' TO WRK-FIM-LED
                       END-IF
               END-READ
           END-PERFORM.
       0400-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-TOT-QUOTA TO WRK-TOTAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEPRECIADOS: ' WRK-QTD-DEPREC
                  '  TERMINADOS NO MES: ' WRK-QTD-TERMINADOS
                  '  TOTAL: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'JA DEPRECIADOS NO MES: ' WRK-QTD-JA-DEPREC
                  '  SEM USO NO MES: ' WRK-QTD-NAO-INICIADOS
                  '  DEPRECIADOS/BAIXADOS: ' WRK-QTD-FORA
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'LANCAMENTOS NO LEDGER: ' WRK-QTD-LANC
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
      * RELATORIO DO IMOBILIZADO NA ORDEM DO CODIGO; OS TOTAIS DE
      * CUSTO, ACUMULADA E LIQUIDO SAO SO DOS ATIVOS NAO BAIXADOS
       0600-RELATORIO.
           MOVE ZEROS TO WRK-QTD-ATIVOS WRK-QTD-BAIXADOS WRK-TOT-CUSTO
               WRK-TOT-ACUM WRK-TOT-LIQUIDO WRK-TOT-RESULTADO
               WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ASSET-MASTER.
           IF WRK-FS-ATF NOT = '00'
               DISPLAY 'ATIVOFIX INDISPONIVEL - STATUS ' WRK-FS-ATF
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ASSET-REPORT
               PERFORM 0610-GERAR-CABECALHO-ATF
               MOVE SPACES TO ATR-LINHA
               STRING 'ATIVO  DESCRICAO            AQUISIC. CC   CUSTO'
                      ' ACUMUL LIQUID S BAIXA    RESULT.'
                   DELIMITED BY SIZE INTO ATR-LINHA
               WRITE ATR-LINHA
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ASSET-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0620-GRAVAR-LINHA-ATF
                   END-READ
               END-PERFORM
               CLOSE ASSET-MASTER
               PERFORM 0630-IMPRIMIR-TOTAIS-ATF
               CLOSE ASSET-REPORT
               DISPLAY 'ATIVOS: ' WRK-QTD-ATIVOS
                   '  BAIXADOS: ' WRK-QTD-BAIXADOS
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0610-GERAR-CABECALHO-ATF==,
                     ==LINHA-NOME== BY ==ATR-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='RELATORIO DO ATIVO IMOBILIZADO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * O BAIXADO SAI COM O CUSTO E A ACUMULADA DA DATA DA BAIXA, O
      * LIQUIDO ZERADO E O GANHO (+) OU PERDA (-) APURADO NA BAIXA
       0620-GRAVAR-LINHA-ATF.
           MOVE ATF-CODIGO TO WRK-LA-CODIGO.
           MOVE ATF-DESCRICAO TO WRK-LA-DESC.
           MOVE ATF-DATA-AQUIS TO WRK-LA-DATA.
           MOVE ATF-CCUSTO TO WRK-LA-CCUSTO.
           MOVE ATF-VALOR-AQUIS TO WRK-LA-CUSTO.
           MOVE ATF-DEPREC-ACUM TO WRK-LA-ACUM.
           MOVE ATF-SITUACAO TO WRK-LA-SITUACAO.
           IF ATF-SITUACAO = 'B'
               ADD 1 TO WRK-QTD-BAIXADOS
               ADD ATF-RESULTADO-BAIXA TO WRK-TOT-RESULTADO
               MOVE ZEROS TO WRK-LA-LIQUIDO
               MOVE ATF-DATA-BAIXA TO WRK-LA-DATA-BX
               MOVE ATF-RESULTADO-BAIXA TO WRK-RESULT-LIN
               MOVE WRK-RESULT-LIN TO WRK-LA-RESULT
           ELSE
               ADD 1 TO WRK-QTD-ATIVOS
               COMPUTE WRK-LIQUIDO = ATF-VALOR-AQUIS - ATF-DEPREC-ACUM
               MOVE WRK-LIQUIDO TO WRK-LA-LIQUIDO
               ADD ATF-VALOR-AQUIS TO WRK-TOT-CUSTO
               ADD ATF-DEPREC-ACUM TO WRK-TOT-ACUM
               ADD WRK-LIQUIDO TO WRK-TOT-LIQUIDO
               MOVE SPACES TO WRK-LA-DATA-BX WRK-LA-RESULT
           END-IF.
           WRITE ATR-LINHA FROM WRK-LINHA-ATF.
       0630-IMPRIMIR-TOTAIS-ATF.
           MOVE SPACES TO ATR-LINHA.
           WRITE ATR-LINHA.
           MOVE SPACES TO ATR-LINHA.
           STRING 'ATIVOS EM USO OU DEPRECIADOS: ' WRK-QTD-ATIVOS
               DELIMITED BY SIZE INTO ATR-LINHA.
           WRITE ATR-LINHA.
           MOVE WRK-TOT-CUSTO TO WRK-TOTAL-ED.
           MOVE SPACES TO ATR-LINHA.
           STRING '  CUSTO TOTAL............: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO ATR-LINHA.
           WRITE ATR-LINHA.
           MOVE WRK-TOT-ACUM TO WRK-TOTAL-ED.
           MOVE SPACES TO ATR-LINHA.
           STRING '  DEPRECIACAO ACUMULADA..: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO ATR-LINHA.
           WRITE ATR-LINHA.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO ATR-LINHA.
           STRING '  VALOR CONTABIL LIQUIDO.: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO ATR-LINHA.
           WRITE ATR-LINHA.
           MOVE WRK-TOT-RESULTADO TO WRK-RESULT-ED.
           MOVE SPACES TO ATR-LINHA.
           STRING 'BAIXADOS: ' WRK-QTD-BAIXADOS
                  '  GANHO(+)/PERDA(-) NAS BAIXAS: ' WRK-RESULT-ED
               DELIMITED BY SIZE INTO ATR-LINHA.
           WRITE ATR-LINHA.
