       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB116.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = AVALIACAO MENSAL DE FORNECEDORES: APURA NO OCOMPRA,
      * POR FORNECEDOR, AS ORDENS RECEBIDAS E CANCELADAS NO MES
      * (OCP-DATA-STATUS) - PRAZO MEDIO DE ENTREGA (OCP-DATA ATE O
      * RECEBIMENTO), PERCENTUAL RECEBIDO NO PRAZO COMBINADO (CHAVE
      * PRAZO-ENTREGA DO SYSPARM, DIAS CORRIDOS - DEFAULT 10),
      * ATENDIMENTO (RECEBIDA SOBRE PEDIDA), ORDENS CANCELADAS E
      * VARIACAO DO CUSTO SOBRE A ULTIMA COMPRA DO MESMO PRODUTO -
      * CALCULA A NOTA (SCFREC.COB), GRAVA O SCOREFOR LIDO PELO
      * PROGCOB65 E IMPRIME EM SCOREREL O RANKING POR NOTA
      * DECRESCENTE (VIA SORT, COMO O PROGCOB52) PARA O COMPRADOR
      * RENEGOCIAR COM OS PIORES
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'OCOMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCP.
           SELECT SCORE-FILE ASSIGN TO 'SCOREFOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCF.
           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWK116'.
           SELECT RANKED-FILE ASSIGN TO 'SCORESRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SRT.
           SELECT SCORE-REPORT-FILE ASSIGN TO 'SCOREREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT SUPPLIER-MASTER ASSIGN TO 'FORNMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FOR.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PURCHASE-ORDER-FILE.
       COPY 'OCPREC.COB'.
       FD  SCORE-FILE.
       COPY 'SCFREC.COB'.
       SD  SORT-WORK-FILE.
       01  SRT-REC.
           02 SRT-FORNECEDOR  PIC 9(04).
           02 SRT-MES         PIC 9(06).
           02 SRT-RECEBIDAS   PIC 9(04).
           02 SRT-CANCELADAS  PIC 9(04).
           02 SRT-PRAZO-MEDIO PIC 9(03)V9.
           02 SRT-PONTUAL     PIC 9(03)V9.
           02 SRT-ATENDIMENTO PIC 9(03)V9.
           02 SRT-VAR-PRECO   PIC S9(03)V9.
           02 SRT-NOTA        PIC 9(03)V9.
       FD  RANKED-FILE.
       01  RNK-REC         PIC X(38).
       FD  SCORE-REPORT-FILE.
       01  SCR-LINHA       PIC X(80).
       FD  SUPPLIER-MASTER.
       COPY 'FORREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-OCP      PIC X(02) VALUE SPACES.
       77 WRK-FS-SCF      PIC X(02) VALUE SPACES.
       77 WRK-FS-SRT      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-FOR      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FOR-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-PRAZO       PIC 9(03) VALUE 10.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-QTD-FOR     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-FOR     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-FOR     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PRD     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PRD     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-PRD     PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-ENTREGA PIC S9(05) VALUE ZEROS.
       77 WRK-VARIACAO    PIC S9(05)V9 VALUE ZEROS.
       77 WRK-PCT-CANCEL  PIC 9(03)V9 VALUE ZEROS.
       77 WRK-NOTA-CALC   PIC S9(05)V9 VALUE ZEROS.
       77 WRK-NOME-FORN   PIC X(20) VALUE SPACES.
       77 WRK-POSICAO     PIC 9(04) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
      * ACUMULADOS DO MES POR FORNECEDOR
       01 WRK-TABELA-FOR.
           02 WRK-FOR OCCURS 300 TIMES.
               03 WRK-FOR-CODIGO     PIC 9(04).
               03 WRK-FOR-RECEBIDAS  PIC 9(04).
               03 WRK-FOR-CANCELADAS PIC 9(04).
               03 WRK-FOR-NO-PRAZO   PIC 9(04).
               03 WRK-FOR-DIAS       PIC 9(07).
               03 WRK-FOR-QTD-PEDIDA PIC 9(07).
               03 WRK-FOR-QTD-RECEB  PIC 9(07).
               03 WRK-FOR-QTD-VAR    PIC 9(04).
               03 WRK-FOR-SOMA-VAR   PIC S9(07)V9.
      * CUSTO DA ULTIMA COMPRA RECEBIDA DE CADA PRODUTO, NA ORDEM DO
      * OCOMPRA
       01 WRK-TABELA-PRD.
           02 WRK-PRD OCCURS 500 TIMES.
               03 WRK-PRD-CODIGO     PIC 9(06).
               03 WRK-PRD-ULT-CUSTO  PIC 9(06)V99.
       01 WRK-LINHA-RANK.
           02 WRK-LR-POSICAO  PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-FORN     PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-NOME     PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-RECEB    PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-CANC     PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-PRAZO    PIC ZZ9.9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-PONTUAL  PIC ZZ9.9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-ATEND    PIC ZZ9.9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-VAR      PIC ---9.9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LR-NOTA     PIC ZZ9.9.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-RECEBER-MES.
           IF WRK-MES-REF = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-MES-REF
           END-IF.
           PERFORM 0060-LER-PRAZO.
           PERFORM 0100-APURAR-ORDENS.
           EVALUATE TRUE
               WHEN WRK-FS-OCP NOT = '00'
                   DISPLAY 'OCOMPRA INDISPONIVEL - STATUS ' WRK-FS-OCP
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-TAB-CHEIA = 'S'
                   DISPLAY '*** MAIS DE 300 FORNECEDORES OU 500'
                       ' PRODUTOS NO OCOMPRA - AVALIACAO NAO GRAVADA'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB116 ***'
                   MOVE 8 TO RETURN-CODE
               WHEN WRK-QTD-FOR = 0
                   DISPLAY 'NENHUMA ORDEM RECEBIDA OU CANCELADA EM '
                       WRK-MES-REF ' - SCOREFOR MANTIDO'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 0300-GRAVAR-NOTAS
                   SORT SORT-WORK-FILE
                       ON DESCENDING KEY SRT-NOTA
                       ON ASCENDING KEY SRT-FORNECEDOR
                       USING SCORE-FILE
                       GIVING RANKED-FILE
                   PERFORM 0400-IMPRIMIR-RANKING
                   DISPLAY 'AVALIACAO DE FORNECEDORES GRAVADA EM'
                       ' SCOREREL - FORNECEDORES: ' WRK-QTD-FOR
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB116'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB116'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0050-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES DA AVALIACAO (AAAAMM, 0 = ATUAL): '==.
       0060-LER-PRAZO.
           MOVE 'PRAZO-ENTREGA' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-PRAZO = FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
      * O ARQUIVO INTEIRO E LIDO NA ORDEM DE EMISSAO PARA QUE O CUSTO
      * DA ULTIMA COMPRA DE CADA PRODUTO ESTEJA PRONTO QUANDO A ORDEM
      * DO MES FOR COMPARADA
       0100-APURAR-ORDENS.
           MOVE ZEROS TO WRK-QTD-FOR WRK-QTD-PRD.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-FS-OCP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PURCHASE-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0110-APURAR-ORDEM
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
               MOVE '00' TO WRK-FS-OCP
           END-IF.
      * ORDEM GRAVADA ANTES DA QUANTIDADE RECEBIDA: RECEBIDA = PEDIDA
       0110-APURAR-ORDEM.
           IF OCP-CUSTO-UNIT NOT NUMERIC
               MOVE ZEROS TO OCP-CUSTO-UNIT
           END-IF.
           IF OCP-QTD-RECEB NOT NUMERIC
               MOVE OCP-QTD TO OCP-QTD-RECEB
           END-IF.
           MOVE OCP-DATA-STATUS(1:6) TO WRK-ANOMES-REG.
           IF WRK-ANOMES-REG = WRK-MES-REF
               AND (OCP-STATUS = 'RECEBIDA' OR OCP-STATUS = 'CANCELADA')
               PERFORM 0120-LOCALIZAR-FORNECEDOR
               IF WRK-POS-FOR > 0
                   IF OCP-STATUS = 'RECEBIDA'
                       PERFORM 0130-ACUMULAR-RECEBIDA
                   ELSE
                       ADD 1 TO WRK-FOR-CANCELADAS(WRK-POS-FOR)
                   END-IF
               END-IF
           END-IF.
           IF OCP-STATUS = 'RECEBIDA' AND OCP-CUSTO-UNIT > 0
               PERFORM 0150-LOCALIZAR-PRODUTO
               IF WRK-POS-PRD > 0
                   MOVE OCP-CUSTO-UNIT TO WRK-PRD-ULT-CUSTO(WRK-POS-PRD)
               END-IF
           END-IF.
       0120-LOCALIZAR-FORNECEDOR.
           MOVE ZEROS TO WRK-POS-FOR.
           PERFORM VARYING WRK-IND-FOR FROM 1 BY 1
                   UNTIL WRK-IND-FOR > WRK-QTD-FOR OR WRK-POS-FOR > 0
               IF WRK-FOR-CODIGO(WRK-IND-FOR) = OCP-FORNECEDOR
                   MOVE WRK-IND-FOR TO WRK-POS-FOR
               END-IF
           END-PERFORM.
           IF WRK-POS-FOR = 0
               IF WRK-QTD-FOR >= 300
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-FOR
                   MOVE WRK-QTD-FOR TO WRK-POS-FOR
                   INITIALIZE WRK-FOR(WRK-POS-FOR)
                   MOVE OCP-FORNECEDOR TO WRK-FOR-CODIGO(WRK-POS-FOR)
               END-IF
           END-IF.
       0130-ACUMULAR-RECEBIDA.
           ADD 1 TO WRK-FOR-RECEBIDAS(WRK-POS-FOR).
           COMPUTE WRK-DIAS-ENTREGA =
               FUNCTION INTEGER-OF-DATE(OCP-DATA-STATUS) -
               FUNCTION INTEGER-OF-DATE(OCP-DATA).
           IF WRK-DIAS-ENTREGA < 0
               MOVE ZEROS TO WRK-DIAS-ENTREGA
           END-IF.
           ADD WRK-DIAS-ENTREGA TO WRK-FOR-DIAS(WRK-POS-FOR).
           IF WRK-DIAS-ENTREGA <= WRK-PRAZO
               ADD 1 TO WRK-FOR-NO-PRAZO(WRK-POS-FOR)
           END-IF.
           ADD OCP-QTD TO WRK-FOR-QTD-PEDIDA(WRK-POS-FOR).
           ADD OCP-QTD-RECEB TO WRK-FOR-QTD-RECEB(WRK-POS-FOR).
           IF OCP-CUSTO-UNIT > 0
               PERFORM 0150-LOCALIZAR-PRODUTO
               IF WRK-POS-PRD > 0
                   IF WRK-PRD-ULT-CUSTO(WRK-POS-PRD) > 0
                       COMPUTE WRK-VARIACAO ROUNDED =
                           (OCP-CUSTO-UNIT -
                            WRK-PRD-ULT-CUSTO(WRK-POS-PRD)) * 100 /
                           WRK-PRD-ULT-CUSTO(WRK-POS-PRD)
                       ADD 1 TO WRK-FOR-QTD-VAR(WRK-POS-FOR)
                       ADD WRK-VARIACAO TO WRK-FOR-SOMA-VAR(WRK-POS-FOR)
                   END-IF
               END-IF
           END-IF.
       0150-LOCALIZAR-PRODUTO.
           MOVE ZEROS TO WRK-POS-PRD.
           PERFORM VARYING WRK-IND-PRD FROM 1 BY 1
                   UNTIL WRK-IND-PRD > WRK-QTD-PRD OR WRK-POS-PRD > 0
               IF WRK-PRD-CODIGO(WRK-IND-PRD) = OCP-CODIGO
                   MOVE WRK-IND-PRD TO WRK-POS-PRD
               END-IF
           END-PERFORM.
           IF WRK-POS-PRD = 0
               IF WRK-QTD-PRD >= 500
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-PRD
                   MOVE WRK-QTD-PRD TO WRK-POS-PRD
                   MOVE OCP-CODIGO TO WRK-PRD-CODIGO(WRK-POS-PRD)
                   MOVE ZEROS TO WRK-PRD-ULT-CUSTO(WRK-POS-PRD)
               END-IF
           END-IF.
       0300-GRAVAR-NOTAS.
           OPEN OUTPUT SCORE-FILE.
           PERFORM VARYING WRK-IND-FOR FROM 1 BY 1
                   UNTIL WRK-IND-FOR > WRK-QTD-FOR
               PERFORM 0310-CALCULAR-NOTA
               WRITE SCF-REC
           END-PERFORM.
           CLOSE SCORE-FILE.
      * ATENDIMENTO ACIMA DA QUANTIDADE PEDIDA NAO CONTA A FAVOR; SO A
      * ALTA DE PRECO DESCONTA DA NOTA (QUEDA NAO SOMA)
       0310-CALCULAR-NOTA.
           INITIALIZE SCF-REC.
           MOVE WRK-FOR-CODIGO(WRK-IND-FOR) TO SCF-FORNECEDOR.
           MOVE WRK-MES-REF TO SCF-MES.
           MOVE WRK-FOR-RECEBIDAS(WRK-IND-FOR) TO SCF-RECEBIDAS.
           MOVE WRK-FOR-CANCELADAS(WRK-IND-FOR) TO SCF-CANCELADAS.
           IF WRK-FOR-RECEBIDAS(WRK-IND-FOR) > 0
               COMPUTE SCF-PRAZO-MEDIO ROUNDED =
                   WRK-FOR-DIAS(WRK-IND-FOR) /
                   WRK-FOR-RECEBIDAS(WRK-IND-FOR)
               COMPUTE SCF-PONTUAL ROUNDED =
                   WRK-FOR-NO-PRAZO(WRK-IND-FOR) * 100 /
                   WRK-FOR-RECEBIDAS(WRK-IND-FOR)
               IF WRK-FOR-QTD-RECEB(WRK-IND-FOR) >=
                   WRK-FOR-QTD-PEDIDA(WRK-IND-FOR)
                   MOVE 100 TO SCF-ATENDIMENTO
               ELSE
                   COMPUTE SCF-ATENDIMENTO ROUNDED =
                       WRK-FOR-QTD-RECEB(WRK-IND-FOR) * 100 /
                       WRK-FOR-QTD-PEDIDA(WRK-IND-FOR)
               END-IF
           END-IF.
           COMPUTE WRK-PCT-CANCEL ROUNDED =
               WRK-FOR-CANCELADAS(WRK-IND-FOR) * 100 /
               (WRK-FOR-RECEBIDAS(WRK-IND-FOR) +
                WRK-FOR-CANCELADAS(WRK-IND-FOR)).
           IF WRK-FOR-QTD-VAR(WRK-IND-FOR) > 0
               COMPUTE SCF-VAR-PRECO ROUNDED =
                   WRK-FOR-SOMA-VAR(WRK-IND-FOR) /
                   WRK-FOR-QTD-VAR(WRK-IND-FOR)
           END-IF.
           COMPUTE WRK-NOTA-CALC ROUNDED =
               SCF-PONTUAL * 0.4 + SCF-ATENDIMENTO * 0.4 +
               (100 - WRK-PCT-CANCEL) * 0.2.
           IF SCF-VAR-PRECO > 0
               SUBTRACT SCF-VAR-PRECO FROM WRK-NOTA-CALC
           END-IF.
           IF WRK-NOTA-CALC < 0
               MOVE ZEROS TO WRK-NOTA-CALC
           END-IF.
           MOVE WRK-NOTA-CALC TO SCF-NOTA.
       0400-IMPRIMIR-RANKING.
           MOVE ZEROS TO WRK-POSICAO WRK-PAGINA.
           MOVE 'N' TO WRK-FOR-DISPON.
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-FOR = '00'
               MOVE 'S' TO WRK-FOR-DISPON
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RANKED-FILE.
           OPEN OUTPUT SCORE-REPORT-FILE.
           PERFORM 0450-IMPRIMIR-CABECALHO.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ RANKED-FILE INTO SCF-REC
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       PERFORM 0500-IMPRIMIR-FORNECEDOR
               END-READ
           END-PERFORM.
           MOVE SPACES TO SCR-LINHA.
           WRITE SCR-LINHA.
           MOVE SPACES TO SCR-LINHA.
           STRING 'FORNECEDORES AVALIADOS: ' WRK-POSICAO
                  '   PRAZO COMBINADO (DIAS): ' WRK-PRAZO
               DELIMITED BY SIZE INTO SCR-LINHA.
           WRITE SCR-LINHA.
           MOVE 'NOTA = 40% NO PRAZO + 40% ATENDIMENTO + 20% NAO'
               TO SCR-LINHA.
           WRITE SCR-LINHA.
           MOVE '       CANCELADAS - ALTA MEDIA DE PRECO (%)'
               TO SCR-LINHA.
           WRITE SCR-LINHA.
           CLOSE RANKED-FILE SCORE-REPORT-FILE.
           IF WRK-FOR-DISPON = 'S'
               CLOSE SUPPLIER-MASTER
           END-IF.
       0450-IMPRIMIR-CABECALHO.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0460-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO SCR-LINHA.
           STRING ' POS FORN NOME                  REC CANC PRAZO'
                  ' PONT% ATND%   VAR%  NOTA'
               DELIMITED BY SIZE INTO SCR-LINHA.
           WRITE SCR-LINHA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0460-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==SCR-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='AVALIACAO DE FORNECEDORES ' WRK-MES-REF==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0500-IMPRIMIR-FORNECEDOR.
           ADD 1 TO WRK-POSICAO.
           MOVE 'NOME NAO DISPONIVEL' TO WRK-NOME-FORN.
           IF WRK-FOR-DISPON = 'S'
               MOVE SCF-FORNECEDOR TO FOR-CODIGO
               READ SUPPLIER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WRK-NOME-FORN
               END-READ
           END-IF.
           MOVE WRK-POSICAO TO WRK-LR-POSICAO.
           MOVE SCF-FORNECEDOR TO WRK-LR-FORN.
           MOVE WRK-NOME-FORN TO WRK-LR-NOME.
           MOVE SCF-RECEBIDAS TO WRK-LR-RECEB.
           MOVE SCF-CANCELADAS TO WRK-LR-CANC.
           MOVE SCF-PRAZO-MEDIO TO WRK-LR-PRAZO.
           MOVE SCF-PONTUAL TO WRK-LR-PONTUAL.
           MOVE SCF-ATENDIMENTO TO WRK-LR-ATEND.
           MOVE SCF-VAR-PRECO TO WRK-LR-VAR.
           MOVE SCF-NOTA TO WRK-LR-NOTA.
           WRITE SCR-LINHA FROM WRK-LINHA-RANK.
           ADD 1 TO WRK-LINHAS-PAG.
           IF WRK-LINHAS-PAG >= 15
               PERFORM 0450-IMPRIMIR-CABECALHO
           END-IF.
