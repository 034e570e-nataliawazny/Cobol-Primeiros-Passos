       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB149.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = TABELA DE CAMBIO DAS MOEDAS ESTRANGEIRAS DOS
      * PEDIDOS DE PARCEIRO (CAMBIO, CAMREC.COB - REAIS POR UNIDADE DA
      * MOEDA, UMA TAXA POR MOEDA E DATA), USADA PELO PRGCAMBI NA
      * CONVERSAO DO PROGCOB67 E NA BAIXA DO PROGCOB55/58
      * ACAO 'M' = MANUTENCAO (LISTAR AS TAXAS DE UMA MOEDA / INCLUIR
      * OU CORRIGIR A TAXA DE UMA DATA / EXCLUIR), TAXA DIGITADA COM
      * ORIGEM 'M'
      * ACAO 'I' = IMPORTACAO DO ARQUIVO DE COTACOES DO BANCO CENTRAL
      * (CAMBCB, CSV DA PTAX: DDMMAAAA;CODIGO;TIPO;MOEDA;COMPRA;VENDA;
      * ..., DECIMAL COM VIRGULA) - SO AS MOEDAS DO SYSPARM
      * CAMBIO-MOEDAS (PADRAO USD E EUR), TAXA DE VENDA, ORIGEM 'B';
      * A TAXA JA EXISTENTE NA MESMA MOEDA E DATA E SUBSTITUIDA, ENTAO
      * O MESMO ARQUIVO PODE SER IMPORTADO DE NOVO SEM DUPLICAR
      * ACAO 'R' = RELATORIO DE VARIACAO CAMBIAL DO MES EM CAMREL:
      * BAIXAS DE PARCELA EM MOEDA DO CAMVAR (CVRREC.COB, GRAVADO PELO
      * PROGCOB55/58) COM AS DUAS TAXAS E A VARIACAO, E OS TOTAIS DE
      * GANHO, PERDA E LIQUIDO; O LANCAMENTO NO LEDGER E O DO EVENTO
      * 'VARCAMB' PELA REGRA DO PROGCOB123
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO 'CAMBIO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAM.
           SELECT EXCHANGE-RATE-TEMP ASSIGN TO 'CAMTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT CENTRAL-BANK-FILE ASSIGN TO 'CAMBCB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-BCB.
           SELECT EXCHANGE-VAR-FILE ASSIGN TO 'CAMVAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CVR.
           SELECT VARIATION-REPORT-FILE ASSIGN TO 'CAMREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE.
       COPY 'CAMREC.COB'.
       FD  EXCHANGE-RATE-TEMP.
       01  TMP-REC            PIC X(21).
       FD  CENTRAL-BANK-FILE.
       01  BCB-LINHA          PIC X(200).
       FD  EXCHANGE-VAR-FILE.
       COPY 'CVRREC.COB'.
       FD  VARIATION-REPORT-FILE.
       01  REL-LINHA          PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-CAM      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-BCB      PIC X(02) VALUE SPACES.
       77 WRK-FS-CVR      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-MOEDA       PIC X(03) VALUE SPACES.
       77 WRK-DATA        PIC 9(08) VALUE ZEROS.
       77 WRK-TAXA        PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-ANOMES      PIC 9(06) VALUE ZEROS.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-SUBSTITUI   PIC X(01) VALUE 'N'.
       77 WRK-CONT        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NOV     PIC 9(04) VALUE ZEROS.
       77 WRK-IND-NOV     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-FORA    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-INVALIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SUBSTITUIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LISTA   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-GANHO   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PERDA   PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-GANHO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-PERDA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO PIC S9(09)V99 VALUE ZEROS.
       77 WRK-MOEDAS-IMPORTA PIC X(20) VALUE 'USD EUR'.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-ALT-PROGRAMA   PIC X(10) VALUE 'PROGCOB149'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'M'.
       77 WRK-ALT-MENSAGEM   PIC X(40) VALUE SPACES.
      * CAMPOS DA LINHA DO CSV DO BANCO CENTRAL
       01 WRK-CSV.
           02 WRK-CSV-DATA    PIC X(08).
           02 WRK-CSV-CODIGO  PIC X(05).
           02 WRK-CSV-TIPO    PIC X(01).
           02 WRK-CSV-MOEDA   PIC X(03).
           02 WRK-CSV-COMPRA  PIC X(20).
           02 WRK-CSV-VENDA   PIC X(20).
       01 WRK-CSV-DATA-G.
           02 WRK-CSV-DIA     PIC X(02).
           02 WRK-CSV-MES     PIC X(02).
           02 WRK-CSV-ANO     PIC X(04).
       01 WRK-DATA-MONTA.
           02 WRK-DM-ANO      PIC X(04).
           02 WRK-DM-MES      PIC X(02).
           02 WRK-DM-DIA      PIC X(02).
       01 WRK-DATA-MONTA-N REDEFINES WRK-DATA-MONTA PIC 9(08).
      * TAXA '5,432700' -> PARTE INTEIRA ALINHADA A DIREITA E DECIMAIS
      * A ESQUERDA, LIDAS JUNTAS COMO 9(03)V9(06)
       01 WRK-TAXA-MONTA.
           02 WRK-TM-INTEIRO  PIC X(03) JUSTIFIED RIGHT.
           02 WRK-TM-DECIMAL  PIC X(06).
       01 WRK-TAXA-MONTA-N REDEFINES WRK-TAXA-MONTA PIC 9(03)V9(06).
      * TAXAS A GRAVAR: A IMPORTACAO OU A DIGITACAO SUBSTITUEM NO
      * CAMBIO O QUE HOUVER NA MESMA MOEDA E DATA; TAXA ZERO SO
      * REMOVE (EXCLUSAO)
       01 WRK-TABELA-NOVAS.
           02 WRK-NOV OCCURS 500 TIMES.
               03 WRK-NOV-MOEDA  PIC X(03).
               03 WRK-NOV-DATA   PIC 9(08).
               03 WRK-NOV-TAXA   PIC 9(03)V9(06).
               03 WRK-NOV-ORIGEM PIC X(01).
       01 WRK-LINHA-DET.
           02 WRK-LD-PEDIDO   PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-PARCELA  PIC 9(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-MOEDA    PIC X(03).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-TAXA-PED PIC ZZ9.999999.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-TAXA-PGT PIC ZZ9.999999.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-VALOR    PIC Z(05)9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-ATUAL    PIC Z(06)9.99.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-VARIACAO PIC -Z(05)9.99.
       01 WRK-LINHA-TOT.
           02 WRK-LT-TEXTO    PIC X(30).
           02 WRK-LT-QTD      PIC Z(05)9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LT-VALOR    PIC -Z(08)9.99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (M-MANUTENCAO / I-IMPORTAR BANCO CENTRAL /'
               ' R-RELATORIO DE VARIACAO): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'M'
               WHEN 'm'
                   PERFORM 0500-MANUTENCAO
               WHEN 'I'
               WHEN 'i'
                   PERFORM 0200-IMPORTAR-BANCO-CENTRAL
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0600-RELATORIO-VARIACAO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB149'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB149'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0160-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='VARIACAO CAMBIAL DO MES ' WRK-ANOMES==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * O ARQUIVO DO DIA NAO CHEGOU: A CADEIA SEGUE (O PRGCAMBI USA A
      * ULTIMA TAXA ANTERIOR), COM AVISO PARA A TESOURARIA
       0200-IMPORTAR-BANCO-CENTRAL.
           MOVE 'CAMBIO-MOEDAS' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S' AND WRK-PARM-VALOR NOT = SPACES
               MOVE WRK-PARM-VALOR TO WRK-MOEDAS-IMPORTA
           END-IF.
           MOVE ZEROS TO WRK-QTD-NOV WRK-QTD-LIDOS WRK-QTD-FORA
               WRK-QTD-INVALIDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CENTRAL-BANK-FILE.
           IF WRK-FS-BCB NOT = '00'
               DISPLAY 'CAMBCB INDISPONIVEL - STATUS ' WRK-FS-BCB
               MOVE 'CAMBCB AUSENTE - CAMBIO NAO ATUALIZADO'
                   TO WRK-ALT-MENSAGEM
               CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
                   WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CENTRAL-BANK-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           PERFORM 0210-TRATAR-LINHA-BCB
                   END-READ
               END-PERFORM
               CLOSE CENTRAL-BANK-FILE
               IF WRK-QTD-NOV > ZEROS
                   PERFORM 0400-GRAVAR-COTACOES
               END-IF
               DISPLAY 'LINHAS LIDAS: ' WRK-QTD-LIDOS
                   '  IMPORTADAS: ' WRK-QTD-NOV
                   '  SUBSTITUIDAS: ' WRK-QTD-SUBSTITUIDAS
               DISPLAY 'MOEDAS NAO IMPORTADAS: '
                   WRK-QTD-FORA '  INVALIDAS: ' WRK-QTD-INVALIDOS
               IF WRK-QTD-INVALIDOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0210-TRATAR-LINHA-BCB.
           MOVE SPACES TO WRK-CSV.
           UNSTRING BCB-LINHA DELIMITED BY ';'
               INTO WRK-CSV-DATA WRK-CSV-CODIGO WRK-CSV-TIPO
                    WRK-CSV-MOEDA WRK-CSV-COMPRA WRK-CSV-VENDA.
           MOVE ZEROS TO WRK-CONT.
           IF WRK-CSV-MOEDA NOT = SPACES
               INSPECT WRK-MOEDAS-IMPORTA TALLYING WRK-CONT
                   FOR ALL WRK-CSV-MOEDA
           END-IF.
           IF WRK-CONT = ZEROS
               ADD 1 TO WRK-QTD-FORA
           ELSE
               MOVE WRK-CSV-DATA TO WRK-CSV-DATA-G
               MOVE WRK-CSV-ANO TO WRK-DM-ANO
               MOVE WRK-CSV-MES TO WRK-DM-MES
               MOVE WRK-CSV-DIA TO WRK-DM-DIA
               MOVE SPACES TO WRK-TAXA-MONTA
               UNSTRING WRK-CSV-VENDA DELIMITED BY ','
                   INTO WRK-TM-INTEIRO WRK-TM-DECIMAL
               INSPECT WRK-TM-INTEIRO REPLACING LEADING SPACE BY ZERO
               INSPECT WRK-TM-DECIMAL REPLACING ALL SPACE BY ZERO
               IF WRK-DATA-MONTA IS NOT NUMERIC
                   OR WRK-TAXA-MONTA IS NOT NUMERIC
                   ADD 1 TO WRK-QTD-INVALIDOS
                   DISPLAY 'LINHA INVALIDA NO CAMBCB: ' BCB-LINHA(1:50)
               ELSE
                   IF WRK-TAXA-MONTA-N = ZEROS
                       ADD 1 TO WRK-QTD-INVALIDOS
                       DISPLAY 'TAXA ZERADA NO CAMBCB: '
                           BCB-LINHA(1:50)
                   ELSE
                       MOVE WRK-CSV-MOEDA TO WRK-MOEDA
                       MOVE WRK-DATA-MONTA-N TO WRK-DATA
                       MOVE WRK-TAXA-MONTA-N TO WRK-TAXA
                       PERFORM 0220-GUARDAR-COTACAO
                   END-IF
               END-IF
           END-IF.
       0220-GUARDAR-COTACAO.
           IF WRK-QTD-NOV < 500
               ADD 1 TO WRK-QTD-NOV
               MOVE WRK-MOEDA TO WRK-NOV-MOEDA(WRK-QTD-NOV)
               MOVE WRK-DATA TO WRK-NOV-DATA(WRK-QTD-NOV)
               MOVE WRK-TAXA TO WRK-NOV-TAXA(WRK-QTD-NOV)
               MOVE 'B' TO WRK-NOV-ORIGEM(WRK-QTD-NOV)
           ELSE
               ADD 1 TO WRK-QTD-INVALIDOS
               DISPLAY 'MAIS DE 500 COTACOES NO ARQUIVO - IGNORADA: '
                   WRK-MOEDA ' ' WRK-DATA
           END-IF.
      * REGRAVA O CAMBIO VIA CAMTMP SEM AS TAXAS DA MESMA MOEDA E
      * DATA DA TABELA E ACRESCENTA AS DA TABELA COM TAXA > ZERO
       0400-GRAVAR-COTACOES.
           MOVE ZEROS TO WRK-QTD-SUBSTITUIDAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT EXCHANGE-RATE-TEMP.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WRK-FS-CAM = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0410-CONFERIR-SUBSTITUICAO
                           IF WRK-SUBSTITUI = 'S'
                               ADD 1 TO WRK-QTD-SUBSTITUIDAS
                           ELSE
                               WRITE TMP-REC FROM CAM-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF.
           PERFORM VARYING WRK-IND-NOV FROM 1 BY 1
                   UNTIL WRK-IND-NOV > WRK-QTD-NOV
               IF WRK-NOV-TAXA(WRK-IND-NOV) > ZEROS
                   MOVE WRK-NOV-MOEDA(WRK-IND-NOV) TO CAM-MOEDA
                   MOVE WRK-NOV-DATA(WRK-IND-NOV) TO CAM-DATA
                   MOVE WRK-NOV-TAXA(WRK-IND-NOV) TO CAM-TAXA
                   MOVE WRK-NOV-ORIGEM(WRK-IND-NOV) TO CAM-ORIGEM
                   WRITE TMP-REC FROM CAM-REC
               END-IF
           END-PERFORM.
           CLOSE EXCHANGE-RATE-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT EXCHANGE-RATE-FILE.
           OPEN INPUT EXCHANGE-RATE-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ EXCHANGE-RATE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE CAM-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE EXCHANGE-RATE-FILE EXCHANGE-RATE-TEMP.
       0410-CONFERIR-SUBSTITUICAO.
           MOVE 'N' TO WRK-SUBSTITUI.
           PERFORM VARYING WRK-IND-NOV FROM 1 BY 1
                   UNTIL WRK-IND-NOV > WRK-QTD-NOV
                       OR WRK-SUBSTITUI = 'S'
               IF WRK-NOV-MOEDA(WRK-IND-NOV) = CAM-MOEDA
                   AND WRK-NOV-DATA(WRK-IND-NOV) = CAM-DATA
                   MOVE 'S' TO WRK-SUBSTITUI
               END-IF
           END-PERFORM.
       0500-MANUTENCAO.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR TAXAS DA MOEDA 2-INCLUIR/CORRIGIR TAXA'
               DISPLAY '3-EXCLUIR TAXA 9-SAIR: '
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
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0510-RECEBER-DATA==,
                     ==CAMPO-NOME== BY ==WRK-DATA==,
                     ==TEXTO-PROMPT== BY
                         =='DATA DA TAXA (AAAAMMDD): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0515-RECEBER-TAXA==,
                     ==CAMPO-NOME== BY ==WRK-TAXA==,
                     ==TEXTO-PROMPT== BY
                         =='TAXA EM REAIS POR UNIDADE (EX: 5.4327): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0610-RECEBER-ANOMES==,
                     ==CAMPO-NOME== BY ==WRK-ANOMES==,
                     ==TEXTO-PROMPT== BY
                         =='MES (AAAAMM, 0 = MES CORRENTE): '==.
       0520-LISTAR.
           DISPLAY 'MOEDA (USD, EUR...): '.
           ACCEPT WRK-MOEDA FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT EXCHANGE-RATE-FILE.
           IF WRK-FS-CAM = '00'
               DISPLAY 'MOEDA DATA     TAXA       ORIGEM'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ EXCHANGE-RATE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CAM-MOEDA = WRK-MOEDA
                               ADD 1 TO WRK-QTD-LISTA
                               DISPLAY CAM-MOEDA '   ' CAM-DATA ' '
                                   CAM-TAXA '  ' CAM-ORIGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
               DISPLAY 'TAXAS DA MOEDA: ' WRK-QTD-LISTA
           ELSE
               DISPLAY 'CAMBIO INDISPONIVEL OU VAZIO'
           END-IF.
       0540-INCLUIR.
           DISPLAY 'MOEDA (USD, EUR...): '.
           ACCEPT WRK-MOEDA FROM CONSOLE.
           IF WRK-MOEDA = SPACES OR WRK-MOEDA = 'BRL'
               DISPLAY 'MOEDA INVALIDA'
           ELSE
               PERFORM 0510-RECEBER-DATA
               PERFORM 0515-RECEBER-TAXA
               IF WRK-TAXA = ZEROS
                   DISPLAY 'TAXA ZERADA - USE A EXCLUSAO'
               ELSE
                   MOVE 1 TO WRK-QTD-NOV
                   MOVE WRK-MOEDA TO WRK-NOV-MOEDA(1)
                   MOVE WRK-DATA TO WRK-NOV-DATA(1)
                   MOVE WRK-TAXA TO WRK-NOV-TAXA(1)
                   MOVE 'M' TO WRK-NOV-ORIGEM(1)
                   PERFORM 0400-GRAVAR-COTACOES
                   IF WRK-QTD-SUBSTITUIDAS > ZEROS
                       DISPLAY 'TAXA CORRIGIDA: ' WRK-MOEDA ' '
                           WRK-DATA ' ' WRK-TAXA
                   ELSE
                       DISPLAY 'TAXA INCLUIDA: ' WRK-MOEDA ' '
                           WRK-DATA ' ' WRK-TAXA
                   END-IF
               END-IF
           END-IF.
      * A TAXA JA USADA EM PEDIDO CONTINUA GRAVADA NO PEDMOEDA - A
      * EXCLUSAO SO AFETA CONVERSOES E BAIXAS FUTURAS
       0560-EXCLUIR.
           DISPLAY 'MOEDA (USD, EUR...): '.
           ACCEPT WRK-MOEDA FROM CONSOLE.
           PERFORM 0510-RECEBER-DATA.
           MOVE 1 TO WRK-QTD-NOV.
           MOVE WRK-MOEDA TO WRK-NOV-MOEDA(1).
           MOVE WRK-DATA TO WRK-NOV-DATA(1).
           MOVE ZEROS TO WRK-NOV-TAXA(1).
           MOVE SPACES TO WRK-NOV-ORIGEM(1).
           PERFORM 0400-GRAVAR-COTACOES.
           IF WRK-QTD-SUBSTITUIDAS > ZEROS
               DISPLAY 'TAXA EXCLUIDA: ' WRK-MOEDA ' ' WRK-DATA
           ELSE
               DISPLAY 'TAXA NAO ENCONTRADA'
           END-IF.
       0600-RELATORIO-VARIACAO.
           PERFORM 0610-RECEBER-ANOMES.
           IF WRK-ANOMES = ZEROS
               MOVE WRK-DATA-HOJE(1:6) TO WRK-ANOMES
           END-IF.
           MOVE ZEROS TO WRK-QTD-GANHO WRK-QTD-PERDA WRK-TOT-GANHO
               WRK-TOT-PERDA WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT VARIATION-REPORT-FILE.
           PERFORM 0160-GERAR-CABECALHO-PADRAO.
           MOVE 'PEDIDO   PC MOE PAGTO     TX PEDIDO  TX PAGTO     VA'
               & 'LOR      ATUAL   VARIACAO' TO REL-LINHA.
           WRITE REL-LINHA.
           OPEN INPUT EXCHANGE-VAR-FILE.
           IF WRK-FS-CVR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ EXCHANGE-VAR-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CVR-DATA-PGTO(1:6) = WRK-ANOMES
                               PERFORM 0620-IMPRIMIR-VARIACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCHANGE-VAR-FILE
           END-IF.
           COMPUTE WRK-TOT-LIQUIDO = WRK-TOT-GANHO - WRK-TOT-PERDA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 'GANHOS CAMBIAIS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-GANHO TO WRK-LT-QTD.
           MOVE WRK-TOT-GANHO TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOT.
           MOVE 'PERDAS CAMBIAIS' TO WRK-LT-TEXTO.
           MOVE WRK-QTD-PERDA TO WRK-LT-QTD.
           COMPUTE WRK-LT-VALOR = ZEROS - WRK-TOT-PERDA.
           WRITE REL-LINHA FROM WRK-LINHA-TOT.
           MOVE 'VARIACAO LIQUIDA DO MES' TO WRK-LT-TEXTO.
           COMPUTE WRK-LT-QTD = WRK-QTD-GANHO + WRK-QTD-PERDA.
           MOVE WRK-TOT-LIQUIDO TO WRK-LT-VALOR.
           WRITE REL-LINHA FROM WRK-LINHA-TOT.
           CLOSE VARIATION-REPORT-FILE.
           DISPLAY 'MES ' WRK-ANOMES ' - GANHOS: ' WRK-TOT-GANHO
               '  PERDAS: ' WRK-TOT-PERDA.
           DISPLAY 'RELATORIO GRAVADO EM CAMREL'.
       0620-IMPRIMIR-VARIACAO.
           MOVE CVR-PEDIDO TO WRK-LD-PEDIDO.
           MOVE CVR-PARCELA TO WRK-LD-PARCELA.
           MOVE CVR-MOEDA TO WRK-LD-MOEDA.
           MOVE CVR-DATA-PGTO TO WRK-LD-DATA.
           MOVE CVR-TAXA-PEDIDO TO WRK-LD-TAXA-PED.
           MOVE CVR-TAXA-PGTO TO WRK-LD-TAXA-PGT.
           MOVE CVR-VALOR TO WRK-LD-VALOR.
           MOVE CVR-VALOR-ATUAL TO WRK-LD-ATUAL.
           MOVE CVR-VARIACAO TO WRK-LD-VARIACAO.
           WRITE REL-LINHA FROM WRK-LINHA-DET.
           IF CVR-VARIACAO > ZEROS
               ADD 1 TO WRK-QTD-GANHO
               ADD CVR-VARIACAO TO WRK-TOT-GANHO
           END-IF.
           IF CVR-VARIACAO < ZEROS
               ADD 1 TO WRK-QTD-PERDA
               SUBTRACT CVR-VARIACAO FROM WRK-TOT-PERDA
           END-IF.
