       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB129.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = MANUTENCAO DO CADASTRO DO ATIVO IMOBILIZADO
      * (ATIVOFIX, ATFREC.COB) NO MESMO ESTILO DO PROGCOB88:
      * INCLUSAO (DESCRICAO, DATA E VALOR DE AQUISICAO, VALOR
      * RESIDUAL, CONTAS DO BEM / DEPRECIACAO ACUMULADA / DESPESA NO
      * PLANCTAS, CENTRO DE CUSTO DO LED-CCUSTO, VIDA UTIL EM MESES
      * E METODO L-LINEAR OU D-SALDO DECRESCENTE), CONSULTA,
      * ALTERACAO, BAIXA E NAVEGACAO SEQUENCIAL
      * A BAIXA (VENDA OU SUCATA) POSTA NO LEDGER, NA DATA DA BAIXA E
      * COM A MESMA SERIE LEDCTL E SALDO CORRIDO DO PROGCOB123:
      * DEBITO DA DEPRECIACAO ACUMULADA, DEBITO DO VALOR RECEBIDO NA
      * CONTA DE RECEBIMENTO, CREDITO DO CUSTO NA CONTA DO BEM E O
      * GANHO (CREDITO) OU PERDA (DEBITO) NA CONTA DE RESULTADO
      * (LED-ORIGEM = 'AT' + CODIGO DO ATIVO) - MES FECHADO (PRGFECH)
      * NAO ACEITA BAIXA
      * A DEPRECIACAO MENSAL E O RELATORIO DO IMOBILIZADO FICAM NO
      * PROGCOB130
      * EXECUTAR PELO PRGMENU (OPERADOR VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-MASTER ASSIGN TO 'ATIVOFIX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATF-CODIGO
               FILE STATUS IS WRK-FS.
           SELECT ACCOUNT-MASTER ASSIGN TO 'PLANCTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CODIGO
               FILE STATUS IS WRK-FS-CTA.
           SELECT LEDGER-FILE ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LED-CHAVE
               FILE STATUS IS WRK-FS-LED.
           SELECT LEDGER-CONTROL-FILE ASSIGN TO 'LEDCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LCT.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER.
       COPY 'ATFREC.COB'.
       FD  ACCOUNT-MASTER.
       COPY 'CTAREC.COB'.
       FD  LEDGER-FILE.
       COPY 'LEDREC.COB'.
       FD  LEDGER-CONTROL-FILE.
       01  LCT-REC.
           02 LCT-ULT-SEQ  PIC 9(06).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS          PIC X(02) VALUE SPACES.
       77 WRK-FS-CTA      PIC X(02) VALUE SPACES.
       77 WRK-FS-LED      PIC X(02) VALUE SPACES.
       77 WRK-FS-LCT      PIC X(02) VALUE SPACES.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-FIM-LED     PIC X(01) VALUE 'N'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-CTA-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-CONTA-OK    PIC X(01) VALUE 'S'.
       77 WRK-CONTA       PIC 9(04) VALUE ZEROS.
       77 WRK-TIPO-CONTA  PIC X(01) VALUE SPACES.
       77 WRK-TEXTO-CONTA PIC X(30) VALUE SPACES.
       77 WRK-MSG-ERRO    PIC X(60) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-OK     PIC X(01) VALUE 'S'.
       77 WRK-ULT-DIA-MES PIC 9(02) VALUE ZEROS.
       77 WRK-MES-CHECK   PIC 9(06) VALUE ZEROS.
       77 WRK-MES-ANT     PIC 9(06) VALUE ZEROS.
       77 WRK-FECHADO     PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77 WRK-CODIGO      PIC 9(06) VALUE ZEROS.
       77 WRK-DESCRICAO   PIC X(30) VALUE SPACES.
       77 WRK-DATA-AQUIS  PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-AQUIS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-RESID PIC 9(06) VALUE ZEROS.
       77 WRK-CONTA-ATIVO PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-DEPREC PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-DESP  PIC 9(04) VALUE ZEROS.
       77 WRK-CCUSTO      PIC 9(03) VALUE ZEROS.
       77 WRK-VIDA-MESES  PIC 9(03) VALUE ZEROS.
       77 WRK-METODO      PIC X(01) VALUE SPACES.
       77 WRK-LIQUIDO     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-BAIXA  PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-VENDA PIC 9(06) VALUE ZEROS.
       77 WRK-CONTA-RECEB PIC 9(04) VALUE ZEROS.
       77 WRK-CONTA-RESUL PIC 9(04) VALUE ZEROS.
       77 WRK-RESULTADO   PIC S9(06) VALUE ZEROS.
       77 WRK-RESUL       PIC S9(06) VALUE ZEROS.
       77 WRK-SALDO       PIC S9(06) VALUE ZEROS.
       77 WRK-SEQ         PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-ORIGEM      PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED    PIC -Z(05)9 VALUE ZEROS.
       01 WRK-DATA-VAL.
           02 WRK-DV-ANO  PIC 9(04).
           02 WRK-DV-MES  PIC 9(02).
           02 WRK-DV-DIA  PIC 9(02).
       01 WRK-DIAS-MES-LIT PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-LIT.
           02 WRK-DIAS-TAB PIC 9(02) OCCURS 12 TIMES.
       LINKAGE SECTION.
       01 LNK-OPERADOR    PIC X(20).
       01 LNK-NIVEL       PIC 9(02).
       SCREEN SECTION.
       01  TELA-PESQUISA.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 VALUE 'CADASTRO DO ATIVO IMOBILIZADO'.
           02 LINE 03 COLUMN 01 VALUE 'ATIVO (ATF-CODIGO): '.
           02 LINE 03 COLUMN 21 PIC 9(06) TO WRK-CODIGO.
       01  TELA-ATIVO.
           02 LINE 05 COLUMN 01 VALUE 'ATIVO....: '.
           02 LINE 05 COLUMN 12 PIC 9(06) FROM ATF-CODIGO.
           02 LINE 05 COLUMN 20 PIC X(30) FROM ATF-DESCRICAO.
           02 LINE 06 COLUMN 01 VALUE 'AQUISICAO: '.
           02 LINE 06 COLUMN 12 PIC 9(08) FROM ATF-DATA-AQUIS.
           02 LINE 06 COLUMN 22 VALUE 'VALOR: '.
           02 LINE 06 COLUMN 29 PIC Z(05)9 FROM ATF-VALOR-AQUIS.
           02 LINE 06 COLUMN 37 VALUE 'RESIDUAL: '.
           02 LINE 06 COLUMN 47 PIC Z(05)9 FROM ATF-VALOR-RESIDUAL.
           02 LINE 07 COLUMN 01 VALUE 'CONTAS...: BEM '.
           02 LINE 07 COLUMN 16 PIC 9(04) FROM ATF-CONTA-ATIVO.
           02 LINE 07 COLUMN 21 VALUE 'DEPR.ACUM '.
           02 LINE 07 COLUMN 31 PIC 9(04) FROM ATF-CONTA-DEPREC.
           02 LINE 07 COLUMN 36 VALUE 'DESPESA '.
           02 LINE 07 COLUMN 44 PIC 9(04) FROM ATF-CONTA-DESPESA.
           02 LINE 07 COLUMN 49 VALUE 'C.CUSTO '.
           02 LINE 07 COLUMN 57 PIC 9(03) FROM ATF-CCUSTO.
           02 LINE 08 COLUMN 01 VALUE 'VIDA UTIL: '.
           02 LINE 08 COLUMN 12 PIC ZZ9 FROM ATF-VIDA-MESES.
           02 LINE 08 COLUMN 16 VALUE 'MESES  METODO: '.
           02 LINE 08 COLUMN 31 PIC X(01) FROM ATF-METODO.
           02 LINE 09 COLUMN 01 VALUE 'DEPR.ACUM: '.
           02 LINE 09 COLUMN 12 PIC Z(05)9 FROM ATF-DEPREC-ACUM.
           02 LINE 09 COLUMN 20 VALUE 'MESES: '.
           02 LINE 09 COLUMN 27 PIC ZZ9 FROM ATF-MESES-DEPREC.
           02 LINE 09 COLUMN 32 VALUE 'ULTIMO MES: '.
           02 LINE 09 COLUMN 44 PIC 9(06) FROM ATF-ULT-MES-DEPREC.
           02 LINE 10 COLUMN 01 VALUE 'LIQUIDO..: '.
           02 LINE 10 COLUMN 12 PIC Z(05)9 FROM WRK-LIQUIDO.
           02 LINE 10 COLUMN 20 VALUE 'SITUACAO (A/T/B): '.
           02 LINE 10 COLUMN 38 PIC X(01) FROM ATF-SITUACAO.
           02 LINE 11 COLUMN 01 VALUE 'BAIXA....: '.
           02 LINE 11 COLUMN 12 PIC 9(08) FROM ATF-DATA-BAIXA.
           02 LINE 11 COLUMN 22 VALUE 'VENDA: '.
           02 LINE 11 COLUMN 29 PIC Z(05)9 FROM ATF-VALOR-VENDA.
           02 LINE 11 COLUMN 37 VALUE 'GANHO/PERDA: '.
           02 LINE 11 COLUMN 50 PIC -Z(05)9 FROM ATF-RESULTADO-BAIXA.
       01  TELA-DADOS-ATIVO.
           02 LINE 13 COLUMN 01 VALUE 'DESCRICAO..........: '.
           02 LINE 13 COLUMN 22 PIC X(30) USING WRK-DESCRICAO.
           02 LINE 14 COLUMN 01 VALUE 'DATA AQUIS(AAAAMMDD): '.
           02 LINE 14 COLUMN 23 PIC 9(08) USING WRK-DATA-AQUIS.
           02 LINE 15 COLUMN 01 VALUE 'VALOR DE AQUISICAO.: '.
           02 LINE 15 COLUMN 22 PIC 9(06) USING WRK-VALOR-AQUIS.
           02 LINE 16 COLUMN 01 VALUE 'VALOR RESIDUAL.....: '.
           02 LINE 16 COLUMN 22 PIC 9(06) USING WRK-VALOR-RESID.
           02 LINE 17 COLUMN 01 VALUE 'CONTA DO BEM.......: '.
           02 LINE 17 COLUMN 22 PIC 9(04) USING WRK-CONTA-ATIVO.
           02 LINE 18 COLUMN 01 VALUE 'CONTA DEPR.ACUMUL..: '.
           02 LINE 18 COLUMN 22 PIC 9(04) USING WRK-CONTA-DEPREC.
           02 LINE 19 COLUMN 01 VALUE 'CONTA DESPESA DEPR.: '.
           02 LINE 19 COLUMN 22 PIC 9(04) USING WRK-CONTA-DESP.
           02 LINE 20 COLUMN 01 VALUE 'CENTRO DE CUSTO....: '.
           02 LINE 20 COLUMN 22 PIC 9(03) USING WRK-CCUSTO.
           02 LINE 21 COLUMN 01 VALUE 'VIDA UTIL (MESES)..: '.
           02 LINE 21 COLUMN 22 PIC 9(03) USING WRK-VIDA-MESES.
           02 LINE 22 COLUMN 01 VALUE 'METODO (L/D).......: '.
           02 LINE 22 COLUMN 22 PIC X(01) USING WRK-METODO.
       01  TELA-BAIXA.
           02 LINE 13 COLUMN 01 VALUE 'DATA BAIXA(AAAAMMDD): '.
           02 LINE 13 COLUMN 23 PIC 9(08) TO WRK-DATA-BAIXA.
           02 LINE 14 COLUMN 01 VALUE 'VALOR DE VENDA.....: '.
           02 LINE 14 COLUMN 22 PIC 9(06) TO WRK-VALOR-VENDA.
           02 LINE 15 COLUMN 01 VALUE 'CONTA RECEBIMENTO..: '.
           02 LINE 15 COLUMN 22 PIC 9(04) TO WRK-CONTA-RECEB.
           02 LINE 16 COLUMN 01 VALUE 'CONTA GANHO/PERDA..: '.
           02 LINE 16 COLUMN 22 PIC 9(04) TO WRK-CONTA-RESUL.
       PROCEDURE DIVISION USING LNK-OPERADOR LNK-NIVEL.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'N' TO WRK-FIM-SESSAO.
           OPEN I-O ASSET-MASTER.
           IF WRK-FS = '35'
               CLOSE ASSET-MASTER
               OPEN OUTPUT ASSET-MASTER
               CLOSE ASSET-MASTER
               OPEN I-O ASSET-MASTER
           END-IF.
           IF WRK-FS NOT = '00'
               DISPLAY 'ATIVOFIX INDISPONIVEL - STATUS ' WRK-FS
               MOVE 'Y' TO WRK-FIM-SESSAO
           ELSE
               PERFORM 0130-ABRIR-PLANO-CONTAS
           END-IF.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-INCLUIR 2-CONSULTAR 3-ALTERAR'
               DISPLAY '4-BAIXAR 5-PROXIMO ATIVO 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-INCLUIR
                   WHEN 2
                       PERFORM 0200-CONSULTAR
                   WHEN 3
                       PERFORM 0300-ALTERAR
                   WHEN 4
                       PERFORM 0400-BAIXAR
                   WHEN 5
                       PERFORM 0500-PROXIMO
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
           IF WRK-FS = '00' OR WRK-FS = '10' OR WRK-FS = '23'
               CLOSE ASSET-MASTER
           END-IF.
           IF WRK-CTA-DISPON = 'S'
               CLOSE ACCOUNT-MASTER
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB129'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB129'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-INCLUIR.
           PERFORM 0150-LER-POR-CODIGO.
           IF WRK-ACHOU = 'S'
               DISPLAY 'ATIVO JA CADASTRADO COM ESSE CODIGO'
           ELSE
               IF WRK-CODIGO = ZEROS
                   DISPLAY 'CODIGO INVALIDO - INFORME MAIOR QUE ZERO'
               ELSE
                   MOVE SPACES TO WRK-DESCRICAO WRK-METODO
                   MOVE ZEROS TO WRK-DATA-AQUIS WRK-VALOR-AQUIS
                       WRK-VALOR-RESID WRK-CONTA-ATIVO
                       WRK-CONTA-DEPREC WRK-CONTA-DESP WRK-CCUSTO
                       WRK-VIDA-MESES
                   DISPLAY TELA-DADOS-ATIVO
                   ACCEPT TELA-DADOS-ATIVO
                   PERFORM 0180-CRITICAR-DADOS
                   IF WRK-MSG-ERRO NOT = SPACES
                       DISPLAY WRK-MSG-ERRO
                   ELSE
                       MOVE WRK-CODIGO TO ATF-CODIGO
                       PERFORM 0190-MOVER-DADOS
                       MOVE ZEROS TO ATF-DEPREC-ACUM ATF-MESES-DEPREC
                           ATF-ULT-MES-DEPREC ATF-DATA-BAIXA
                           ATF-VALOR-VENDA ATF-RESULTADO-BAIXA
                       MOVE 'A' TO ATF-SITUACAO
                       WRITE ATF-REC
                       IF WRK-FS = '00'
                           DISPLAY 'ATIVO INCLUIDO'
                       ELSE
                           DISPLAY 'ERRO NA GRAVACAO - STATUS ' WRK-FS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * SEM O PLANCTAS A MANUTENCAO SEGUE SEM VALIDAR AS CONTAS, COMO
      * O PROGCOB128
       0130-ABRIR-PLANO-CONTAS.
           MOVE 'N' TO WRK-CTA-DISPON.
           OPEN INPUT ACCOUNT-MASTER.
           IF WRK-FS-CTA = '00'
               MOVE 'S' TO WRK-CTA-DISPON
           ELSE
               DISPLAY 'PLANCTAS INDISPONIVEL - CONTAS SEM VALIDACAO'
           END-IF.
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
       0150-LER-POR-CODIGO.
           MOVE 'N' TO WRK-ACHOU.
           DISPLAY TELA-PESQUISA.
           ACCEPT TELA-PESQUISA.
           MOVE WRK-CODIGO TO ATF-CODIGO.
           READ ASSET-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-ACHOU
                   COMPUTE WRK-LIQUIDO =
                       ATF-VALOR-AQUIS - ATF-DEPREC-ACUM
           END-READ.
      * MESMA CRITICA DE DATA DO PROGCOB31; DATA FUTURA NAO E ACEITA
       0160-VALIDAR-DATA.
           MOVE 'S' TO WRK-DATA-OK.
           IF WRK-DV-MES < 1 OR WRK-DV-MES > 12 OR WRK-DV-ANO < 1900
               MOVE 'N' TO WRK-DATA-OK
           ELSE
               MOVE WRK-DIAS-TAB(WRK-DV-MES) TO WRK-ULT-DIA-MES
               IF WRK-DV-MES = 2
                   AND ((FUNCTION MOD(WRK-DV-ANO, 4) = 0
                         AND FUNCTION MOD(WRK-DV-ANO, 100) NOT = 0)
                     OR FUNCTION MOD(WRK-DV-ANO, 400) = 0)
                   MOVE 29 TO WRK-ULT-DIA-MES
               END-IF
               IF WRK-DV-DIA < 1 OR WRK-DV-DIA > WRK-ULT-DIA-MES
                   MOVE 'N' TO WRK-DATA-OK
               END-IF
           END-IF.
           IF WRK-DATA-VAL > WRK-DATA-HOJE
               MOVE 'N' TO WRK-DATA-OK
           END-IF.
      * CONTA TEM QUE EXISTIR E ESTAR ATIVA NO PLANCTAS; COM
      * WRK-TIPO-CONTA PREENCHIDO, TEM QUE SER TAMBEM DESSE TIPO
       0170-VALIDAR-CONTA.
           MOVE 'S' TO WRK-CONTA-OK.
           IF WRK-CTA-DISPON = 'S'
               MOVE 'N' TO WRK-CONTA-OK
               MOVE WRK-CONTA TO CTA-CODIGO
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTA-ATIVO NOT = 'I'
                           AND (WRK-TIPO-CONTA = SPACES
                             OR CTA-TIPO = WRK-TIPO-CONTA)
                           MOVE 'S' TO WRK-CONTA-OK
                       END-IF
               END-READ
           END-IF.
       0175-CRITICAR-CONTA.
           IF WRK-MSG-ERRO = SPACES
               PERFORM 0170-VALIDAR-CONTA
               IF WRK-CONTA-OK = 'N'
                   STRING WRK-TEXTO-CONTA DELIMITED BY '  '
                          ' INVALIDA: ' WRK-CONTA
                       DELIMITED BY SIZE INTO WRK-MSG-ERRO
               END-IF
           END-IF.
       0180-CRITICAR-DADOS.
           MOVE SPACES TO WRK-MSG-ERRO.
           MOVE WRK-DATA-AQUIS TO WRK-DATA-VAL.
           PERFORM 0160-VALIDAR-DATA.
           EVALUATE TRUE
               WHEN WRK-DESCRICAO = SPACES
                   MOVE 'DESCRICAO OBRIGATORIA' TO WRK-MSG-ERRO
               WHEN WRK-DATA-OK = 'N'
                   MOVE 'DATA DE AQUISICAO INVALIDA OU FUTURA'
                       TO WRK-MSG-ERRO
               WHEN WRK-VALOR-AQUIS = 0
                   MOVE 'VALOR DE AQUISICAO OBRIGATORIO'
                       TO WRK-MSG-ERRO
               WHEN WRK-VALOR-RESID >= WRK-VALOR-AQUIS
                   MOVE 'RESIDUAL TEM QUE SER MENOR QUE A AQUISICAO'
                       TO WRK-MSG-ERRO
               WHEN WRK-VIDA-MESES = 0
                   MOVE 'VIDA UTIL OBRIGATORIA' TO WRK-MSG-ERRO
               WHEN WRK-METODO NOT = 'L' AND WRK-METODO NOT = 'D'
                   MOVE 'METODO INVALIDO - INFORME L OU D'
                       TO WRK-MSG-ERRO
               WHEN WRK-CONTA-ATIVO = WRK-CONTA-DEPREC
                   OR WRK-CONTA-ATIVO = WRK-CONTA-DESP
                   OR WRK-CONTA-DEPREC = WRK-CONTA-DESP
                   MOVE 'AS TRES CONTAS TEM QUE SER DIFERENTES'
                       TO WRK-MSG-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WRK-CONTA-ATIVO TO WRK-CONTA.
           MOVE 'A' TO WRK-TIPO-CONTA.
           MOVE 'CONTA DO BEM (TIPO A)' TO WRK-TEXTO-CONTA.
           PERFORM 0175-CRITICAR-CONTA.
      * A DEPRECIACAO ACUMULADA E RETIFICADORA - ACEITA A OU P
           MOVE WRK-CONTA-DEPREC TO WRK-CONTA.
           MOVE SPACES TO WRK-TIPO-CONTA.
           MOVE 'CONTA DA DEPR. ACUMULADA' TO WRK-TEXTO-CONTA.
           PERFORM 0175-CRITICAR-CONTA.
           MOVE WRK-CONTA-DESP TO WRK-CONTA.
           MOVE 'D' TO WRK-TIPO-CONTA.
           MOVE 'CONTA DE DESPESA (TIPO D)' TO WRK-TEXTO-CONTA.
           PERFORM 0175-CRITICAR-CONTA.
       0190-MOVER-DADOS.
           MOVE WRK-DESCRICAO TO ATF-DESCRICAO.
           MOVE WRK-DATA-AQUIS TO ATF-DATA-AQUIS.
           MOVE WRK-VALOR-AQUIS TO ATF-VALOR-AQUIS.
           MOVE WRK-VALOR-RESID TO ATF-VALOR-RESIDUAL.
           MOVE WRK-CONTA-ATIVO TO ATF-CONTA-ATIVO.
           MOVE WRK-CONTA-DEPREC TO ATF-CONTA-DEPREC.
           MOVE WRK-CONTA-DESP TO ATF-CONTA-DESPESA.
           MOVE WRK-CCUSTO TO ATF-CCUSTO.
           MOVE WRK-VIDA-MESES TO ATF-VIDA-MESES.
           MOVE WRK-METODO TO ATF-METODO.
       0200-CONSULTAR.
           PERFORM 0150-LER-POR-CODIGO.
           IF WRK-ACHOU = 'S'
               DISPLAY TELA-ATIVO
           ELSE
               DISPLAY 'ATIVO NAO ENCONTRADO: ' WRK-CODIGO
           END-IF.
      * DEPOIS DA PRIMEIRA DEPRECIACAO DATA E VALOR DE AQUISICAO NAO
      * MUDAM MAIS, E A VIDA UTIL E O RESIDUAL NAO PODEM FICAR ABAIXO
      * DO QUE JA FOI DEPRECIADO
       0300-ALTERAR.
           PERFORM 0150-LER-POR-CODIGO.
           IF WRK-ACHOU = 'N'
               DISPLAY 'ATIVO NAO ENCONTRADO: ' WRK-CODIGO
           ELSE
               IF ATF-SITUACAO = 'B'
                   DISPLAY 'ATIVO BAIXADO - NAO PODE SER ALTERADO'
               ELSE
                   DISPLAY TELA-ATIVO
                   MOVE ATF-DESCRICAO TO WRK-DESCRICAO
                   MOVE ATF-DATA-AQUIS TO WRK-DATA-AQUIS
                   MOVE ATF-VALOR-AQUIS TO WRK-VALOR-AQUIS
                   MOVE ATF-VALOR-RESIDUAL TO WRK-VALOR-RESID
                   MOVE ATF-CONTA-ATIVO TO WRK-CONTA-ATIVO
                   MOVE ATF-CONTA-DEPREC TO WRK-CONTA-DEPREC
                   MOVE ATF-CONTA-DESPESA TO WRK-CONTA-DESP
                   MOVE ATF-CCUSTO TO WRK-CCUSTO
                   MOVE ATF-VIDA-MESES TO WRK-VIDA-MESES
                   MOVE ATF-METODO TO WRK-METODO
                   DISPLAY TELA-DADOS-ATIVO
                   ACCEPT TELA-DADOS-ATIVO
                   PERFORM 0180-CRITICAR-DADOS
                   PERFORM 0310-CRITICAR-ALTERACAO
                   IF WRK-MSG-ERRO NOT = SPACES
                       DISPLAY WRK-MSG-ERRO
                   ELSE
                       PERFORM 0190-MOVER-DADOS
                       IF ATF-DEPREC-ACUM =
                           ATF-VALOR-AQUIS - ATF-VALOR-RESIDUAL
                           MOVE 'T' TO ATF-SITUACAO
                       ELSE
                           MOVE 'A' TO ATF-SITUACAO
                       END-IF
                       REWRITE ATF-REC
                       IF WRK-FS = '00'
                           DISPLAY 'ATIVO ALTERADO'
                       ELSE
                           DISPLAY 'ERRO NA REGRAVACAO - STATUS '
                               WRK-FS
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0310-CRITICAR-ALTERACAO.
           IF WRK-MSG-ERRO = SPACES AND ATF-MESES-DEPREC > 0
               EVALUATE TRUE
                   WHEN WRK-DATA-AQUIS NOT = ATF-DATA-AQUIS
                       OR WRK-VALOR-AQUIS NOT = ATF-VALOR-AQUIS
                       MOVE 'JA DEPRECIADO - DATA E VALOR NAO MUDAM'
                           TO WRK-MSG-ERRO
                   WHEN WRK-VIDA-MESES < ATF-MESES-DEPREC
                       MOVE 'VIDA UTIL MENOR QUE OS MESES DEPRECIADOS'
                           TO WRK-MSG-ERRO
                   WHEN WRK-VALOR-RESID >
                       ATF-VALOR-AQUIS - ATF-DEPREC-ACUM
                       MOVE 'RESIDUAL MAIOR QUE O VALOR LIQUIDO ATUAL'
                           TO WRK-MSG-ERRO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
      * A BAIXA USA A DEPRECIACAO ACUMULADA ATE O ULTIMO MES RODADO
      * PELO PROGCOB130 - SE O MES ANTERIOR AO DA BAIXA AINDA NAO FOI
      * DEPRECIADO, O OPERADOR E AVISADO ANTES DE CONFIRMAR
       0400-BAIXAR.
           PERFORM 0150-LER-POR-CODIGO.
           IF WRK-ACHOU = 'N'
               DISPLAY 'ATIVO NAO ENCONTRADO: ' WRK-CODIGO
           ELSE
               IF ATF-SITUACAO = 'B'
                   DISPLAY 'ATIVO JA BAIXADO EM ' ATF-DATA-BAIXA
               ELSE
                   DISPLAY TELA-ATIVO
                   DISPLAY TELA-BAIXA
                   ACCEPT TELA-BAIXA
                   PERFORM 0410-CRITICAR-BAIXA
                   IF WRK-MSG-ERRO NOT = SPACES
                       DISPLAY WRK-MSG-ERRO
                   ELSE
                       PERFORM 0420-CONFIRMAR-BAIXA
                   END-IF
               END-IF
           END-IF.
       0410-CRITICAR-BAIXA.
           MOVE SPACES TO WRK-MSG-ERRO.
           MOVE WRK-DATA-BAIXA TO WRK-DATA-VAL.
           PERFORM 0160-VALIDAR-DATA.
           MOVE WRK-DATA-BAIXA(1:6) TO WRK-MES-CHECK.
           CALL 'PRGFECH' USING WRK-MES-CHECK WRK-FECHADO.
           EVALUATE TRUE
               WHEN WRK-DATA-OK = 'N'
                   MOVE 'DATA DA BAIXA INVALIDA OU FUTURA'
                       TO WRK-MSG-ERRO
               WHEN WRK-DATA-BAIXA < ATF-DATA-AQUIS
                   MOVE 'BAIXA ANTERIOR A AQUISICAO' TO WRK-MSG-ERRO
               WHEN WRK-FECHADO = 'S'
                   STRING 'MES FECHADO - BAIXA NAO PERMITIDA: '
                          WRK-MES-CHECK
                       DELIMITED BY SIZE INTO WRK-MSG-ERRO
               WHEN WRK-CONTA-RESUL = ATF-CONTA-ATIVO
                   OR WRK-CONTA-RESUL = ATF-CONTA-DEPREC
                   MOVE 'CONTA DE GANHO/PERDA IGUAL A CONTA DO ATIVO'
                       TO WRK-MSG-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-VALOR-VENDA > 0
               MOVE WRK-CONTA-RECEB TO WRK-CONTA
               MOVE 'A' TO WRK-TIPO-CONTA
               MOVE 'CONTA DE RECEBIMENTO (TIPO A)' TO WRK-TEXTO-CONTA
               PERFORM 0175-CRITICAR-CONTA
           END-IF.
           MOVE WRK-CONTA-RESUL TO WRK-CONTA.
           MOVE SPACES TO WRK-TIPO-CONTA.
           MOVE 'CONTA DE GANHO/PERDA' TO WRK-TEXTO-CONTA.
           PERFORM 0175-CRITICAR-CONTA.
       0420-CONFIRMAR-BAIXA.
           COMPUTE WRK-RESULTADO = WRK-VALOR-VENDA
               - (ATF-VALOR-AQUIS - ATF-DEPREC-ACUM).
           MOVE WRK-DATA-BAIXA(1:6) TO WRK-MES-ANT.
           IF WRK-MES-ANT(5:2) = '01'
               SUBTRACT 89 FROM WRK-MES-ANT
           ELSE
               SUBTRACT 1 FROM WRK-MES-ANT
           END-IF.
           IF ATF-SITUACAO = 'A' AND ATF-ULT-MES-DEPREC < WRK-MES-ANT
               AND ATF-DATA-AQUIS(1:6) < WRK-MES-ANT
               DISPLAY 'ATENCAO - DEPRECIACAO SO ATE '
                   ATF-ULT-MES-DEPREC
                   ' (RODAR O PROGCOB130 ANTES DA BAIXA)'
           END-IF.
           MOVE WRK-RESULTADO TO WRK-VALOR-ED.
           DISPLAY 'VALOR LIQUIDO: ' WRK-LIQUIDO
               '  GANHO(+)/PERDA(-): ' WRK-VALOR-ED.
           DISPLAY 'CONFIRMA A BAIXA (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM 0430-POSTAR-BAIXA
           ELSE
               DISPLAY 'BAIXA CANCELADA'
           END-IF.
      * DEBITOS POSITIVOS E CREDITOS NEGATIVOS, COMO NO PROGCOB123:
      * ACUMULADA + RECEBIDO - CUSTO - GANHO (OU + PERDA) FECHA EM ZERO
       0430-POSTAR-BAIXA.
           PERFORM 0140-LER-CONTROLE-SEQ.
           OPEN I-O LEDGER-FILE.
           IF WRK-FS-LED = '35'
               CLOSE LEDGER-FILE
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WRK-FS-LED NOT = '00'
               DISPLAY 'LEDGER INDISPONIVEL - STATUS ' WRK-FS-LED
                   ' - BAIXA NAO EFETUADA'
           ELSE
               MOVE SPACES TO WRK-ORIGEM
               STRING 'AT' ATF-CODIGO DELIMITED BY SIZE
                   INTO WRK-ORIGEM
               IF ATF-DEPREC-ACUM > 0
                   MOVE ATF-CONTA-DEPREC TO WRK-CONTA
                   MOVE ATF-DEPREC-ACUM TO WRK-RESUL
                   PERFORM 0440-GRAVAR-LANCAMENTO
               END-IF
               IF WRK-VALOR-VENDA > 0
                   MOVE WRK-CONTA-RECEB TO WRK-CONTA
                   MOVE WRK-VALOR-VENDA TO WRK-RESUL
                   PERFORM 0440-GRAVAR-LANCAMENTO
               END-IF
               MOVE ATF-CONTA-ATIVO TO WRK-CONTA
               COMPUTE WRK-RESUL = ATF-VALOR-AQUIS * -1
               PERFORM 0440-GRAVAR-LANCAMENTO
               IF WRK-RESULTADO NOT = 0
                   MOVE WRK-CONTA-RESUL TO WRK-CONTA
                   COMPUTE WRK-RESUL = WRK-RESULTADO * -1
                   PERFORM 0440-GRAVAR-LANCAMENTO
               END-IF
               CLOSE LEDGER-FILE
               PERFORM 0145-GRAVAR-CONTROLE-SEQ
               MOVE 'B' TO ATF-SITUACAO
               MOVE WRK-DATA-BAIXA TO ATF-DATA-BAIXA
               MOVE WRK-VALOR-VENDA TO ATF-VALOR-VENDA
               MOVE WRK-RESULTADO TO ATF-RESULTADO-BAIXA
               REWRITE ATF-REC
               IF WRK-FS = '00'
                   DISPLAY 'ATIVO BAIXADO - LANCAMENTOS POSTADOS'
               ELSE
                   DISPLAY 'ERRO NA REGRAVACAO - STATUS ' WRK-FS
               END-IF
           END-IF.
       0440-GRAVAR-LANCAMENTO.
           PERFORM 0450-LER-SALDO-ANTERIOR.
           ADD WRK-RESUL TO WRK-SALDO.
           ADD 1 TO WRK-ULT-SEQ.
           MOVE WRK-ULT-SEQ TO WRK-SEQ.
           MOVE WRK-CONTA TO LED-CONTA.
           MOVE WRK-SEQ TO LED-SEQ.
           MOVE WRK-DATA-BAIXA TO LED-DATA.
           MOVE WRK-RESUL TO LED-VALOR.
           MOVE WRK-SALDO TO LED-SALDO.
           MOVE 'N' TO LED-ALERTA.
           MOVE 'N' TO LED-TIPO.
           MOVE ZEROS TO LED-REF-SEQ.
           MOVE WRK-ORIGEM TO LED-ORIGEM.
           MOVE LNK-OPERADOR TO LED-OPERADOR.
           MOVE ATF-CCUSTO TO LED-CCUSTO.
           WRITE LED-REC
               INVALID KEY
                   DISPLAY 'LEDGER - CHAVE JA EXISTE: ' LED-CHAVE
                       ' - VERIFICAR O LEDCTL'
           END-WRITE.
      * MESMO START NA CONTA DO PROGCOB123: O ULTIMO REGISTRO DA
      * CONTA TRAZ O SALDO CORRIDO
       0450-LER-SALDO-ANTERIOR.
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
       0500-PROXIMO.
           READ ASSET-MASTER NEXT RECORD
               AT END
                   DISPLAY 'FIM DO CADASTRO DO IMOBILIZADO'
               NOT AT END
                   COMPUTE WRK-LIQUIDO =
                       ATF-VALOR-AQUIS - ATF-DEPREC-ACUM
                   DISPLAY TELA-ATIVO
           END-READ.
