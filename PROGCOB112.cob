       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB112.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONTAS A PAGAR - LANCAMENTO DA NOTA FISCAL DO
      * FORNECEDOR (NFFORN, NFFREC.COB) COM FORNECEDOR VALIDADO NO
      * FORNMAST E CONFERENCIA DE TRES VIAS CONTRA A ORDEM DE COMPRA
      * RECEBIDA DO PROGCOB64 (OCOMPRA): QUANTIDADE DA NOTA CONTRA A
      * RECEBIDA (OCP-QTD-RECEB) E CUSTO UNITARIO CONTRA O COMBINADO
      * NA ORDEM (OCP-CUSTO-ORDEM), COM A TOLERANCIA DE PRECO DO
      * SYSPARM (CHAVE TOLERANCIA-NF, EM PERCENTUAL - DEFAULT ZERO);
      * NOTA CONFERIDA VIRA TITULO A PAGAR NO CONTAPAG (PAGREC.COB),
      * UMA PARCELA POR VENCIMENTO CALCULADO EM DIAS UTEIS PELO
      * PRGDIAUT; NOTA DIVERGENTE FICA RETIDA ATE A APROVACAO (OU
      * REJEICAO) POR OUTRO OPERADOR, E SO A APROVADA GERA TITULO
      * DATA = XX/XX/XXXX
      * MANUTENCAO = NOTA LANCADA COM UF DO EMITENTE, CFOP DA ENTRADA
      * (SUGERIDO PELA UF DA EMPRESA, CHAVE EMPRESA-UF DO SYSPARM) E
      * ICMS DESTACADO, PARA O CREDITO NO LIVRO DE ENTRADAS
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-INVOICE-FILE ASSIGN TO 'NFFORN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFF.
           SELECT SUPPLIER-INVOICE-TEMP ASSIGN TO 'NFFTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT INVOICE-CONTROL-FILE ASSIGN TO 'NFFCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT PURCHASE-ORDER-FILE ASSIGN TO 'OCOMPRA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OCP.
           SELECT PAYABLE-FILE ASSIGN TO 'CONTAPAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PAG.
           SELECT SUPPLIER-MASTER ASSIGN TO 'FORNMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FOR.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-INVOICE-FILE.
       COPY 'NFFREC.COB'.
       FD  SUPPLIER-INVOICE-TEMP.
       01  TMP-REC         PIC X(136).
       FD  INVOICE-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-NUMERO PIC 9(08).
       FD  PURCHASE-ORDER-FILE.
       COPY 'OCPREC.COB'.
       FD  PAYABLE-FILE.
       COPY 'PAGREC.COB'.
       FD  SUPPLIER-MASTER.
       COPY 'FORREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-NFF      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FS-OCP      PIC X(02) VALUE SPACES.
       77 WRK-FS-PAG      PIC X(02) VALUE SPACES.
       77 WRK-FS-FOR      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-FORN-OK     PIC X(01) VALUE 'N'.
       77 WRK-ORDEM-OK    PIC X(01) VALUE 'N'.
       77 WRK-DUPLICADA   PIC X(01) VALUE 'N'.
       77 WRK-DECISAO     PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO      PIC 9(08) VALUE ZEROS.
       77 WRK-FORNECEDOR  PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-FORN   PIC X(20) VALUE SPACES.
       77 WRK-NOTA        PIC X(10) VALUE SPACES.
       77 WRK-EMISSAO     PIC 9(08) VALUE ZEROS.
       77 WRK-EMISSAO-X   PIC X(08) VALUE SPACES.
       77 WRK-ORDEM       PIC 9(08) VALUE ZEROS.
       77 WRK-QTD         PIC 9(05) VALUE ZEROS.
       77 WRK-PARCELAS    PIC 9(02) VALUE ZEROS.
       77 WRK-PRAZO       PIC 9(03) VALUE ZEROS.
       77 WRK-CUSTO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CUSTO-X     PIC X(12) VALUE SPACES.
       77 WRK-VALOR       PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DIFERENCA   PIC S9(06)V99 VALUE ZEROS.
       77 WRK-LIMITE      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOLERANCIA  PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PARC    PIC 9(02) VALUE ZEROS.
       77 WRK-VLR-PARCELA PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VLR-ULTIMA  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-VENCTO      PIC 9(08) VALUE ZEROS.
       77 WRK-UF-VAZIA    PIC X(02) VALUE SPACES.
       77 WRK-VALOR-ED    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-ORDEM-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TOLER-ED    PIC Z9,99 VALUE ZEROS.
       77 WRK-EMP-UF      PIC X(02) VALUE SPACES.
       77 WRK-UF-ORIGEM   PIC X(02) VALUE SPACES.
       77 WRK-CFOP        PIC 9(04) VALUE ZEROS.
       77 WRK-CFOP-X      PIC X(04) VALUE SPACES.
       77 WRK-CFOP-OK     PIC X(01) VALUE 'N'.
       77 WRK-ICMS-OK     PIC X(01) VALUE 'N'.
       77 WRK-ICMS        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ICMS-X      PIC X(12) VALUE SPACES.
       77 WRK-NFF-GUARDA  PIC X(136) VALUE SPACES.
      * DADOS DA ORDEM DE COMPRA CONFERIDA
       01 WRK-ORDEM-LIDA.
           02 WRK-OC-FORNECEDOR  PIC 9(04).
           02 WRK-OC-CODIGO      PIC 9(06).
           02 WRK-OC-QTD         PIC 9(05).
           02 WRK-OC-QTD-RECEB   PIC 9(05).
           02 WRK-OC-CUSTO-ORDEM PIC 9(06)V99.
           02 WRK-OC-STATUS      PIC X(10).
       01 WRK-DIAUT-ENT.
           02 WRK-DE-ANO PIC 9(04).
           02 WRK-DE-MES PIC 9(02).
           02 WRK-DE-DIA PIC 9(02).
       77 WRK-DIAUT-OFFSET PIC S9(04) VALUE ZEROS.
       01 WRK-DIAUT-SAI.
           02 WRK-DS-ANO PIC 9(04).
           02 WRK-DS-MES PIC 9(02).
           02 WRK-DS-DIA PIC 9(02).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-LER-TOLERANCIA.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LANCAR NOTA DE FORNECEDOR 2-LISTAR RETIDAS'
               DISPLAY '3-APROVAR/REJEITAR RETIDA 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0200-LANCAR-NOTA
                   WHEN 2
                       PERFORM 0100-LISTAR-RETIDAS
                   WHEN 3
                       PERFORM 0300-DECIDIR-RETIDA
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA'
               END-EVALUATE
           END-PERFORM.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB112'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB112'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0150-RECEBER-FORNECEDOR==,
                     ==CAMPO-NOME== BY ==WRK-FORNECEDOR==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO FORNECEDOR: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-ORDEM==,
                     ==CAMPO-NOME== BY ==WRK-ORDEM==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DA ORDEM DE COMPRA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0170-RECEBER-QTD==,
                     ==CAMPO-NOME== BY ==WRK-QTD==,
                     ==TEXTO-PROMPT== BY
                         =='QUANTIDADE FATURADA NA NOTA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0175-RECEBER-PARCELAS==,
                     ==CAMPO-NOME== BY ==WRK-PARCELAS==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DE PARCELAS (1 A 12): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0180-RECEBER-PRAZO==,
                     ==CAMPO-NOME== BY ==WRK-PRAZO==,
                     ==TEXTO-PROMPT== BY
                         =='DIAS UTEIS ENTRE PARCELAS: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0185-RECEBER-NUMERO==,
                     ==CAMPO-NOME== BY ==WRK-NUMERO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO INTERNO DA NOTA: '==.
       0190-RECEBER-CUSTO.
           MOVE ZEROS TO WRK-CUSTO.
           MOVE SPACES TO WRK-CUSTO-X.
           ACCEPT WRK-CUSTO-X FROM CONSOLE.
           IF WRK-CUSTO-X NOT = SPACES
               COMPUTE WRK-CUSTO = FUNCTION NUMVAL(WRK-CUSTO-X)
           END-IF.
      * O SYSPARM GUARDA O VALOR COM PONTO DECIMAL; AQUI A VIRGULA E
      * O SEPARADOR, POR ISSO A TROCA ANTES DO NUMVAL
       0050-LER-TOLERANCIA.
           MOVE 'TOLERANCIA-NF' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               INSPECT WRK-PARM-VALOR REPLACING ALL '.' BY ','
               COMPUTE WRK-TOLERANCIA =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE WRK-TOLERANCIA TO WRK-TOLER-ED.
           DISPLAY 'TOLERANCIA DE PRECO NA CONFERENCIA (%): '
               WRK-TOLER-ED.
           MOVE 'EMPRESA-UF' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               MOVE WRK-PARM-VALOR TO WRK-EMP-UF
           END-IF.
       0100-LISTAR-RETIDAS.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WRK-FS-NFF NOT = '00'
               DISPLAY 'NFFORN INDISPONIVEL OU VAZIO'
           ELSE
               DISPLAY 'NUMERO   FORN NOTA       ORDEM    OC'
                   '   QTD  CUSTO UNIT        VALOR'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SUPPLIER-INVOICE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF NFF-SITUACAO = 'D'
                               ADD 1 TO WRK-QTD-LISTA
                               MOVE NFF-CUSTO-UNIT TO WRK-CUSTO-ED
                               MOVE NFF-VALOR TO WRK-VALOR-ED
                               DISPLAY NFF-NUMERO ' ' NFF-FORNECEDOR
                                   ' ' NFF-NOTA ' ' NFF-ORDEM ' '
                                   NFF-OCORRENCIA ' ' NFF-QTD ' '
                                   WRK-CUSTO-ED ' ' WRK-VALOR-ED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-INVOICE-FILE
               DISPLAY 'NOTAS RETIDAS: ' WRK-QTD-LISTA
                   ' (P = PRECO, Q = QUANTIDADE, B = AMBOS)'
           END-IF.
       0200-LANCAR-NOTA.
           PERFORM 0150-RECEBER-FORNECEDOR.
           PERFORM 0210-VALIDAR-FORNECEDOR.
           IF WRK-FORN-OK = 'N'
               DISPLAY 'FORNECEDOR DESCONHECIDO OU INATIVO'
           ELSE
               DISPLAY 'FORNECEDOR ' WRK-NOME-FORN
               MOVE SPACES TO WRK-NOTA
               PERFORM UNTIL WRK-NOTA NOT = SPACES
                   DISPLAY 'NUMERO DA NOTA DO FORNECEDOR: '
                   ACCEPT WRK-NOTA FROM CONSOLE
               END-PERFORM
               PERFORM 0160-RECEBER-ORDEM
               PERFORM 0220-LOCALIZAR-ORDEM
               IF WRK-ORDEM-OK = 'S'
                   PERFORM 0230-VERIFICAR-DUPLICIDADE
               END-IF
               IF WRK-ORDEM-OK = 'S' AND WRK-DUPLICADA = 'N'
                   PERFORM 0240-RECEBER-DADOS-NOTA
                   PERFORM 0250-CONFERIR-NOTA
                   PERFORM 0260-GRAVAR-NOTA
               END-IF
           END-IF.
       0210-VALIDAR-FORNECEDOR.
           MOVE 'N' TO WRK-FORN-OK.
           MOVE SPACES TO WRK-NOME-FORN.
           OPEN INPUT SUPPLIER-MASTER.
           IF WRK-FS-FOR = '00'
               MOVE WRK-FORNECEDOR TO FOR-CODIGO
               READ SUPPLIER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FOR-STATUS NOT = 'I'
                           MOVE 'S' TO WRK-FORN-OK
                           MOVE FOR-NOME TO WRK-NOME-FORN
                       END-IF
               END-READ
               CLOSE SUPPLIER-MASTER
           ELSE
               DISPLAY 'FORNMAST INDISPONIVEL - STATUS ' WRK-FS-FOR
           END-IF.
      * A ORDEM TEM DE SER DO FORNECEDOR DA NOTA E JA RECEBIDA
       0220-LOCALIZAR-ORDEM.
           MOVE 'N' TO WRK-ORDEM-OK.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PURCHASE-ORDER-FILE.
           IF WRK-FS-OCP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PURCHASE-ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF OCP-NUMERO = WRK-ORDEM
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-ARQ
                               PERFORM 0225-GUARDAR-ORDEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURCHASE-ORDER-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WRK-ACHOU = 'N'
                   DISPLAY 'ORDEM DE COMPRA NAO ENCONTRADA: ' WRK-ORDEM
               WHEN WRK-OC-FORNECEDOR NOT = WRK-FORNECEDOR
                   DISPLAY 'ORDEM ' WRK-ORDEM ' E DO FORNECEDOR '
                       WRK-OC-FORNECEDOR
               WHEN WRK-OC-STATUS NOT = 'RECEBIDA'
                   DISPLAY 'ORDEM ' WRK-ORDEM ' AINDA NAO RECEBIDA ('
                       WRK-OC-STATUS ')'
               WHEN OTHER
                   MOVE 'S' TO WRK-ORDEM-OK
                   MOVE WRK-OC-CUSTO-ORDEM TO WRK-ORDEM-ED
                   DISPLAY 'ORDEM ' WRK-ORDEM ' PRODUTO ' WRK-OC-CODIGO
                       ' PEDIDA ' WRK-OC-QTD ' RECEBIDA '
                       WRK-OC-QTD-RECEB ' CUSTO ' WRK-ORDEM-ED
           END-EVALUATE.
      * ORDEM GRAVADA ANTES DA QUANTIDADE RECEBIDA E DO CUSTO DA
      * EMISSAO: RECEBIDA = PEDIDA, CUSTO DA ORDEM = CUSTO ATUAL
       0225-GUARDAR-ORDEM.
           IF OCP-CUSTO-UNIT NOT NUMERIC
               MOVE ZEROS TO OCP-CUSTO-UNIT
           END-IF.
           IF OCP-CUSTO-ORDEM NOT NUMERIC
               MOVE OCP-CUSTO-UNIT TO OCP-CUSTO-ORDEM
           END-IF.
           IF OCP-QTD-RECEB NOT NUMERIC
               MOVE OCP-QTD TO OCP-QTD-RECEB
           END-IF.
           MOVE OCP-FORNECEDOR TO WRK-OC-FORNECEDOR.
           MOVE OCP-CODIGO TO WRK-OC-CODIGO.
           MOVE OCP-QTD TO WRK-OC-QTD.
           MOVE OCP-QTD-RECEB TO WRK-OC-QTD-RECEB.
           MOVE OCP-CUSTO-ORDEM TO WRK-OC-CUSTO-ORDEM.
           MOVE OCP-STATUS TO WRK-OC-STATUS.
      * UMA NOTA POR ORDEM, E A MESMA NOTA DO FORNECEDOR NAO ENTRA
      * DUAS VEZES (REJEITADA PODE SER LANCADA DE NOVO)
       0230-VERIFICAR-DUPLICIDADE.
           MOVE 'N' TO WRK-DUPLICADA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WRK-FS-NFF = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SUPPLIER-INVOICE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF NFF-SITUACAO NOT = 'R'
                               AND (NFF-ORDEM = WRK-ORDEM
                                 OR (NFF-FORNECEDOR = WRK-FORNECEDOR
                                     AND NFF-NOTA = WRK-NOTA))
                               MOVE 'S' TO WRK-DUPLICADA
                               MOVE 'Y' TO WRK-FIM-ARQ
                               MOVE NFF-NUMERO TO WRK-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-INVOICE-FILE
           END-IF.
           IF WRK-DUPLICADA = 'S'
               DISPLAY 'JA EXISTE A NOTA ' WRK-NUMERO ' PARA ESTA'
                   ' ORDEM OU NOTA DO FORNECEDOR'
           END-IF.
       0240-RECEBER-DADOS-NOTA.
           DISPLAY 'DATA DE EMISSAO DA NOTA (AAAAMMDD, BRANCO=HOJE): '.
           MOVE SPACES TO WRK-EMISSAO-X.
           ACCEPT WRK-EMISSAO-X FROM CONSOLE.
           IF WRK-EMISSAO-X NOT = SPACES
               AND WRK-EMISSAO-X IS NUMERIC
               MOVE WRK-EMISSAO-X TO WRK-EMISSAO
           ELSE
               MOVE WRK-DATA-HOJE TO WRK-EMISSAO
           END-IF.
           PERFORM 0170-RECEBER-QTD.
           MOVE ZEROS TO WRK-CUSTO.
           PERFORM UNTIL WRK-CUSTO > ZEROS
               DISPLAY 'CUSTO UNITARIO DA NOTA (EX 12,50): '
               PERFORM 0190-RECEBER-CUSTO
           END-PERFORM.
           MOVE ZEROS TO WRK-PARCELAS.
           PERFORM UNTIL WRK-PARCELAS > 0 AND WRK-PARCELAS <= 12
               PERFORM 0175-RECEBER-PARCELAS
           END-PERFORM.
           MOVE ZEROS TO WRK-PRAZO.
           PERFORM UNTIL WRK-PRAZO > 0
               PERFORM 0180-RECEBER-PRAZO
           END-PERFORM.
           COMPUTE WRK-VALOR ROUNDED = WRK-QTD * WRK-CUSTO.
           PERFORM 0245-RECEBER-DADOS-FISCAIS.
      * CFOP SUGERIDO: COMPRA PARA COMERCIALIZACAO DENTRO DA UF DA
      * EMPRESA (1102) OU DE OUTRA UF (2102); SO CODIGO DE ENTRADA
       0245-RECEBER-DADOS-FISCAIS.
           MOVE SPACES TO WRK-UF-ORIGEM.
           PERFORM UNTIL WRK-UF-ORIGEM NOT = SPACES
               DISPLAY 'UF DO EMITENTE DA NOTA: '
               ACCEPT WRK-UF-ORIGEM FROM CONSOLE
           END-PERFORM.
           IF WRK-EMP-UF = SPACES OR WRK-UF-ORIGEM = WRK-EMP-UF
               MOVE 1102 TO WRK-CFOP
           ELSE
               MOVE 2102 TO WRK-CFOP
           END-IF.
           MOVE 'N' TO WRK-CFOP-OK.
           PERFORM UNTIL WRK-CFOP-OK = 'S'
               DISPLAY 'CFOP DA ENTRADA (ENTER = ' WRK-CFOP '): '
               MOVE SPACES TO WRK-CFOP-X
               ACCEPT WRK-CFOP-X FROM CONSOLE
               IF WRK-CFOP-X = SPACES
                   MOVE 'S' TO WRK-CFOP-OK
               ELSE
                   IF WRK-CFOP-X IS NUMERIC
                       AND WRK-CFOP-X(1:1) >= '1'
                       AND WRK-CFOP-X(1:1) <= '3'
                       MOVE WRK-CFOP-X TO WRK-CFOP
                       MOVE 'S' TO WRK-CFOP-OK
                   ELSE
                       DISPLAY 'CFOP DE ENTRADA COMECA POR 1, 2 OU 3'
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-ICMS-OK.
           PERFORM UNTIL WRK-ICMS-OK = 'S'
               DISPLAY 'ICMS DESTACADO NA NOTA (EX 12,50 - ENTER = '
                   'SEM ICMS): '
               MOVE ZEROS TO WRK-ICMS
               MOVE SPACES TO WRK-ICMS-X
               ACCEPT WRK-ICMS-X FROM CONSOLE
               IF WRK-ICMS-X NOT = SPACES
                   COMPUTE WRK-ICMS = FUNCTION NUMVAL(WRK-ICMS-X)
               END-IF
               IF WRK-ICMS > WRK-VALOR
                   DISPLAY 'ICMS MAIOR QUE O VALOR DA NOTA'
               ELSE
                   MOVE 'S' TO WRK-ICMS-OK
               END-IF
           END-PERFORM.
      * QUANTIDADE DIFERENTE DA RECEBIDA OU CUSTO FORA DA TOLERANCIA
      * SOBRE O DA ORDEM (PARA MAIS OU PARA MENOS) RETEM A NOTA
       0250-CONFERIR-NOTA.
           MOVE SPACES TO NFF-OCORRENCIA.
           COMPUTE WRK-LIMITE ROUNDED =
               WRK-OC-CUSTO-ORDEM * WRK-TOLERANCIA / 100.
           COMPUTE WRK-DIFERENCA = WRK-CUSTO - WRK-OC-CUSTO-ORDEM.
           IF WRK-DIFERENCA < 0
               COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
           END-IF.
           IF WRK-DIFERENCA > WRK-LIMITE
               MOVE 'P' TO NFF-OCORRENCIA
           END-IF.
           IF WRK-QTD NOT = WRK-OC-QTD-RECEB
               IF NFF-OCORRENCIA = 'P'
                   MOVE 'B' TO NFF-OCORRENCIA
               ELSE
                   MOVE 'Q' TO NFF-OCORRENCIA
               END-IF
           END-IF.
       0260-GRAVAR-NOTA.
           PERFORM 0270-LER-CONTROLE.
           ADD 1 TO WRK-NUMERO.
           MOVE WRK-NUMERO TO NFF-NUMERO.
           MOVE WRK-FORNECEDOR TO NFF-FORNECEDOR.
           MOVE WRK-NOTA TO NFF-NOTA.
           MOVE WRK-EMISSAO TO NFF-EMISSAO.
           MOVE WRK-ORDEM TO NFF-ORDEM.
           MOVE WRK-OC-CODIGO TO NFF-CODIGO.
           MOVE WRK-QTD TO NFF-QTD.
           MOVE WRK-CUSTO TO NFF-CUSTO-UNIT.
           MOVE WRK-VALOR TO NFF-VALOR.
           MOVE WRK-PARCELAS TO NFF-PARCELAS.
           MOVE WRK-PRAZO TO NFF-PRAZO.
           MOVE WRK-DATA-HOJE TO NFF-DATA-SITUACAO.
           MOVE LNK-OPERADOR TO NFF-OPERADOR.
           MOVE SPACES TO NFF-APROVADOR.
           MOVE WRK-UF-ORIGEM TO NFF-UF.
           MOVE WRK-CFOP TO NFF-CFOP.
           MOVE WRK-ICMS TO NFF-ICMS.
           IF NFF-OCORRENCIA = SPACES
               MOVE 'C' TO NFF-SITUACAO
           ELSE
               MOVE 'D' TO NFF-SITUACAO
           END-IF.
           MOVE NFF-REC TO WRK-NFF-GUARDA.
           OPEN EXTEND SUPPLIER-INVOICE-FILE.
           IF WRK-FS-NFF NOT = '00'
               OPEN OUTPUT SUPPLIER-INVOICE-FILE
           END-IF.
           WRITE NFF-REC.
           CLOSE SUPPLIER-INVOICE-FILE.
           PERFORM 0280-GRAVAR-CONTROLE.
           MOVE WRK-NFF-GUARDA TO NFF-REC.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           IF NFF-SITUACAO = 'C'
               PERFORM 0600-GERAR-TITULOS
               DISPLAY 'NOTA ' WRK-NUMERO ' CONFERIDA - TITULO DE '
                   WRK-VALOR-ED ' EM ' WRK-PARCELAS ' PARCELA(S)'
           ELSE
               DISPLAY 'NOTA ' WRK-NUMERO ' RETIDA PARA APROVACAO -'
                   ' DIVERGENCIA ' NFF-OCORRENCIA
                   ' (P = PRECO, Q = QUANTIDADE, B = AMBOS)'
           END-IF.
       0270-LER-CONTROLE.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT INVOICE-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ INVOICE-CONTROL-FILE
                   NOT AT END
                       MOVE CTL-ULT-NUMERO TO WRK-NUMERO
               END-READ
               CLOSE INVOICE-CONTROL-FILE
           END-IF.
       0280-GRAVAR-CONTROLE.
           OPEN OUTPUT INVOICE-CONTROL-FILE.
           MOVE WRK-NUMERO TO CTL-ULT-NUMERO.
           WRITE CTL-REC.
           CLOSE INVOICE-CONTROL-FILE.
      * A NOTA RETIDA SO PODE SER DECIDIDA POR OPERADOR DIFERENTE DE
      * QUEM A LANCOU
       0300-DECIDIR-RETIDA.
           PERFORM 0185-RECEBER-NUMERO.
           PERFORM 0310-LOCALIZAR-NOTA.
           IF WRK-ACHOU = 'N'
               DISPLAY 'NOTA RETIDA NAO ENCONTRADA: ' WRK-NUMERO
           ELSE
               IF NFF-OPERADOR = LNK-OPERADOR
                   DISPLAY 'NOTA LANCADA POR ' NFF-OPERADOR
                       ' - A DECISAO CABE A OUTRO OPERADOR'
               ELSE
                   DISPLAY 'A-APROVAR R-REJEITAR ENTER-MANTER RETIDA: '
                   MOVE SPACES TO WRK-DECISAO
                   ACCEPT WRK-DECISAO FROM CONSOLE
                   IF WRK-DECISAO = 'A' OR WRK-DECISAO = 'R'
                       MOVE WRK-DECISAO TO NFF-SITUACAO
                       MOVE WRK-DATA-HOJE TO NFF-DATA-SITUACAO
                       MOVE LNK-OPERADOR TO NFF-APROVADOR
                       MOVE NFF-REC TO WRK-NFF-GUARDA
                       PERFORM 0400-REGRAVAR-NOTA
                       MOVE WRK-NFF-GUARDA TO NFF-REC
                       IF WRK-DECISAO = 'A'
                           PERFORM 0600-GERAR-TITULOS
                           DISPLAY 'NOTA ' WRK-NUMERO ' APROVADA -'
                               ' TITULO GERADO NO CONTAPAG'
                       ELSE
                           DISPLAY 'NOTA ' WRK-NUMERO ' REJEITADA'
                       END-IF
                   ELSE
                       DISPLAY 'NOTA ' WRK-NUMERO ' CONTINUA RETIDA'
                   END-IF
               END-IF
           END-IF.
       0310-LOCALIZAR-NOTA.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           IF WRK-FS-NFF = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SUPPLIER-INVOICE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF NFF-NUMERO = WRK-NUMERO
                               AND NFF-SITUACAO = 'D'
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-ARQ
                               MOVE NFF-REC TO WRK-NFF-GUARDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-INVOICE-FILE
           END-IF.
           IF WRK-ACHOU = 'S'
               MOVE WRK-NFF-GUARDA TO NFF-REC
               MOVE NFF-ORDEM TO WRK-ORDEM
               MOVE NFF-FORNECEDOR TO WRK-FORNECEDOR
               PERFORM 0220-LOCALIZAR-ORDEM
               MOVE 'S' TO WRK-ACHOU
               MOVE WRK-NFF-GUARDA TO NFF-REC
               MOVE NFF-CUSTO-UNIT TO WRK-CUSTO-ED
               MOVE NFF-VALOR TO WRK-VALOR-ED
               DISPLAY 'NOTA ' NFF-NOTA ' DO FORNECEDOR '
                   NFF-FORNECEDOR ' FATURADA ' NFF-QTD ' A '
                   WRK-CUSTO-ED ' = ' WRK-VALOR-ED
               DISPLAY 'DIVERGENCIA ' NFF-OCORRENCIA
                   ' (P = PRECO, Q = QUANTIDADE, B = AMBOS)'
           END-IF.
      * SUBSTITUI NO NFFORN A NOTA GUARDADA EM WRK-NFF-GUARDA
       0400-REGRAVAR-NOTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SUPPLIER-INVOICE-FILE.
           OPEN OUTPUT SUPPLIER-INVOICE-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SUPPLIER-INVOICE-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF NFF-NUMERO = WRK-NUMERO
                           MOVE WRK-NFF-GUARDA TO NFF-REC
                       END-IF
                       WRITE TMP-REC FROM NFF-REC
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-INVOICE-FILE SUPPLIER-INVOICE-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SUPPLIER-INVOICE-TEMP.
           OPEN OUTPUT SUPPLIER-INVOICE-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ SUPPLIER-INVOICE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE NFF-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE SUPPLIER-INVOICE-TEMP SUPPLIER-INVOICE-FILE.
      * UMA PARCELA POR VENCIMENTO A PARTIR DA EMISSAO DA NOTA, A
      * ULTIMA LEVANDO A SOBRA DO ARREDONDAMENTO (COMO O PROGCOB27)
       0600-GERAR-TITULOS.
           OPEN EXTEND PAYABLE-FILE.
           IF WRK-FS-PAG NOT = '00'
               OPEN OUTPUT PAYABLE-FILE
           END-IF.
           COMPUTE WRK-VLR-PARCELA ROUNDED =
               NFF-VALOR / NFF-PARCELAS.
           COMPUTE WRK-VLR-ULTIMA =
               WRK-VLR-PARCELA * NFF-PARCELAS.
           COMPUTE WRK-VLR-ULTIMA =
               NFF-VALOR - WRK-VLR-ULTIMA + WRK-VLR-PARCELA.
           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1
                   UNTIL WRK-IND-PARC > NFF-PARCELAS
               PERFORM 0610-GRAVAR-PARCELA
           END-PERFORM.
           CLOSE PAYABLE-FILE.
       0610-GRAVAR-PARCELA.
           MOVE NFF-EMISSAO(1:4) TO WRK-DE-ANO.
           MOVE NFF-EMISSAO(5:2) TO WRK-DE-MES.
           MOVE NFF-EMISSAO(7:2) TO WRK-DE-DIA.
           COMPUTE WRK-DIAUT-OFFSET = NFF-PRAZO * WRK-IND-PARC.
           CALL 'PRGDIAUT' USING WRK-DIAUT-ENT WRK-DIAUT-OFFSET
               WRK-DIAUT-SAI WRK-UF-VAZIA.
           COMPUTE WRK-VENCTO =
               WRK-DS-ANO * 10000 + WRK-DS-MES * 100 + WRK-DS-DIA.
           MOVE NFF-NUMERO TO PAG-TITULO.
           MOVE WRK-IND-PARC TO PAG-PARCELA.
           MOVE NFF-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE NFF-NOTA TO PAG-NOTA.
           IF WRK-IND-PARC = NFF-PARCELAS
               MOVE WRK-VLR-ULTIMA TO PAG-VALOR
           ELSE
               MOVE WRK-VLR-PARCELA TO PAG-VALOR
           END-IF.
           MOVE NFF-EMISSAO TO PAG-EMISSAO.
           MOVE WRK-VENCTO TO PAG-VENCTO.
           MOVE 'A' TO PAG-STATUS.
           MOVE ZEROS TO PAG-DATA-PGTO.
           MOVE ZEROS TO PAG-VALOR-PAGO.
           WRITE PAG-REC.
