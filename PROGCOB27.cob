      * UF E VALORES - O FATURIN E CONSUMIDO NA EMISSAO E O NOTAFISC
      * PASSA A SER A MEMORIA DA SERIE FISCAL (ETIQUETAS DO
      * PROGCOB73 E DEMAIS CONSULTAS)
      * MANUTENCAO = PEDIDO COM VARIOS ITENS: OS FAT-REC CONSECUTIVOS
      * DO MESMO FAT-PEDIDO FORMAM UMA SO NOTA, COM A LISTA DE ITENS
      * (CODIGO, DESCRICAO, QUANTIDADE E VALOR) E TOTAIS SOMADOS; O
      * TITULO NO CONTAREC E O REGISTRO NO NOTAFISC SAO GRAVADOS UMA
      * VEZ POR NOTA COM OS TOTAIS DO PEDIDO
      * MANUTENCAO = NOTA GRAVADA NO NOTAFISC COM NFR-TIPO 'S' (SAIDA)
      * MANUTENCAO = NOTA ELETRONICA: A NOTA ENTRA NO NOTAFISC COM
      * NFR-NFE-SIT 'P' (PENDENTE DE TRANSMISSAO PELO PROGCOB119) E
      * SEUS ITENS, COM O ICMS DE CADA UM, VAO PARA O NFITEM
      * MANUTENCAO = CADA NOTA EMITIDA GRAVA O EVENTO 'FATURA' EM
      * EXTEND NO EVTCTB (EVTREC.COB, DOCUMENTO 'NF' + NUMERO, VALOR
      * TOTAL DA NOTA) PARA A POSTAGEM CONTABIL DO PROGCOB123
      * MANUTENCAO = SALDO CREDOR DO CLIENTE NO CREDCLI (CRDREC.COB)
      * E APLICADO NAS PARCELAS DA NOTA, DO CREDITO MAIS ANTIGO PARA O
      * MAIS NOVO: PARCELA COBERTA JA NASCE PAGA, PARCELA MAIOR NASCE
      * COM O VALOR REDUZIDO (COMO O ABATIMENTO DO PROGCOB109); A PARTE
      * VINDA DE PAGAMENTO ('R') GRAVA O EVENTO 'APLCRED' NO EVTCTB E
      * O CREDCLI E REGRAVADO COM OS SALDOS CONSUMIDOS
      * MANUTENCAO = OPERADOR AUTENTICADO RECEBIDO DO PRGMENU VIA
      * LINKAGE E GRAVADO EM NFR-EMISSOR; RCV-OPERADOR EM BRANCO NA
      * GERACAO DAS PARCELAS
      * MANUTENCAO = CLIENTE COM CANAL E-MAIL NO CONTCLI RECEBE A NOTA
      * PELO CORREIO ELETRONICO (PRGCORRE); NO NOTAREL FICA A LINHA COM
      * O NUMERO DO DOCUMENTO ENVIADO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT NF-REGISTRY-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFR.
           SELECT NF-ITEM-FILE ASSIGN TO 'NFITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFI.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
           SELECT CUSTOMER-CREDIT-FILE ASSIGN TO 'CREDCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRD.
           SELECT CREDIT-TEMP ASSIGN TO 'CREDTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTM.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'RCVREC.COB'.
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  NF-ITEM-FILE.
       COPY 'NFIREC.COB'.
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       FD  CUSTOMER-CREDIT-FILE.
       COPY 'CRDREC.COB'.
       FD  CREDIT-TEMP.
       01  CTM-REC         PIC X(63).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-NOME-CLI    PIC X(20) VALUE SPACES.
       77 WRK-DOC-CLI     PIC 9(14) VALUE ZEROS.
       77 WRK-FS-NFR      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFI      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-NUM-NF      PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-NOTAS   PIC 9(06) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-FS-CRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTM      PIC X(02) VALUE SPACES.
       77 WRK-FIM-CRD     PIC X(01) VALUE 'N'.
       77 WRK-QTD-CRED    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CRED    PIC 9(03) VALUE ZEROS.
       77 WRK-ORDEM-CRD   PIC 9(06) VALUE ZEROS.
       77 WRK-CRED-CHEIA  PIC X(01) VALUE 'N'.
       77 WRK-CRED-USADO  PIC X(01) VALUE 'N'.
       77 WRK-APL-VALOR   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-APL-CAIXA   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-NF-CREDITO  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-APLIC   PIC 9(06) VALUE ZEROS.
       77 WRK-HORA        PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-EMAIL   PIC 9(06) VALUE ZEROS.
       COPY 'CORRWS.COB'.
       01 WRK-TABELA-CREDITOS.
           02 WRK-CRE OCCURS 500 TIMES.
               03 WRK-CRE-ORDEM   PIC 9(06).
               03 WRK-CRE-CLIENTE PIC 9(06).
               03 WRK-CRE-ORIGEM  PIC X(01).
               03 WRK-CRE-SALDO   PIC 9(08)V99.
       01 WRK-DIAUT-ENT.
           02 WRK-DE-ANO PIC 9(04).
           02 WRK-DE-MES PIC 9(02).
       77 WRK-FRETE-ED    PIC Z(06)9.99  VALUE ZEROS.
       77 WRK-ICMS-ED     PIC Z(06)9.99  VALUE ZEROS.
       77 WRK-TOTAL-ED    PIC Z(06)9.99  VALUE ZEROS.
       77 WRK-NF-PEDIDO   PIC 9(08) VALUE ZEROS.
       77 WRK-NF-CLIENTE  PIC 9(06) VALUE ZEROS.
       77 WRK-NF-UF       PIC X(02) VALUE SPACES.
       77 WRK-NF-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-NF-VALOR    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-NF-FRETE    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-NF-ICMS     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-NF-TOTAL    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTD-ITENS-NF PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ITEM-NF PIC 9(02) VALUE ZEROS.
       01 WRK-TABELA-ITENS-NF.
           02 WRK-ITEM-NF OCCURS 50 TIMES.
               03 WRK-IN-CODPROD PIC 9(06).
               03 WRK-IN-PRODUTO PIC X(20).
               03 WRK-IN-QTD     PIC 9(05).
               03 WRK-IN-VALOR   PIC 9(06)V99.
               03 WRK-IN-ICMS    PIC 9(06)V99.
       01 WRK-LINHA-ITEM-NF.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-ITEM     PIC 9(02).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-CODPROD  PIC 9(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-PRODUTO  PIC X(20).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-QTD      PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 WRK-LI-VALOR    PIC Z(06)9.99.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM 0050-LER-PARAMETROS.
           PERFORM 0100-LER-CONTROLE-NF.
           PERFORM 0150-CARREGAR-CREDITOS.
           PERFORM 0200-EMITIR-NOTAS.
           IF WRK-EMITIU = 'S'
               PERFORM 0300-GRAVAR-CONTROLE-NF
               PERFORM 0400-LIMPAR-FATURIN
               IF WRK-CRED-USADO = 'S'
                   PERFORM 0500-REGRAVAR-CREDITOS
               END-IF
           END-IF.
           DISPLAY 'NOTAS EMITIDAS: ' WRK-QTD-NOTAS.
           IF WRK-QTD-EMAIL > 0
               DISPLAY 'NOTAS ENVIADAS PELO CORREIO ELETRONICO: '
                   WRK-QTD-EMAIL
           END-IF.
           IF WRK-QTD-APLIC > 0
               DISPLAY 'PARCELAS COM SALDO CREDOR APLICADO: '
                   WRK-QTD-APLIC
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
               END-READ
               CLOSE NF-CONTROL-FILE
           END-IF.
      * SO OS CREDITOS COM SALDO, NA ORDEM DO ARQUIVO (DO MAIS
      * ANTIGO PARA O MAIS NOVO); WRK-CRE-ORDEM GUARDA A POSICAO DO
      * REGISTRO PARA A REGRAVACAO DO 0500
       0150-CARREGAR-CREDITOS.
           MOVE ZEROS TO WRK-QTD-CRED WRK-ORDEM-CRD.
           MOVE 'N' TO WRK-FIM-CRD WRK-CRED-CHEIA.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           IF WRK-FS-CRD = '00'
               PERFORM UNTIL WRK-FIM-CRD = 'Y'
                   READ CUSTOMER-CREDIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-CRD
                       NOT AT END
                           ADD 1 TO WRK-ORDEM-CRD
                           IF CRD-SALDO > ZEROS
                               IF WRK-QTD-CRED >= 500
                                   MOVE 'S' TO WRK-CRED-CHEIA
                               ELSE
                                   ADD 1 TO WRK-QTD-CRED
                                   MOVE WRK-ORDEM-CRD
                                       TO WRK-CRE-ORDEM(WRK-QTD-CRED)
                                   MOVE CRD-CLIENTE
                                       TO WRK-CRE-CLIENTE(WRK-QTD-CRED)
                                   MOVE CRD-ORIGEM
                                       TO WRK-CRE-ORIGEM(WRK-QTD-CRED)
                                   MOVE CRD-SALDO
                                       TO WRK-CRE-SALDO(WRK-QTD-CRED)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CREDIT-FILE
           END-IF.
           IF WRK-CRED-CHEIA = 'S'
               DISPLAY 'CREDCLI COM MAIS DE 500 CREDITOS COM SALDO -'
                   ' SO OS MAIS ANTIGOS SERAO APLICADOS'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB27 ***'
               MOVE 4 TO RETURN-CODE
           END-IF.
       0200-EMITIR-NOTAS.
           MOVE ZEROS TO WRK-QTD-NOTAS WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-FAT.
               IF WRK-FS-NFR NOT = '00'
                   OPEN OUTPUT NF-REGISTRY-FILE
               END-IF
               OPEN EXTEND NF-ITEM-FILE
               IF WRK-FS-NFI NOT = '00'
                   OPEN OUTPUT NF-ITEM-FILE
               END-IF
               OPEN EXTEND EVENT-FILE
               IF WRK-FS-EVT NOT = '00'
                   OPEN OUTPUT EVENT-FILE
               END-IF
               MOVE ZEROS TO WRK-QTD-ITENS-NF
               PERFORM UNTIL WRK-FIM-FAT = 'Y'
                   READ BILLING-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-FAT
                       NOT AT END
                           PERFORM 0205-ACUMULAR-ITEM
                   END-READ
               END-PERFORM
               IF WRK-QTD-ITENS-NF > 0
                   PERFORM 0210-EMITIR-UMA-NOTA
               END-IF
               CLOSE BILLING-FILE NF-REPORT-FILE RECEIVABLE-FILE
                   NF-REGISTRY-FILE NF-ITEM-FILE EVENT-FILE
               IF WRK-CLI-DISPON = 'S'
                   CLOSE CUSTOMER-MASTER
               END-IF
               MOVE 'S' TO WRK-EMITIU
           END-IF.
      * QUEBRA POR FAT-PEDIDO: OS ITENS DE UM PEDIDO CHEGAM JUNTOS DO
      * LOTE DO PROGCOB09 E VIRAM UMA SO NOTA
       0205-ACUMULAR-ITEM.
           IF WRK-QTD-ITENS-NF > 0
               AND (FAT-PEDIDO NOT = WRK-NF-PEDIDO
                    OR WRK-QTD-ITENS-NF = 50)
               PERFORM 0210-EMITIR-UMA-NOTA
           END-IF.
           IF WRK-QTD-ITENS-NF = 0
               MOVE FAT-PEDIDO TO WRK-NF-PEDIDO
               MOVE FAT-CLIENTE TO WRK-NF-CLIENTE
               MOVE FAT-UF TO WRK-NF-UF
               MOVE FAT-DATA TO WRK-NF-DATA
               MOVE ZEROS TO WRK-NF-VALOR WRK-NF-FRETE WRK-NF-ICMS
                   WRK-NF-TOTAL
           END-IF.
           ADD 1 TO WRK-QTD-ITENS-NF.
           IF FAT-CODPROD IS NUMERIC
               MOVE FAT-CODPROD TO WRK-IN-CODPROD(WRK-QTD-ITENS-NF)
           ELSE
               MOVE ZEROS TO WRK-IN-CODPROD(WRK-QTD-ITENS-NF)
           END-IF.
           IF FAT-QTD IS NUMERIC AND FAT-QTD > 0
               MOVE FAT-QTD TO WRK-IN-QTD(WRK-QTD-ITENS-NF)
           ELSE
               MOVE 1 TO WRK-IN-QTD(WRK-QTD-ITENS-NF)
           END-IF.
           MOVE FAT-PRODUTO TO WRK-IN-PRODUTO(WRK-QTD-ITENS-NF).
           MOVE FAT-VALOR TO WRK-IN-VALOR(WRK-QTD-ITENS-NF).
           MOVE FAT-ICMS TO WRK-IN-ICMS(WRK-QTD-ITENS-NF).
           ADD FAT-VALOR TO WRK-NF-VALOR.
           ADD FAT-FRETE TO WRK-NF-FRETE.
           ADD FAT-ICMS TO WRK-NF-ICMS.
           ADD FAT-TOTAL TO WRK-NF-TOTAL.
       0210-EMITIR-UMA-NOTA.
           ADD 1 TO WRK-NUM-NF WRK-QTD-NOTAS.
           MOVE ZEROS TO WRK-NF-CREDITO.
           PERFORM 0230-BUSCAR-NOME-CLIENTE.
           PERFORM 0280-ABRIR-CORREIO.
           IF WRK-CORR-ENVIAR NOT = 'S'
               PERFORM 0220-GERAR-CABECALHO-PADRAO
           END-IF.
           PERFORM 0240-ABRIR-RECEBIVEL.
           PERFORM 0260-REGISTRAR-NOTA.
           PERFORM 0270-GRAVAR-EVENTO.
           MOVE SPACES TO NFR-LINHA.
           STRING 'NOTA FISCAL N. ' WRK-NUM-NF
               DELIMITED BY SIZE INTO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           MOVE SPACES TO NFR-LINHA.
           STRING 'PEDIDO.......: ' WRK-NF-PEDIDO
                  '  EMISSAO: ' WRK-NF-DATA
               DELIMITED BY SIZE INTO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           MOVE SPACES TO NFR-LINHA.
           STRING 'CLIENTE......: ' WRK-NF-CLIENTE ' - ' WRK-NOME-CLI
               DELIMITED BY SIZE INTO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           MOVE SPACES TO NFR-LINHA.
           STRING 'UF...........: ' WRK-NF-UF
               DELIMITED BY SIZE INTO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           MOVE SPACES TO NFR-LINHA.
           STRING '  IT  CODIGO  PRODUTO                 QTD'
                  '       VALOR'
               DELIMITED BY SIZE INTO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           PERFORM VARYING WRK-IND-ITEM-NF FROM 1 BY 1
                   UNTIL WRK-IND-ITEM-NF > WRK-QTD-ITENS-NF
               MOVE WRK-IND-ITEM-NF TO WRK-LI-ITEM
               MOVE WRK-IN-CODPROD(WRK-IND-ITEM-NF) TO WRK-LI-CODPROD
               MOVE WRK-IN-PRODUTO(WRK-IND-ITEM-NF) TO WRK-LI-PRODUTO
               MOVE WRK-IN-QTD(WRK-IND-ITEM-NF) TO WRK-LI-QTD
               MOVE WRK-IN-VALOR(WRK-IND-ITEM-NF) TO WRK-LI-VALOR
               MOVE WRK-LINHA-ITEM-NF TO NFR-LINHA
               PERFORM 0285-EMITIR-LINHA
           END-PERFORM.
           MOVE WRK-NF-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO NFR-LINHA.
           STRING 'VALOR........: ' WRK-VALOR-ED
               DELIMITED BY SIZE INTO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           MOVE WRK-NF-FRETE TO WRK-FRETE-ED.
           MOVE SPACES TO NFR-LINHA.
           STRING 'FRETE........: ' WRK-FRETE-ED
               DELIMITED BY SIZE INTO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           MOVE WRK-NF-ICMS TO WRK-ICMS-ED.
           MOVE SPACES TO NFR-LINHA.
           STRING 'ICMS.........: ' WRK-ICMS-ED
               DELIMITED BY SIZE INTO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           MOVE WRK-NF-TOTAL TO WRK-TOTAL-ED.
           MOVE SPACES TO NFR-LINHA.
           STRING 'TOTAL DA NOTA: ' WRK-TOTAL-ED
               DELIMITED BY SIZE INTO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           IF WRK-NF-CREDITO > ZEROS
               MOVE WRK-NF-CREDITO TO WRK-TOTAL-ED
               MOVE SPACES TO NFR-LINHA
               STRING 'SALDO CREDOR APLICADO NAS PARCELAS: '
                      WRK-TOTAL-ED
                   DELIMITED BY SIZE INTO NFR-LINHA
               PERFORM 0285-EMITIR-LINHA
           END-IF.
           MOVE SPACES TO NFR-LINHA.
           PERFORM 0285-EMITIR-LINHA.
           PERFORM 0290-FECHAR-CORREIO.
           MOVE ZEROS TO WRK-QTD-ITENS-NF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0220-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==NFR-LINHA==,
           MOVE 'NOME NAO DISPONIVEL' TO WRK-NOME-CLI.
           MOVE ZEROS TO WRK-DOC-CLI.
           IF WRK-CLI-DISPON = 'S'
               MOVE WRK-NF-CLIENTE TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
           END-IF.
       0260-REGISTRAR-NOTA.
           MOVE WRK-NUM-NF TO NFR-NUMERO.
           MOVE WRK-NF-PEDIDO TO NFR-PEDIDO.
           MOVE WRK-NF-CLIENTE TO NFR-CLIENTE.
           MOVE WRK-DOC-CLI TO NFR-DOC.
           MOVE WRK-NF-UF TO NFR-UF.
           MOVE WRK-NF-DATA TO NFR-DATA.
           MOVE WRK-NF-VALOR TO NFR-VALOR.
           MOVE WRK-NF-ICMS TO NFR-ICMS.
           MOVE WRK-NF-TOTAL TO NFR-TOTAL.
           MOVE 'E' TO NFR-STATUS.
           MOVE SPACES TO NFR-MOTIVO.
           MOVE SPACES TO NFR-OPERADOR.
           MOVE ZEROS TO NFR-DATA-CANC.
           MOVE ZEROS TO NFR-REF.
           MOVE 'S' TO NFR-TIPO.
           MOVE 'P' TO NFR-NFE-SIT.
           MOVE SPACES TO NFR-PROTOCOLO.
           MOVE SPACES TO NFR-NFE-MOTIVO.
           MOVE LNK-OPERADOR TO NFR-EMISSOR.
           WRITE NFR-REC.
           PERFORM VARYING WRK-IND-ITEM-NF FROM 1 BY 1
                   UNTIL WRK-IND-ITEM-NF > WRK-QTD-ITENS-NF
               MOVE WRK-NUM-NF TO NFI-NUMERO
               MOVE WRK-IND-ITEM-NF TO NFI-ITEM
               MOVE WRK-IN-CODPROD(WRK-IND-ITEM-NF) TO NFI-CODPROD
               MOVE WRK-IN-PRODUTO(WRK-IND-ITEM-NF) TO NFI-PRODUTO
               MOVE WRK-IN-QTD(WRK-IND-ITEM-NF) TO NFI-QTD
               MOVE WRK-IN-VALOR(WRK-IND-ITEM-NF) TO NFI-VALOR
               MOVE WRK-IN-ICMS(WRK-IND-ITEM-NF) TO NFI-ICMS
               WRITE NFI-REC
           END-PERFORM.
       0270-GRAVAR-EVENTO.
           MOVE 'FATURA' TO EVT-TIPO.
           MOVE WRK-NF-DATA TO EVT-DATA.
           MOVE SPACES TO EVT-DOCUMENTO.
           STRING 'NF' WRK-NUM-NF
               DELIMITED BY SIZE INTO EVT-DOCUMENTO.
           MOVE WRK-NF-TOTAL TO EVT-VALOR.
           MOVE 'PROGCOB27' TO EVT-PROGRAMA.
           WRITE EVT-REC.
      * NOTA ACIMA DO LIMITE DE PARCELAMENTO ABRE PARCELA-QTD
      * TITULOS; A ULTIMA PARCELA ABSORVE A DIFERENCA DE
      * ARREDONDAMENTO PARA A SOMA FECHAR COM O TOTAL DA NOTA
       0240-ABRIR-RECEBIVEL.
           MOVE 1 TO WRK-QTD-PARC.
           IF WRK-PARC-LIMITE > 0 AND WRK-NF-TOTAL > WRK-PARC-LIMITE
               MOVE WRK-PARC-QTD TO WRK-QTD-PARC
           END-IF.
           COMPUTE WRK-VLR-PARCELA ROUNDED =
               WRK-NF-TOTAL / WRK-QTD-PARC.
           COMPUTE WRK-VLR-ULTIMA =
               WRK-NF-TOTAL - (WRK-VLR-PARCELA * (WRK-QTD-PARC - 1)).
           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1
                   UNTIL WRK-IND-PARC > WRK-QTD-PARC
               PERFORM 0245-GRAVAR-PARCELA
           END-PERFORM.
       0245-GRAVAR-PARCELA.
           MOVE WRK-NF-DATA(1:4) TO WRK-DE-ANO.
           MOVE WRK-NF-DATA(5:2) TO WRK-DE-MES.
           MOVE WRK-NF-DATA(7:2) TO WRK-DE-DIA.
           COMPUTE WRK-DIAUT-OFFSET =
               WRK-PARC-DIAS * WRK-IND-PARC.
           CALL 'PRGDIAUT' USING WRK-DIAUT-ENT WRK-DIAUT-OFFSET
               WRK-DIAUT-SAI WRK-NF-UF.
           COMPUTE WRK-VENCTO =
               WRK-DS-ANO * 10000 + WRK-DS-MES * 100 + WRK-DS-DIA.
           MOVE WRK-NF-PEDIDO TO RCV-PEDIDO.
           MOVE WRK-IND-PARC TO RCV-PARCELA.
           MOVE WRK-NF-CLIENTE TO RCV-CLIENTE.
           IF WRK-IND-PARC = WRK-QTD-PARC
               MOVE WRK-VLR-ULTIMA TO RCV-VALOR
           ELSE
               MOVE WRK-VLR-PARCELA TO RCV-VALOR
           END-IF.
           MOVE WRK-NF-DATA TO RCV-EMISSAO.
           MOVE WRK-VENCTO TO RCV-VENCTO.
           MOVE 'A' TO RCV-STATUS.
           MOVE ZEROS TO RCV-DATA-PGTO.
           MOVE ZEROS TO RCV-VALOR-PAGO.
           MOVE SPACES TO RCV-OPERADOR.
           IF WRK-QTD-CRED > 0
               PERFORM 0250-APLICAR-CREDITOS
           END-IF.
           WRITE RCV-REC.
      * MESMO ABATIMENTO DO 0360 DO PROGCOB109, CONSUMINDO OS
      * CREDITOS DO CLIENTE NA ORDEM DA TABELA ATE A PARCELA FICAR
      * PAGA OU ACABAR O SALDO
       0250-APLICAR-CREDITOS.
           MOVE ZEROS TO WRK-APL-CAIXA WRK-APL-VALOR.
           PERFORM VARYING WRK-IND-CRED FROM 1 BY 1
                   UNTIL WRK-IND-CRED > WRK-QTD-CRED
                      OR RCV-STATUS NOT = 'A'
               IF WRK-CRE-CLIENTE(WRK-IND-CRED) = RCV-CLIENTE
                   AND WRK-CRE-SALDO(WRK-IND-CRED) > ZEROS
                   IF WRK-CRE-SALDO(WRK-IND-CRED) >= RCV-VALOR
                       MOVE RCV-VALOR TO WRK-APL-VALOR
                       MOVE 'P' TO RCV-STATUS
                       MOVE WRK-NF-DATA TO RCV-DATA-PGTO
                       MOVE RCV-VALOR TO RCV-VALOR-PAGO
                       MOVE 'SALDO CREDOR' TO RCV-OPERADOR
                   ELSE
                       MOVE WRK-CRE-SALDO(WRK-IND-CRED)
                           TO WRK-APL-VALOR
                       SUBTRACT WRK-APL-VALOR FROM RCV-VALOR
                   END-IF
                   SUBTRACT WRK-APL-VALOR
                       FROM WRK-CRE-SALDO(WRK-IND-CRED)
                   ADD WRK-APL-VALOR TO WRK-NF-CREDITO
                   MOVE 'S' TO WRK-CRED-USADO
                   IF WRK-CRE-ORIGEM(WRK-IND-CRED) = 'R'
                       ADD WRK-APL-VALOR TO WRK-APL-CAIXA
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-APL-CAIXA > ZEROS
               ACCEPT WRK-HORA FROM TIME
               MOVE 'APLCRED' TO EVT-TIPO
               MOVE WRK-NF-DATA TO EVT-DATA
               MOVE SPACES TO EVT-DOCUMENTO
               STRING 'CA' RCV-PEDIDO RCV-PARCELA WRK-HORA
                   DELIMITED BY SIZE INTO EVT-DOCUMENTO
               MOVE WRK-APL-CAIXA TO EVT-VALOR
               MOVE 'PROGCOB27' TO EVT-PROGRAMA
               WRITE EVT-REC
           END-IF.
           IF RCV-STATUS = 'P' OR WRK-APL-VALOR > ZEROS
               ADD 1 TO WRK-QTD-APLIC
           END-IF.
       0300-GRAVAR-CONTROLE-NF.
           OPEN OUTPUT NF-CONTROL-FILE.
           MOVE WRK-NUM-NF TO NFC-ULT-NUMERO.
       0400-LIMPAR-FATURIN.
           OPEN OUTPUT BILLING-FILE.
           CLOSE BILLING-FILE.
      * SUBSTITUI O CRD-SALDO DOS CREDITOS DA TABELA PELA POSICAO DO
      * REGISTRO NO ARQUIVO, REGRAVANDO VIA CREDTMP
       0500-REGRAVAR-CREDITOS.
           MOVE ZEROS TO WRK-ORDEM-CRD.
           MOVE 1 TO WRK-IND-CRED.
           MOVE 'N' TO WRK-FIM-CRD.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           OPEN OUTPUT CREDIT-TEMP.
           PERFORM UNTIL WRK-FIM-CRD = 'Y'
               READ CUSTOMER-CREDIT-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-CRD
                   NOT AT END
                       ADD 1 TO WRK-ORDEM-CRD
                       IF WRK-IND-CRED <= WRK-QTD-CRED
                           AND WRK-CRE-ORDEM(WRK-IND-CRED)
                               = WRK-ORDEM-CRD
                           MOVE WRK-CRE-SALDO(WRK-IND-CRED)
                               TO CRD-SALDO
                           ADD 1 TO WRK-IND-CRED
                       END-IF
                       WRITE CTM-REC FROM CRD-REC
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-CREDIT-FILE CREDIT-TEMP.
           MOVE 'N' TO WRK-FIM-CRD.
           OPEN INPUT CREDIT-TEMP.
           OPEN OUTPUT CUSTOMER-CREDIT-FILE.
           PERFORM UNTIL WRK-FIM-CRD = 'Y'
               READ CREDIT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-CRD
                   NOT AT END
                       WRITE CRD-REC FROM CTM-REC
               END-READ
           END-PERFORM.
           CLOSE CREDIT-TEMP CUSTOMER-CREDIT-FILE.
      * CLIENTE COM CANAL E-MAIL NO CONTCLI: A NOTA VAI PARA O
      * CORREIO (PRGCORRE) E NO NOTAREL FICA SO A LINHA COM O NUMERO
      * DO DOCUMENTO; NUMERO DA NOTA, NOTAFISC E TITULOS NAO MUDAM
       0280-ABRIR-CORREIO.
           MOVE 'A' TO WRK-CORR-FUNCAO.
           MOVE 'PROGCOB27' TO WRK-CORR-PROGRAMA.
           MOVE WRK-NF-CLIENTE TO WRK-CORR-CLIENTE.
           MOVE 'NFS' TO WRK-CORR-TIPO.
           MOVE SPACES TO WRK-CORR-REFER.
           STRING 'NF ' WRK-NUM-NF
               DELIMITED BY SIZE INTO WRK-CORR-REFER.
           MOVE SPACES TO WRK-CORR-ASSUNTO.
           STRING 'NOTA FISCAL N. ' WRK-NUM-NF ' - PEDIDO '
                  WRK-NF-PEDIDO
               DELIMITED BY SIZE INTO WRK-CORR-ASSUNTO.
           CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
               WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
               WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
               WRK-CORR-ENVIAR.
       0285-EMITIR-LINHA.
           IF WRK-CORR-ENVIAR = 'S'
               MOVE 'L' TO WRK-CORR-FUNCAO
               MOVE NFR-LINHA TO WRK-CORR-LINHA
               CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
                   WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
                   WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
                   WRK-CORR-ENVIAR
           ELSE
               WRITE NFR-LINHA
           END-IF.
       0290-FECHAR-CORREIO.
           IF WRK-CORR-ENVIAR = 'S'
               MOVE 'F' TO WRK-CORR-FUNCAO
               CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
                   WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
                   WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
                   WRK-CORR-ENVIAR
               ADD 1 TO WRK-QTD-EMAIL
               MOVE SPACES TO NFR-LINHA
               STRING 'NOTA FISCAL N. ' WRK-NUM-NF
                      ' ENVIADA POR E-MAIL - DOCUMENTO '
                      WRK-CORR-DOCUMENTO
                   DELIMITED BY SIZE INTO NFR-LINHA
               WRITE NFR-LINHA
               MOVE 'N' TO WRK-CORR-ENVIAR
           END-IF.
