       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB126.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = SALDO CREDOR DE CLIENTE (CREDCLI, CRDREC.COB):
      * PAGAMENTOS SEM PARCELA ABERTA DO RETORNO BANCARIO (PROGCOB58)
      * E SOBRAS DE DEVOLUCAO (PROGCOB109)
      * OPCAO 1 = CONSULTA OS CREDITOS COM SALDO DE UM CM-ID E O
      * TOTAL DAS PARCELAS ABERTAS DELE NO CONTAREC
      * OPCAO 2 = APLICACAO MANUAL: CONSOME OS CREDITOS DO CLIENTE DO
      * MAIS ANTIGO PARA O MAIS NOVO NAS PARCELAS ABERTAS EM ORDEM DE
      * VENCIMENTO - PARCELA COBERTA FICA PAGA, PARCELA MAIOR FICA
      * ABERTA COM O VALOR REDUZIDO (COMO O PROGCOB109); A PARTE
      * VINDA DE PAGAMENTO ('R') GRAVA O EVENTO 'APLCRED' NO EVTCTB;
      * CONTAREC E CREDCLI REGRAVADOS VIA ARQUIVO TEMPORARIO
      * OPCAO 3 = RELATORIO CREDREL DOS CREDITOS AINDA COM SALDO HA
      * MAIS DE N DIAS, PARA COBRANCA/DEVOLUCAO AO CLIENTE
      * A APLICACAO AUTOMATICA NA NOTA SEGUINTE E FEITA PELO PROGCOB27
      * EXECUTAR PELO PRGMENU
      * DATA = XX/XX/XXXX
      * MANUTENCAO = PARCELA QUITADA NA COMPENSACAO GRAVA 'SALDO
      * CREDOR' EM RCV-OPERADOR
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-CREDIT-FILE ASSIGN TO 'CREDCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CRD.
           SELECT CREDIT-TEMP ASSIGN TO 'CREDTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTM.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT RECEIVABLE-TEMP ASSIGN TO 'CONTATMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RTM.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
           SELECT CREDIT-REPORT ASSIGN TO 'CREDREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-CREDIT-FILE.
       COPY 'CRDREC.COB'.
       FD  CREDIT-TEMP.
       01  CTM-REC         PIC X(63).
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  RECEIVABLE-TEMP.
       01  RTM-REC         PIC X(77).
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       FD  CREDIT-REPORT.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-CRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-RTM      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA    PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA        PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-LIMITE PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS        PIC S9(07) VALUE ZEROS.
       77 WRK-ORDEM-CRD   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CRED    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-CRED    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PARC    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PARC    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TROCA   PIC 9(03) VALUE ZEROS.
       77 WRK-LIMITE-TROCA PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-APL-VALOR   PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOT-CREDOR  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-ABERTO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-APLICADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ATINGIDAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ANTIGOS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z(08)9.99 VALUE ZEROS.
       01 WRK-TABELA-CREDITOS.
           02 WRK-CRE OCCURS 200 TIMES.
               03 WRK-CRE-ORDEM   PIC 9(06).
               03 WRK-CRE-ORIGEM  PIC X(01).
               03 WRK-CRE-SALDO   PIC 9(08)V99.
       01 WRK-PARC-TROCA.
           02 WRK-PT-PEDIDO  PIC 9(08).
           02 WRK-PT-PARCELA PIC 9(02).
           02 WRK-PT-VENCTO  PIC 9(08).
           02 WRK-PT-VALOR   PIC 9(06)V99.
           02 WRK-PT-STATUS  PIC X(01).
           02 WRK-PT-APLICADO PIC 9(08)V99.
           02 WRK-PT-CAIXA   PIC 9(08)V99.
       01 WRK-TABELA-PARCELAS.
           02 WRK-PA OCCURS 200 TIMES.
               03 WRK-PA-PEDIDO   PIC 9(08).
               03 WRK-PA-PARCELA  PIC 9(02).
               03 WRK-PA-VENCTO   PIC 9(08).
               03 WRK-PA-VALOR    PIC 9(06)V99.
               03 WRK-PA-STATUS   PIC X(01).
               03 WRK-PA-APLICADO PIC 9(08)V99.
               03 WRK-PA-CAIXA    PIC 9(08)V99.
       01 WRK-LINHA-CREDITO.
           02 WRK-LC-CLIENTE   PIC 9(06).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LC-DATA      PIC 9(08).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LC-DIAS      PIC ZZZZ9.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LC-ORIGEM    PIC X(01).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LC-DOCUMENTO PIC 9(08).
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LC-VALOR     PIC Z(07)9.99.
           02 FILLER           PIC X(02) VALUE SPACES.
           02 WRK-LC-SALDO     PIC Z(07)9.99.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-CONSULTAR SALDO CREDOR 2-APLICAR NAS PARCELAS'
               DISPLAY '3-CREDITOS NAO APLICADOS HA MAIS DE N DIAS'
                   ' 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-CONSULTAR-CLIENTE
                   WHEN 2
                       PERFORM 0200-APLICAR-CREDITOS
                   WHEN 3
                       PERFORM 0400-RELATORIO-ANTIGOS
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
                     ==NOME-PROGRAMA== BY =='PROGCOB126'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB126'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0050-RECEBER-CLIENTE==,
                     ==CAMPO-NOME== BY ==WRK-CLIENTE==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO CLIENTE (CM-ID): '==.
       0100-CONSULTAR-CLIENTE.
           PERFORM 0050-RECEBER-CLIENTE.
           MOVE ZEROS TO WRK-TOT-CREDOR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           IF WRK-FS-CRD NOT = '00'
               DISPLAY 'CREDCLI INDISPONIVEL - NENHUM CREDITO'
           ELSE
               DISPLAY 'DATA     O DOCUMENT       VALOR       SALDO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUSTOMER-CREDIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CRD-CLIENTE = WRK-CLIENTE
                               AND CRD-SALDO > ZEROS
                               ADD CRD-SALDO TO WRK-TOT-CREDOR
                               DISPLAY CRD-DATA ' ' CRD-ORIGEM ' '
                                   CRD-DOCUMENTO ' ' CRD-VALOR ' '
                                   CRD-SALDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CREDIT-FILE
           END-IF.
           PERFORM 0220-CARREGAR-PARCELAS.
           MOVE WRK-TOT-CREDOR TO WRK-VALOR-ED.
           DISPLAY 'SALDO CREDOR......: ' WRK-VALOR-ED.
           MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED.
           DISPLAY 'PARCELAS ABERTAS..: ' WRK-VALOR-ED
               '  QTD ' WRK-QTD-PARC.
      * O CREDITO MAIS ANTIGO VAI PRIMEIRO PARA A PARCELA QUE VENCE
      * PRIMEIRO; A CONFIRMACAO MOSTRA OS DOIS TOTAIS ANTES DE MEXER
      * NOS ARQUIVOS
       0200-APLICAR-CREDITOS.
           PERFORM 0050-RECEBER-CLIENTE.
           PERFORM 0210-CARREGAR-CREDITOS.
           PERFORM 0220-CARREGAR-PARCELAS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** CLIENTE COM MAIS DE 200 CREDITOS OU'
                   ' PARCELAS ABERTAS - NADA APLICADO'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB126 ***'
           ELSE
               IF WRK-QTD-CRED = 0 OR WRK-QTD-PARC = 0
                   DISPLAY 'CLIENTE SEM SALDO CREDOR OU SEM PARCELA'
                       ' ABERTA - NADA A APLICAR'
               ELSE
                   MOVE WRK-TOT-CREDOR TO WRK-VALOR-ED
                   DISPLAY 'SALDO CREDOR......: ' WRK-VALOR-ED
                   MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED
                   DISPLAY 'PARCELAS ABERTAS..: ' WRK-VALOR-ED
                       '  QTD ' WRK-QTD-PARC
                   DISPLAY 'CONFIRMA A APLICACAO (S/N): '
                   ACCEPT WRK-CONFIRMA FROM CONSOLE
                   IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                       PERFORM 0230-ORDENAR-PARCELAS
                       PERFORM 0240-DISTRIBUIR-CREDITOS
                       PERFORM 0250-REGRAVAR-CONTAREC
                       PERFORM 0260-REGRAVAR-CREDCLI
                       MOVE WRK-TOT-APLICADO TO WRK-VALOR-ED
                       DISPLAY 'VALOR APLICADO: ' WRK-VALOR-ED
                           '  PARCELAS ATINGIDAS: ' WRK-QTD-ATINGIDAS
                   ELSE
                       DISPLAY 'APLICACAO CANCELADA'
                   END-IF
               END-IF
           END-IF.
      * WRK-CRE-ORDEM GUARDA A POSICAO DO REGISTRO NO CREDCLI PARA A
      * REGRAVACAO DO 0260
       0210-CARREGAR-CREDITOS.
           MOVE ZEROS TO WRK-QTD-CRED WRK-ORDEM-CRD WRK-TOT-CREDOR.
           MOVE 'N' TO WRK-TAB-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           IF WRK-FS-CRD = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUSTOMER-CREDIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-ORDEM-CRD
                           IF CRD-CLIENTE = WRK-CLIENTE
                               AND CRD-SALDO > ZEROS
                               PERFORM 0215-GUARDAR-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CREDIT-FILE
           END-IF.
       0215-GUARDAR-CREDITO.
           IF WRK-QTD-CRED >= 200
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-CRED
               MOVE WRK-ORDEM-CRD TO WRK-CRE-ORDEM(WRK-QTD-CRED)
               MOVE CRD-ORIGEM TO WRK-CRE-ORIGEM(WRK-QTD-CRED)
               MOVE CRD-SALDO TO WRK-CRE-SALDO(WRK-QTD-CRED)
               ADD CRD-SALDO TO WRK-TOT-CREDOR
           END-IF.
       0220-CARREGAR-PARCELAS.
           MOVE ZEROS TO WRK-QTD-PARC WRK-TOT-ABERTO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCV-CLIENTE = WRK-CLIENTE
                               AND RCV-STATUS = 'A'
                               PERFORM 0225-GUARDAR-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.
       0225-GUARDAR-PARCELA.
           IF WRK-QTD-PARC >= 200
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-PARC
               MOVE RCV-PEDIDO TO WRK-PA-PEDIDO(WRK-QTD-PARC)
               MOVE RCV-PARCELA TO WRK-PA-PARCELA(WRK-QTD-PARC)
               MOVE RCV-VENCTO TO WRK-PA-VENCTO(WRK-QTD-PARC)
               MOVE RCV-VALOR TO WRK-PA-VALOR(WRK-QTD-PARC)
               MOVE 'A' TO WRK-PA-STATUS(WRK-QTD-PARC)
               MOVE ZEROS TO WRK-PA-APLICADO(WRK-QTD-PARC)
               MOVE ZEROS TO WRK-PA-CAIXA(WRK-QTD-PARC)
               ADD RCV-VALOR TO WRK-TOT-ABERTO
           END-IF.
      * ORDENACAO POR TROCA SIMPLES, COMO NO PROGCOB60
       0230-ORDENAR-PARCELAS.
           IF WRK-QTD-PARC > 1
               COMPUTE WRK-LIMITE-TROCA = WRK-QTD-PARC - 1
               PERFORM VARYING WRK-IND-PARC FROM 1 BY 1
                       UNTIL WRK-IND-PARC > WRK-LIMITE-TROCA
                   PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                           UNTIL WRK-IND-TROCA > WRK-LIMITE-TROCA
                       IF WRK-PA-VENCTO(WRK-IND-TROCA) >
                           WRK-PA-VENCTO(WRK-IND-TROCA + 1)
                           MOVE WRK-PA(WRK-IND-TROCA)
                               TO WRK-PARC-TROCA
                           MOVE WRK-PA(WRK-IND-TROCA + 1)
                               TO WRK-PA(WRK-IND-TROCA)
                           MOVE WRK-PARC-TROCA
                               TO WRK-PA(WRK-IND-TROCA + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.
       0240-DISTRIBUIR-CREDITOS.
           MOVE ZEROS TO WRK-TOT-APLICADO WRK-QTD-ATINGIDAS.
           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1
                   UNTIL WRK-IND-PARC > WRK-QTD-PARC
               PERFORM VARYING WRK-IND-CRED FROM 1 BY 1
                       UNTIL WRK-IND-CRED > WRK-QTD-CRED
                          OR WRK-PA-STATUS(WRK-IND-PARC) NOT = 'A'
                   IF WRK-CRE-SALDO(WRK-IND-CRED) > ZEROS
                       PERFORM 0245-ABATER-PARCELA
                   END-IF
               END-PERFORM
               IF WRK-PA-APLICADO(WRK-IND-PARC) > ZEROS
                   ADD 1 TO WRK-QTD-ATINGIDAS
                   ADD WRK-PA-APLICADO(WRK-IND-PARC)
                       TO WRK-TOT-APLICADO
               END-IF
           END-PERFORM.
      * MESMO ABATIMENTO DO 0360 DO PROGCOB109
       0245-ABATER-PARCELA.
           IF WRK-CRE-SALDO(WRK-IND-CRED) >=
               WRK-PA-VALOR(WRK-IND-PARC)
               MOVE WRK-PA-VALOR(WRK-IND-PARC) TO WRK-APL-VALOR
               MOVE 'P' TO WRK-PA-STATUS(WRK-IND-PARC)
           ELSE
               MOVE WRK-CRE-SALDO(WRK-IND-CRED) TO WRK-APL-VALOR
               SUBTRACT WRK-APL-VALOR FROM WRK-PA-VALOR(WRK-IND-PARC)
           END-IF.
           SUBTRACT WRK-APL-VALOR FROM WRK-CRE-SALDO(WRK-IND-CRED).
           ADD WRK-APL-VALOR TO WRK-PA-APLICADO(WRK-IND-PARC).
           IF WRK-CRE-ORIGEM(WRK-IND-CRED) = 'R'
               ADD WRK-APL-VALOR TO WRK-PA-CAIXA(WRK-IND-PARC)
           END-IF.
      * PARCELA QUITADA: 'P' COM O VALOR QUE RESTAVA COMO PAGO;
      * PARCELA ABATIDA EM PARTE: CONTINUA 'A' COM O VALOR REDUZIDO
       0250-REGRAVAR-CONTAREC.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           OPEN OUTPUT RECEIVABLE-TEMP.
           OPEN EXTEND EVENT-FILE.
           IF WRK-FS-EVT NOT = '00'
               OPEN OUTPUT EVENT-FILE
           END-IF.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ RECEIVABLE-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF RCV-CLIENTE = WRK-CLIENTE
                           AND RCV-STATUS = 'A'
                           PERFORM 0255-ATUALIZAR-PARCELA
                       END-IF
                       WRITE RTM-REC FROM RCV-REC
               END-READ
           END-PERFORM.
           CLOSE RECEIVABLE-FILE RECEIVABLE-TEMP EVENT-FILE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-TEMP.
           OPEN OUTPUT RECEIVABLE-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ RECEIVABLE-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE RCV-REC FROM RTM-REC
               END-READ
           END-PERFORM.
           CLOSE RECEIVABLE-TEMP RECEIVABLE-FILE.
       0255-ATUALIZAR-PARCELA.
           PERFORM VARYING WRK-IND-PARC FROM 1 BY 1
                   UNTIL WRK-IND-PARC > WRK-QTD-PARC
               IF WRK-PA-PEDIDO(WRK-IND-PARC) = RCV-PEDIDO
                   AND WRK-PA-PARCELA(WRK-IND-PARC) = RCV-PARCELA
                   AND WRK-PA-APLICADO(WRK-IND-PARC) > ZEROS
                   IF WRK-PA-STATUS(WRK-IND-PARC) = 'P'
                       MOVE 'P' TO RCV-STATUS
                       MOVE WRK-DATA-HOJE TO RCV-DATA-PGTO
                       MOVE RCV-VALOR TO RCV-VALOR-PAGO
                       MOVE 'SALDO CREDOR' TO RCV-OPERADOR
                   ELSE
                       MOVE WRK-PA-VALOR(WRK-IND-PARC) TO RCV-VALOR
                   END-IF
                   IF WRK-PA-CAIXA(WRK-IND-PARC) > ZEROS
                       PERFORM 0258-GRAVAR-EVENTO
                   END-IF
               END-IF
           END-PERFORM.
       0258-GRAVAR-EVENTO.
           ACCEPT WRK-HORA FROM TIME.
           MOVE 'APLCRED' TO EVT-TIPO.
           MOVE WRK-DATA-HOJE TO EVT-DATA.
           MOVE SPACES TO EVT-DOCUMENTO.
           STRING 'CA' RCV-PEDIDO RCV-PARCELA WRK-HORA
               DELIMITED BY SIZE INTO EVT-DOCUMENTO.
           MOVE WRK-PA-CAIXA(WRK-IND-PARC) TO EVT-VALOR.
           MOVE 'PROGCOB126' TO EVT-PROGRAMA.
           WRITE EVT-REC.
      * SUBSTITUI O CRD-SALDO DOS CREDITOS DA TABELA PELA POSICAO DO
      * REGISTRO NO ARQUIVO, REGRAVANDO VIA CREDTMP
       0260-REGRAVAR-CREDCLI.
           MOVE ZEROS TO WRK-ORDEM-CRD.
           MOVE 1 TO WRK-IND-CRED.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           OPEN OUTPUT CREDIT-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ CUSTOMER-CREDIT-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
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
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CREDIT-TEMP.
           OPEN OUTPUT CUSTOMER-CREDIT-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ CREDIT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE CRD-REC FROM CTM-REC
               END-READ
           END-PERFORM.
           CLOSE CREDIT-TEMP CUSTOMER-CREDIT-FILE.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0410-RECEBER-DIAS==,
                     ==CAMPO-NOME== BY ==WRK-DIAS-LIMITE==,
                     ==TEXTO-PROMPT== BY
                         =='CREDITOS COM MAIS DE QUANTOS DIAS: '==.
      * IDADE DO CREDITO = DIAS DESDE O CRD-DATA (DATA DO PAGAMENTO
      * OU DA DEVOLUCAO) ATE HOJE
       0400-RELATORIO-ANTIGOS.
           PERFORM 0410-RECEBER-DIAS.
           MOVE ZEROS TO WRK-QTD-ANTIGOS WRK-TOT-CREDOR WRK-PAGINA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUSTOMER-CREDIT-FILE.
           IF WRK-FS-CRD NOT = '00'
               DISPLAY 'CREDCLI INDISPONIVEL - NENHUM CREDITO'
           ELSE
               OPEN OUTPUT CREDIT-REPORT
               PERFORM 0420-GERAR-CABECALHO-PADRAO
               MOVE SPACES TO REL-LINHA
               STRING 'CREDITOS NAO APLICADOS HA MAIS DE '
                      WRK-DIAS-LIMITE ' DIAS'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               MOVE 'ORIGEM: R = PAGAMENTO SEM PARCELA  D = DEVOLUCAO'
                   TO REL-LINHA
               WRITE REL-LINHA
               MOVE SPACES TO REL-LINHA
               STRING 'CLIENT  DATA       DIAS  O  DOCUMENT'
                      '        VALOR        SALDO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUSTOMER-CREDIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CRD-SALDO > ZEROS
                               PERFORM 0430-AVALIAR-CREDITO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CREDIT-FILE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE WRK-TOT-CREDOR TO WRK-VALOR-ED
               MOVE SPACES TO REL-LINHA
               STRING 'CREDITOS: ' WRK-QTD-ANTIGOS
                      '  SALDO NAO APLICADO: ' WRK-VALOR-ED
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               CLOSE CREDIT-REPORT
               DISPLAY 'CREDITOS ANTIGOS: ' WRK-QTD-ANTIGOS
                   ' - RELATORIO EM CREDREL'
           END-IF.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0420-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='SALDO CREDOR NAO APLICADO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0430-AVALIAR-CREDITO.
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
               FUNCTION INTEGER-OF-DATE(CRD-DATA).
           IF WRK-DIAS > WRK-DIAS-LIMITE
               ADD 1 TO WRK-QTD-ANTIGOS
               ADD CRD-SALDO TO WRK-TOT-CREDOR
               MOVE CRD-CLIENTE TO WRK-LC-CLIENTE
               MOVE CRD-DATA TO WRK-LC-DATA
               MOVE WRK-DIAS TO WRK-LC-DIAS
               MOVE CRD-ORIGEM TO WRK-LC-ORIGEM
               MOVE CRD-DOCUMENTO TO WRK-LC-DOCUMENTO
               MOVE CRD-VALOR TO WRK-LC-VALOR
               MOVE CRD-SALDO TO WRK-LC-SALDO
               WRITE REL-LINHA FROM WRK-LINHA-CREDITO
           END-IF.
