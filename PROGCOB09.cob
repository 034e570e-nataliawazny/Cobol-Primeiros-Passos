      * TRANSPORTADORA QUE ATENDE A UF DO PEDIDO; SEM TRANSMAST OU
      * SEM ATENDIMENTO DA UF FICA ZEROS, E O PROGCOB26 PERMITE
      * CONSULTAR E TROCAR
      * MANUTENCAO = PEDIDO COM VARIOS ITENS E QUANTIDADE: O ORDERFILE
      * TRAZ CABECALHO 'C' + ITENS 'I' (ENTREC.COB); CADA ITEM E
      * VALIDADO NO PRODMAST E CONFERIDO NO ESTOQUE PELA QUANTIDADE
      * INTEIRA (ITEM INVALIDO VAI PARA O PRODERR, ITEM SEM SALDO VAI
      * INTEIRO PARA O BACKORD COM BCK-QTD); O PESO DO PEDIDO E A SOMA
      * DE QTD X PESO DOS ITENS ATENDIDOS E DEFINE A FAIXA DE PESO;
      * FRETE E ICMS SAO CALCULADOS POR ITEM E SOMADOS NO PEDIDO;
      * CUSTORD, FATURIN E ESTMOV (SAIDA COM A QUANTIDADE DO ITEM) SAO
      * GRAVADOS POR ITEM E SHIPSTAT/ICMSTAX POR PEDIDO; PEDIDO SEM
      * NENHUM ITEM ATENDIDO NAO RECEBE NUMERO; O CHECKPOINT CAI SEMPRE
      * EM FIM DE PEDIDO (POSICAO = LINHAS LIDAS)
      * MANUTENCAO = PRECO NEGOCIADO POR CLIENTE / GRUPO E FAIXA DE
      * QUANTIDADE (PRECOCLI, PROGCOB105) VIA CALL AO PRGPRECO NA
      * DATA DE PRECIFICACAO: O ITEM PAGA O MENOR ENTRE O PRECO DE
      * LISTA DO PRODMAST E O DA TABELA; O SHIPREL GANHA UMA LINHA DE
      * DESCONTO ABAIXO DO ITEM (LISTA, PRECO COBRADO E DESCONTO DA
      * LINHA) E O TOTAL DE DESCONTO DO LOTE NO RODAPE (NA RETOMADA
      * DE CHECKPOINT O TOTAL CONTA SO A PARTIR DO PONTO DE RETOMADA)
      * MANUTENCAO = SHIPSTAT GRAVADO COM SST-EMBARQUE = PROPRIO NUMERO
      * DO PEDIDO; A CONSOLIDACAO DO PROGCOB106, QUE RODA EM SEGUIDA,
      * JUNTA OS EMBARQUES DO MESMO CLIENTE / UF / TRANSPORTADORA
      * MANUTENCAO = SAIDA NO ESTMOV LEVA O NUMERO DO PEDIDO
      * (MVE-DOCUMENTO) PARA A RENTABILIDADE DO PROGCOB111
      * MANUTENCAO = ESTOQUE POR LOJA: O PEDIDO E ATENDIDO PELA
      * PRIMEIRA LOJA ATIVA DO LOJMAST QUE ATENDE A UF (LOJ-UFS), OU
      * PELA LOJA 01; O SALDO CONFERIDO E A SAIDA NO ESTMOV SAO OS
      * DESSA LOJA
      * MANUTENCAO = KIT (PRODUTO COM ESTRUTURA NO KITMAST, PROGCOB118)
      * E EXPLODIDO NOS COMPONENTES: O SALDO CONFERIDO E CONSUMIDO E O
      * DE CADA COMPONENTE (QTD DO COMPONENTE X QTD DO ITEM) E A
      * SAIDA NO ESTMOV E UMA POR COMPONENTE, COM O KIT EM MVE-KIT;
      * PRECO E PESO DO KIT CONTINUAM VINDO DO PRODMAST (DERIVADOS
      * DOS COMPONENTES PELO PROGCOB118)
      * MANUTENCAO = NO LOTE, OS REGISTROS LIDOS DO ORDERFILE SAO
      * GRAVADOS NO VOLHIST (PRGVOLUM) PARA O CONTROLE DE VOLUME DA
      * CADEIA (PROGCOB143)
      * MANUTENCAO = CORD-OPERADOR GRAVADO COM O OPERADOR DO CABECALHO
      * DO PEDIDO (ENC-OPERADOR); BRANCO NO BACKORDER REPROCESSADO
      * MANUTENCAO = PEDIDO DE PARCEIRO EM MOEDA ESTRANGEIRA
      * (ENC-MOEDA) MANTEM O PRECO CONVERTIDO PELO PROGCOB67
      * (ENI-VALOR) EM VEZ DO PRODMAST E GRAVA EM EXTEND NO PEDMOEDA
      * (MPDREC.COB) A MOEDA, A TAXA E OS VALORES NA MOEDA E EM REAIS
      * DO PEDIDO, PARA A VARIACAO CAMBIAL NA BAIXA DAS PARCELAS; O
      * BACKORDER REPROCESSADO VOLTA EM REAIS
      * MANUTENCAO = PEDIDO COM ENDERECO DE ENTREGA (ENC-ENDERECO,
      * ENDENTR VIA PRGENDER): FRETE, LOJA E PRAZO PELA UF DO ENDERECO
      * DE ENTREGA; O SHIPSTAT GRAVA O NUMERO E O ENDERECO DE ENTREGA
      * (OU O DO CADASTRO, ENDERECO 00) PARA O ROMANEIO E AS ETIQUETAS,
      * E O BACKORD PRESERVA O NUMERO NA REENTRADA
      * MANUTENCAO = PESO REAL DO PEDIDO (ATE 99999,99 KG) GRAVADO NO
      * SST-PESO-REAL PARA O ROMANEIO E A CONSOLIDACAO; O SST-PESO E O
      * PESO DA FAIXA DO MULTIPLICADOR CONTINUAM PARANDO EM 999,99
      * MANUTENCAO = PRODUTO OU COMPONENTE DE KIT COM SALDO SO EM OUTRAS
      * LOJAS VAI PARA O BACKORD (SALDO ZERO NA LOJA DO PEDIDO)
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CARRIER-MASTER ASSIGN TO 'TRANSMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRP.
           SELECT STORE-MASTER ASSIGN TO 'LOJMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJ.
           SELECT KIT-FILE ASSIGN TO 'KITMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-KIT.
           SELECT ORDER-CURRENCY-FILE ASSIGN TO 'PEDMOEDA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MPD.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE.
       COPY 'ENTREC.COB'.
       FD  SHIP-REPORT-FILE.
       01  SHR-LINHA       PIC X(80).
       FD  RATE-FILE.
       FD  BACKORDER-FILE.
       COPY 'BCKREC.COB'.
       FD  BACKORDER-NEW-FILE.
       01  BCN-REC         PIC X(42).
       FD  CARRIER-MASTER.
       COPY 'TRPREC.COB'.
       FD  STORE-MASTER.
       COPY 'LOJREC.COB'.
       FD  KIT-FILE.
       COPY 'KITREC.COB'.
       FD  ORDER-CURRENCY-FILE.
       COPY 'MPDREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-VOL-PROGRAMA PIC X(10) VALUE 'PROGCOB09'.
       77 WRK-VOL-ARQUIVO PIC X(10) VALUE 'ORDERFILE'.
       77 WRK-VOL-QTD     PIC 9(09) VALUE ZEROS.
       77 WRK-FS-TAR      PIC X(02) VALUE SPACES.
       77 WRK-FIM-TAR     PIC X(01) VALUE 'N'.
       77 WRK-QTD-TARIFAS PIC 9(02) VALUE ZEROS.
       77 WRK-FS-SST      PIC X(02) VALUE SPACES.
       77 WRK-NUM-PEDIDO  PIC 9(08) VALUE ZEROS.
       77 WRK-FS-FAT      PIC X(02) VALUE SPACES.
       77 WRK-FS-MPD      PIC X(02) VALUE SPACES.
       77 WRK-FS-TAX      PIC X(02) VALUE SPACES.
       77 WRK-FS-MVE      PIC X(02) VALUE SPACES.
       77 WRK-FS-STK      PIC X(02) VALUE SPACES.
       77 WRK-FIM-BCK     PIC X(01) VALUE 'N'.
       77 WRK-EST-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-EST-OK      PIC X(01) VALUE 'S'.
       77 WRK-EST-OUTRA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-SALDOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-SALDO   PIC 9(04) VALUE ZEROS.
       77 WRK-POS-SALDO   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-BACKORD PIC 9(06) VALUE ZEROS.
       77 WRK-BCK-DATA    PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-SALDOS.
           02 WRK-STK OCCURS 1000 TIMES.
               03 WRK-STK-CODIGO PIC 9(06).
               03 WRK-STK-LOJA   PIC 9(02).
               03 WRK-STK-SALDO  PIC S9(07).
       77 WRK-FS-LOJ      PIC X(02) VALUE SPACES.
       77 WRK-FIM-LOJ     PIC X(01) VALUE 'N'.
       77 WRK-QTD-LOJAS   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-LOJA    PIC 9(02) VALUE ZEROS.
       77 WRK-IND-UF-LOJ  PIC 9(02) VALUE ZEROS.
       77 WRK-LOJA-PEDIDO PIC 9(02) VALUE 01.
       01 WRK-TABELA-LOJAS.
           02 WRK-LOJ OCCURS 99 TIMES.
               03 WRK-LOJ-CODIGO PIC 9(02).
               03 WRK-LOJ-UFS    PIC X(20).
       77 WRK-FS-KIT      PIC X(02) VALUE SPACES.
       77 WRK-FIM-KIT     PIC X(01) VALUE 'N'.
       77 WRK-QTD-KITS    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-KIT     PIC 9(04) VALUE ZEROS.
       77 WRK-E-KIT       PIC X(01) VALUE 'N'.
       77 WRK-QTD-COMP    PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-KITS.
           02 WRK-KIT OCCURS 500 TIMES.
               03 WRK-KIT-CODIGO PIC 9(06).
               03 WRK-KIT-COMP   PIC 9(06).
               03 WRK-KIT-QTD    PIC 9(03).
       77 WRK-FS-TRP      PIC X(02) VALUE SPACES.
       77 WRK-FIM-TRP     PIC X(01) VALUE 'N'.
       77 WRK-QTD-TRANSP  PIC 9(02) VALUE ZEROS.
           02 WRK-LB-UF      PIC X(02).
           02 WRK-LB-CLIENTE PIC 9(06).
           02 WRK-LB-DATA    PIC 9(08).
           02 WRK-LB-QTD     PIC 9(05).
           02 WRK-LB-ENDERECO PIC 9(02).
       77 WRK-PED-CLIENTE  PIC 9(06) VALUE ZEROS.
       77 WRK-PED-UF       PIC X(02) VALUE SPACES.
       77 WRK-PED-OPERADOR PIC X(20) VALUE SPACES.
       77 WRK-PED-MOEDA    PIC X(03) VALUE SPACES.
       77 WRK-PED-ENDERECO PIC 9(02) VALUE ZEROS.
       77 WRK-PED-LOGRADOURO PIC X(30) VALUE SPACES.
       77 WRK-PED-CIDADE   PIC X(20) VALUE SPACES.
       77 WRK-PED-CEP      PIC 9(08) VALUE ZEROS.
       77 WRK-EDE-UF       PIC X(02) VALUE SPACES.
       77 WRK-EDE-ACHOU    PIC X(01) VALUE 'N'.
       77 WRK-PED-TAXA     PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-PED-DATA-TAXA PIC 9(08) VALUE ZEROS.
       77 WRK-PED-VALOR-ORIG PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-DECL     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ITENS    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-ITEM     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PRECIF   PIC 9(03) VALUE ZEROS.
       77 WRK-SEQ-ITEM     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ORDENS   PIC 9(08) VALUE ZEROS.
       77 WRK-PESO-PEDIDO  PIC 9(07)V99 VALUE ZEROS.
       01 WRK-TABELA-ITENS.
           02 WRK-ITEM OCCURS 50 TIMES.
               03 WRK-IT-CODPROD  PIC 9(06).
               03 WRK-IT-QTD      PIC 9(05).
               03 WRK-IT-VALOR-IN PIC 9(06)V99.
               03 WRK-IT-PESO-IN  PIC 9(03)V99.
               03 WRK-IT-VALOR-ORIG PIC 9(07)V99.
               03 WRK-IT-SITUACAO PIC X(01).
               03 WRK-IT-PRODUTO  PIC X(20).
               03 WRK-IT-UNIT     PIC 9(06)V99.
               03 WRK-IT-PESO-UN  PIC 9(03)V99.
               03 WRK-IT-VALOR    PIC 9(06)V99.
               03 WRK-IT-FRETE    PIC 9(06)V99.
               03 WRK-IT-ICMS     PIC 9(06)V99.
               03 WRK-IT-LISTA    PIC 9(06)V99.
               03 WRK-IT-DESCONTO PIC 9(07)V99.
       77 WRK-PRC-ACHOU    PIC X(01) VALUE 'N'.
       77 WRK-TOT-DESCONTO PIC 9(08)V99 VALUE ZEROS.
       01 WRK-LINHA-DESC.
           02 FILLER          PIC X(09) VALUE SPACES.
           02 FILLER          PIC X(24) VALUE
               'DESCONTO TABELA - LISTA '.
           02 WRK-LD-LISTA    PIC ZZZZZ9,99.
           02 FILLER          PIC X(08) VALUE ' PRECO  '.
           02 WRK-LD-PRECO    PIC ZZZZZ9,99.
           02 FILLER          PIC X(06) VALUE ' DESC '.
           02 WRK-LD-DESCONTO PIC ZZZZZZ9,99.
       77 WRK-CKPT-PROGRAMA PIC X(10) VALUE 'PROGCOB09'.
       77 WRK-CKPT-ACAO    PIC X(01) VALUE SPACES.
       77 WRK-CKPT-POSICAO PIC 9(08) VALUE ZEROS.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-PRODUTO  PIC X(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-QTD      PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LP-UF       PIC X(02).
           02 FILLER          PIC X(01) VALUE SPACES.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF WRK-MODO = 'B' OR WRK-MODO = 'b'
               PERFORM 0500-PROCESSAR-LOTE
               PERFORM 0930-REGISTRAR-VOLUME
           ELSE
               PERFORM 0100-RECEBER-DADOS
               PERFORM 0200-DETERMINAR-MULT-UF
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB09'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0930-REGISTRAR-VOLUME.
           MOVE WRK-QTD-LIDOS TO WRK-VOL-QTD.
           CALL 'PRGVOLUM' USING WRK-VOL-PROGRAMA WRK-VOL-ARQUIVO
               WRK-VOL-QTD.
       0100-RECEBER-DADOS.
           DISPLAY TELA-PEDIDO.
           ACCEPT TELA-PEDIDO.
           IF WRK-FS-FAT NOT = '00'
               OPEN OUTPUT BILLING-FILE
           END-IF.
           OPEN EXTEND ORDER-CURRENCY-FILE.
           IF WRK-FS-MPD NOT = '00'
               OPEN OUTPUT ORDER-CURRENCY-FILE
           END-IF.
           OPEN EXTEND ICMS-TAX-FILE.
           IF WRK-FS-TAX NOT = '00'
               OPEN OUTPUT ICMS-TAX-FILE
           END-IF.
           PERFORM 0162-CARREGAR-SALDOS.
           PERFORM 0166-CARREGAR-TRANSPORTADORAS.
           PERFORM 0168-CARREGAR-LOJAS.
           PERFORM 0163-CARREGAR-KITS.
           IF WRK-RETOMAR = 'S'
               OPEN EXTEND BACKORDER-NEW-FILE
               IF WRK-FS-BCN NOT = '00'
                       MOVE 'Y' TO WRK-FIM-PED
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       IF ENC-TIPO = 'C'
                           MOVE WRK-DATA-HOJE TO WRK-BCK-DATA
                           PERFORM 0502-LER-ITENS-PEDIDO
                           PERFORM 0510-PROCESSAR-PEDIDO
                           ADD 1 TO WRK-QTD-ORDENS
                           PERFORM 0509-GRAVAR-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO SHR-LINHA.
               DELIMITED BY SIZE INTO SHR-LINHA.
           WRITE SHR-LINHA.
           MOVE SPACES TO SHR-LINHA.
           STRING 'ITENS COM PRODUTO INVALIDO..: ' WRK-QTD-PRD-INV
               DELIMITED BY SIZE INTO SHR-LINHA.
           WRITE SHR-LINHA.
           MOVE SPACES TO SHR-LINHA.
           STRING 'ITENS SEM SALDO (BACKORD)...: ' WRK-QTD-BACKORD
               DELIMITED BY SIZE INTO SHR-LINHA.
           WRITE SHR-LINHA.
           MOVE SPACES TO SHR-LINHA.
           STRING 'DESCONTO DE TABELA NO LOTE..: ' WRK-TOT-DESCONTO
               DELIMITED BY SIZE INTO SHR-LINHA.
           WRITE SHR-LINHA.
           MOVE SPACES TO PER-LINHA.
           WRITE PER-LINHA.
           MOVE SPACES TO PER-LINHA.
           STRING 'TOTAL DE ITENS REJEITADOS: ' WRK-QTD-PRD-INV
               DELIMITED BY SIZE INTO PER-LINHA.
           WRITE PER-LINHA.
           CLOSE PROD-ERR-FILE.
               CLOSE PRODUCT-MASTER
           END-IF.
           CLOSE SHIPMENT-STATUS-FILE BILLING-FILE ICMS-TAX-FILE
               STOCK-MOVEMENT-FILE BACKORDER-NEW-FILE
               ORDER-CURRENCY-FILE.
           PERFORM 0620-SUBSTITUIR-BACKORD.
           PERFORM 0590-GRAVAR-CONTROLE-NUMERO.
           MOVE 'Z' TO WRK-CKPT-ACAO.
           MOVE 'L' TO WRK-CKPT-ACAO.
           PERFORM 0506-CHAMAR-PRGCKPT.
           IF WRK-CKPT-ACHOU = 'S' AND WRK-CKPT-POSICAO > 0
               DISPLAY 'CHECKPOINT ENCONTRADO - LINHAS LIDAS: '
                   WRK-CKPT-POSICAO
               DISPLAY 'RETOMAR A PARTIR DO CHECKPOINT (S/N): '
               ACCEPT WRK-RETOMAR FROM CONSOLE
               END-READ
           END-PERFORM.
       0509-GRAVAR-CHECKPOINT.
           IF FUNCTION MOD(WRK-QTD-ORDENS, 5) = 0
               MOVE WRK-QTD-LIDOS TO WRK-CKPT-POSICAO
               MOVE WRK-TOT-FRETE TO WRK-CKPT-ACUM1
               MOVE WRK-TOT-ICMS TO WRK-CKPT-ACUM2
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0525-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO SHR-LINHA.
           STRING 'PEDIDO   CLIENT PRODUT   QTD UF VALOR     FRETE'
                  '     ICMS      TOTAL     ENTREGA'
               DELIMITED BY SIZE INTO SHR-LINHA.
           WRITE SHR-LINHA.
       COPY 'DECFMT.COB'
           REPLACING ==PARA-NOME== BY ==0533-CONVERTER-TOTAL==,
                     ==CAMPO-NOME== BY ==WRK-LP-TOTAL==.
       COPY 'DECFMT.COB'
           REPLACING ==PARA-NOME== BY ==0534-CONVERTER-LISTA==,
                     ==CAMPO-NOME== BY ==WRK-LD-LISTA==.
       COPY 'DECFMT.COB'
           REPLACING ==PARA-NOME== BY ==0535-CONVERTER-PRECO==,
                     ==CAMPO-NOME== BY ==WRK-LD-PRECO==.
       COPY 'DECFMT.COB'
           REPLACING ==PARA-NOME== BY ==0536-CONVERTER-DESCONTO==,
                     ==CAMPO-NOME== BY ==WRK-LD-DESCONTO==.
      * O CABECALHO 'C' JA FOI LIDO - CARREGA OS ITENS QUE O SEGUEM
       0502-LER-ITENS-PEDIDO.
           MOVE ENC-CLIENTE TO WRK-PED-CLIENTE.
           MOVE ENC-UF TO WRK-PED-UF.
           MOVE ENC-OPERADOR TO WRK-PED-OPERADOR.
           MOVE ENC-MOEDA TO WRK-PED-MOEDA.
           IF ENC-ENDERECO IS NUMERIC
               MOVE ENC-ENDERECO-N TO WRK-PED-ENDERECO
           ELSE
               MOVE ZEROS TO WRK-PED-ENDERECO
           END-IF.
           MOVE ZEROS TO WRK-PED-TAXA WRK-PED-DATA-TAXA.
           MOVE ENC-QTD-ITENS TO WRK-QTD-DECL.
           MOVE ZEROS TO WRK-QTD-ITENS.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-DECL
                   OR WRK-FIM-PED = 'Y'
               READ ORDERS-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-PED
                   NOT AT END
                       ADD 1 TO WRK-QTD-LIDOS
                       IF ENI-TIPO = 'I' AND WRK-QTD-ITENS < 50
                           ADD 1 TO WRK-QTD-ITENS
                           MOVE ENI-CODPROD
                               TO WRK-IT-CODPROD(WRK-QTD-ITENS)
                           MOVE ENI-QTD TO WRK-IT-QTD(WRK-QTD-ITENS)
                           MOVE ENI-VALOR
                               TO WRK-IT-VALOR-IN(WRK-QTD-ITENS)
                           MOVE ENI-PESO
                               TO WRK-IT-PESO-IN(WRK-QTD-ITENS)
                           MOVE ZEROS
                               TO WRK-IT-VALOR-ORIG(WRK-QTD-ITENS)
                           IF WRK-PED-MOEDA NOT = SPACES
                               MOVE ENI-VALOR-ORIG
                                   TO WRK-IT-VALOR-ORIG(WRK-QTD-ITENS)
                               MOVE ENI-TAXA TO WRK-PED-TAXA
                               MOVE ENI-DATA-TAXA TO WRK-PED-DATA-TAXA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0510-PROCESSAR-PEDIDO.
           MOVE ZEROS TO WRK-QTD-PRECIF WRK-VALOR WRK-PESO-PEDIDO.
           PERFORM 0545-RESOLVER-ENTREGA.
           PERFORM 0169-ATRIBUIR-LOJA.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               PERFORM 0511-PREPARAR-ITEM
           END-PERFORM.
           IF WRK-QTD-PRECIF > 0
               PERFORM 0515-PRECIFICAR-PEDIDO
           END-IF.
       0511-PREPARAR-ITEM.
           PERFORM 0570-VALIDAR-PRODUTO.
           IF WRK-PRD-OK = 'S'
               PERFORM 0565-VERIFICAR-ESTOQUE
               IF WRK-EST-OK = 'S'
                   MOVE 'P' TO WRK-IT-SITUACAO(WRK-IND-ITEM)
                   COMPUTE WRK-IT-VALOR(WRK-IND-ITEM) =
                       WRK-IT-UNIT(WRK-IND-ITEM) *
                       WRK-IT-QTD(WRK-IND-ITEM)
                   ADD WRK-IT-VALOR(WRK-IND-ITEM) TO WRK-VALOR
                   COMPUTE WRK-IT-DESCONTO(WRK-IND-ITEM) =
                       (WRK-IT-LISTA(WRK-IND-ITEM) -
                        WRK-IT-UNIT(WRK-IND-ITEM)) *
                       WRK-IT-QTD(WRK-IND-ITEM)
                   ADD WRK-IT-DESCONTO(WRK-IND-ITEM)
                       TO WRK-TOT-DESCONTO
                   COMPUTE WRK-PESO-PEDIDO = WRK-PESO-PEDIDO +
                       WRK-IT-PESO-UN(WRK-IND-ITEM) *
                       WRK-IT-QTD(WRK-IND-ITEM)
                   ADD 1 TO WRK-QTD-PRECIF
                   IF WRK-QTD-PRECIF = 1
                       MOVE WRK-IT-PRODUTO(WRK-IND-ITEM) TO WRK-PRODUTO
                   END-IF
               ELSE
                   MOVE 'B' TO WRK-IT-SITUACAO(WRK-IND-ITEM)
                   PERFORM 0568-GRAVAR-BACKORDER
               END-IF
           ELSE
               MOVE 'R' TO WRK-IT-SITUACAO(WRK-IND-ITEM)
               PERFORM 0575-REJEITAR-PRODUTO
           END-IF.
       0162-CARREGAR-SALDOS.
                       AT END
                           MOVE 'Y' TO WRK-FIM-STK
                       NOT AT END
                           IF WRK-QTD-SALDOS < 1000
                               ADD 1 TO WRK-QTD-SALDOS
                               MOVE STK-CODIGO TO
                                   WRK-STK-CODIGO(WRK-QTD-SALDOS)
                               IF STK-LOJA NOT NUMERIC
                                   MOVE 01 TO STK-LOJA
                               END-IF
                               MOVE STK-LOJA TO
                                   WRK-STK-LOJA(WRK-QTD-SALDOS)
                               MOVE STK-SALDO TO
                                   WRK-STK-SALDO(WRK-QTD-SALDOS)
                           END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
      * SO LOJA ATIVA COM UF CADASTRADA ENTRA NA TABELA; SEM LOJMAST
      * TODO PEDIDO BAIXA O ESTOQUE DA LOJA 01
       0168-CARREGAR-LOJAS.
           MOVE ZEROS TO WRK-QTD-LOJAS.
           MOVE 'N' TO WRK-FIM-LOJ.
           OPEN INPUT STORE-MASTER.
           IF WRK-FS-LOJ = '00'
               PERFORM UNTIL WRK-FIM-LOJ = 'Y'
                   READ STORE-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-LOJ
                       NOT AT END
                           IF LOJ-STATUS NOT = 'I'
                               AND LOJ-UFS NOT = SPACES
                               AND WRK-QTD-LOJAS < 99
                               ADD 1 TO WRK-QTD-LOJAS
                               MOVE LOJ-CODIGO TO
                                   WRK-LOJ-CODIGO(WRK-QTD-LOJAS)
                               MOVE LOJ-UFS TO
                                   WRK-LOJ-UFS(WRK-QTD-LOJAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STORE-MASTER
           END-IF.
      * A PRIMEIRA LOJA QUE ATENDE A UF DO PEDIDO BAIXA O ESTOQUE
       0169-ATRIBUIR-LOJA.
           MOVE ZEROS TO WRK-LOJA-PEDIDO.
           PERFORM VARYING WRK-IND-LOJA FROM 1 BY 1
                   UNTIL WRK-IND-LOJA > WRK-QTD-LOJAS
                   OR WRK-LOJA-PEDIDO > 0
               PERFORM VARYING WRK-IND-UF-LOJ FROM 1 BY 2
                       UNTIL WRK-IND-UF-LOJ > 19
                   IF WRK-LOJ-UFS(WRK-IND-LOJA)
                       (WRK-IND-UF-LOJ:2) = WRK-PED-UF
                       MOVE WRK-LOJ-CODIGO(WRK-IND-LOJA)
                           TO WRK-LOJA-PEDIDO
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WRK-LOJA-PEDIDO = 0
               MOVE 01 TO WRK-LOJA-PEDIDO
           END-IF.
      * ESTRUTURA DOS KITS EM MEMORIA; SEM KITMAST NENHUM PRODUTO E
      * KIT E O LOTE SEGUE COMO ANTES
       0163-CARREGAR-KITS.
           MOVE ZEROS TO WRK-QTD-KITS.
           MOVE 'N' TO WRK-FIM-KIT.
           OPEN INPUT KIT-FILE.
           IF WRK-FS-KIT = '00'
               PERFORM UNTIL WRK-FIM-KIT = 'Y'
                   READ KIT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-KIT
                       NOT AT END
                           IF WRK-QTD-KITS < 500
                               ADD 1 TO WRK-QTD-KITS
                               MOVE KIT-CODIGO TO
                                   WRK-KIT-CODIGO(WRK-QTD-KITS)
                               MOVE KIT-COMPONENTE TO
                                   WRK-KIT-COMP(WRK-QTD-KITS)
                               MOVE KIT-QTD TO
                                   WRK-KIT-QTD(WRK-QTD-KITS)
                           ELSE
                               DISPLAY '*** AUMENTE A TABELA DO '
                                   'PROGCOB09 ***'
                               MOVE 8 TO RETURN-CODE
                               MOVE 'Y' TO WRK-FIM-KIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KIT-FILE
           END-IF.
       0161-VERIFICAR-KIT.
           MOVE 'N' TO WRK-E-KIT.
           PERFORM VARYING WRK-IND-KIT FROM 1 BY 1
                   UNTIL WRK-IND-KIT > WRK-QTD-KITS
                   OR WRK-E-KIT = 'S'
               IF WRK-KIT-CODIGO(WRK-IND-KIT) =
                   WRK-IT-CODPROD(WRK-IND-ITEM)
                   MOVE 'S' TO WRK-E-KIT
               END-IF
           END-PERFORM.
      * OS PENDENTES DO LOTE ANTERIOR TENTAM DE NOVO ANTES DOS
      * PEDIDOS DO DIA - QUEM ESPERA MAIS E ATENDIDO PRIMEIRO
       0164-REPROCESSAR-BACKORDERS.
                       AT END
                           MOVE 'Y' TO WRK-FIM-BCK
                       NOT AT END
                           MOVE BCK-CLIENTE TO WRK-PED-CLIENTE
                           MOVE BCK-UF TO WRK-PED-UF
                           MOVE SPACES TO WRK-PED-OPERADOR
                           MOVE SPACES TO WRK-PED-MOEDA
                           IF BCK-ENDERECO IS NUMERIC
                               MOVE BCK-ENDERECO TO WRK-PED-ENDERECO
                           ELSE
                               MOVE ZEROS TO WRK-PED-ENDERECO
                           END-IF
                           MOVE 1 TO WRK-QTD-ITENS
                           MOVE BCK-CODPROD TO WRK-IT-CODPROD(1)
                           MOVE BCK-VALOR TO WRK-IT-VALOR-IN(1)
                           MOVE BCK-PESO TO WRK-IT-PESO-IN(1)
                           IF BCK-QTD IS NUMERIC AND BCK-QTD > 0
                               MOVE BCK-QTD TO WRK-IT-QTD(1)
                           ELSE
                               MOVE 1 TO WRK-IT-QTD(1)
                           END-IF
                           MOVE BCK-DATA TO WRK-BCK-DATA
                           PERFORM 0510-PROCESSAR-PEDIDO
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.
      * PRODUTO SEM NENHUM SALDO NA TABELA NAO E CONTROLADO - PASSA;
      * COM SALDO SO EM OUTRAS LOJAS = SALDO ZERO NA LOJA DO PEDIDO
       0565-VERIFICAR-ESTOQUE.
           MOVE 'S' TO WRK-EST-OK.
           PERFORM 0161-VERIFICAR-KIT.
           IF WRK-EST-DISPON = 'S' AND WRK-E-KIT = 'S'
               PERFORM 0566-VERIFICAR-COMPONENTES
           END-IF.
           IF WRK-EST-DISPON = 'S' AND WRK-E-KIT = 'N'
               MOVE ZEROS TO WRK-POS-SALDO
               MOVE 'N' TO WRK-EST-OUTRA
               PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                       UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
                   IF WRK-STK-CODIGO(WRK-IND-SALDO) =
                       WRK-IT-CODPROD(WRK-IND-ITEM)
                       IF WRK-STK-LOJA(WRK-IND-SALDO) =
                           WRK-LOJA-PEDIDO
                           MOVE WRK-IND-SALDO TO WRK-POS-SALDO
                       ELSE
                           MOVE 'S' TO WRK-EST-OUTRA
                       END-IF
                   END-IF
               END-PERFORM
               IF WRK-POS-SALDO = 0 AND WRK-EST-OUTRA = 'S'
                   MOVE 'N' TO WRK-EST-OK
               END-IF
               IF WRK-POS-SALDO > 0
                   IF WRK-STK-SALDO(WRK-POS-SALDO) <
                       WRK-IT-QTD(WRK-IND-ITEM)
                       MOVE 'N' TO WRK-EST-OK
                   ELSE
                       SUBTRACT WRK-IT-QTD(WRK-IND-ITEM) FROM
                           WRK-STK-SALDO(WRK-POS-SALDO)
                   END-IF
               END-IF
           END-IF.
      * KIT SO E ATENDIDO SE TODOS OS COMPONENTES TEM SALDO NA LOJA -
      * A BAIXA EM MEMORIA SO ACONTECE DEPOIS DA CONFERENCIA COMPLETA
       0566-VERIFICAR-COMPONENTES.
           PERFORM VARYING WRK-IND-KIT FROM 1 BY 1
                   UNTIL WRK-IND-KIT > WRK-QTD-KITS
               IF WRK-KIT-CODIGO(WRK-IND-KIT) =
                   WRK-IT-CODPROD(WRK-IND-ITEM)
                   PERFORM 0567-LOCALIZAR-COMPONENTE
                   IF WRK-POS-SALDO > 0
                       AND WRK-STK-SALDO(WRK-POS-SALDO) < WRK-QTD-COMP
                       MOVE 'N' TO WRK-EST-OK
                   END-IF
                   IF WRK-POS-SALDO = 0 AND WRK-EST-OUTRA = 'S'
                       MOVE 'N' TO WRK-EST-OK
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-EST-OK = 'S'
               PERFORM VARYING WRK-IND-KIT FROM 1 BY 1
                       UNTIL WRK-IND-KIT > WRK-QTD-KITS
                   IF WRK-KIT-CODIGO(WRK-IND-KIT) =
                       WRK-IT-CODPROD(WRK-IND-ITEM)
                       PERFORM 0567-LOCALIZAR-COMPONENTE
                       IF WRK-POS-SALDO > 0
                           SUBTRACT WRK-QTD-COMP FROM
                               WRK-STK-SALDO(WRK-POS-SALDO)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
       0567-LOCALIZAR-COMPONENTE.
           COMPUTE WRK-QTD-COMP = WRK-KIT-QTD(WRK-IND-KIT) *
               WRK-IT-QTD(WRK-IND-ITEM).
           MOVE ZEROS TO WRK-POS-SALDO.
           MOVE 'N' TO WRK-EST-OUTRA.
           PERFORM VARYING WRK-IND-SALDO FROM 1 BY 1
                   UNTIL WRK-IND-SALDO > WRK-QTD-SALDOS
               IF WRK-STK-CODIGO(WRK-IND-SALDO) =
                   WRK-KIT-COMP(WRK-IND-KIT)
                   IF WRK-STK-LOJA(WRK-IND-SALDO) =
                       WRK-LOJA-PEDIDO
                       MOVE WRK-IND-SALDO TO WRK-POS-SALDO
                   ELSE
                       MOVE 'S' TO WRK-EST-OUTRA
                   END-IF
               END-IF
           END-PERFORM.
       0568-GRAVAR-BACKORDER.
           MOVE WRK-IT-CODPROD(WRK-IND-ITEM) TO WRK-LB-CODPROD.
           MOVE WRK-IT-VALOR-IN(WRK-IND-ITEM) TO WRK-LB-VALOR.
           MOVE WRK-IT-PESO-IN(WRK-IND-ITEM) TO WRK-LB-PESO.
           MOVE WRK-PED-UF TO WRK-LB-UF.
           MOVE WRK-PED-CLIENTE TO WRK-LB-CLIENTE.
           MOVE WRK-BCK-DATA TO WRK-LB-DATA.
           MOVE WRK-IT-QTD(WRK-IND-ITEM) TO WRK-LB-QTD.
           MOVE WRK-PED-ENDERECO TO WRK-LB-ENDERECO.
           WRITE BCN-REC FROM WRK-LINHA-BCK.
           ADD 1 TO WRK-QTD-BACKORD.
      * O BACKORD DO PROXIMO LOTE E O QUE FICOU PENDENTE NESTE
           CLOSE BACKORDER-FILE BACKORDER-NEW-FILE.
       0515-PRECIFICAR-PEDIDO.
           ADD 1 TO WRK-NUM-PEDIDO.
           MOVE WRK-PED-UF TO WRK-UF.
      * WRK-PESO SO ESCOLHE A FAIXA DO MULTIPLICADOR - ACIMA DE
      * 999,99 KG A FAIXA JA E A MAIOR DE QUALQUER FORMA
           IF WRK-PESO-PEDIDO > 999,99
               MOVE 999,99 TO WRK-PESO
           ELSE
               MOVE WRK-PESO-PEDIDO TO WRK-PESO
           END-IF.
           PERFORM 0200-DETERMINAR-MULT-UF.
           PERFORM 0300-DETERMINAR-MULT-PESO.
           MOVE ZEROS TO WRK-FRETE WRK-VALOR-ICMS.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               IF WRK-IT-SITUACAO(WRK-IND-ITEM) = 'P'
                   PERFORM 0516-PRECIFICAR-ITEM
               END-IF
           END-PERFORM.
           ADD WRK-FRETE WRK-VALOR-ICMS GIVING WRK-TOTAL-NF.
           PERFORM 0540-VALIDAR-CLIENTE.
           IF WRK-CLI-OK = 'S' AND WRK-CLI-DISPON = 'S'
               PERFORM 0550-VERIFICAR-CREDITO
           END-IF.
           PERFORM 0595-CALCULAR-PREVISAO.
      * TODO PEDIDO PRECIFICADO VAI PARA O CUSTORD, MESMO COM
      * CLIENTE INVALIDO - OS RELATORIOS POR UF (PROGCOB29) E POR
      * CLIENTE (PROGCOB24) PRECISAM FECHAR COM OS TOTAIS DO
      * SHIPREL; O PROGCOB24 JA ROTULA ID SEM CADASTRO
           MOVE ZEROS TO WRK-SEQ-ITEM.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               IF WRK-IT-SITUACAO(WRK-IND-ITEM) = 'P'
                   PERFORM 0517-GRAVAR-ITEM
               END-IF
           END-PERFORM.
           IF WRK-PED-MOEDA NOT = SPACES
               PERFORM 0519-GRAVAR-PEDMOEDA
           END-IF.
           PERFORM 0585-GRAVAR-SHIPSTAT.
           IF WRK-CLI-OK = 'N'
               ADD 1 TO WRK-QTD-CLI-INV
           END-IF.
           ADD 1 TO WRK-QTD-PEDIDOS.
           ADD WRK-FRETE TO WRK-TOT-FRETE.
           ADD WRK-VALOR-ICMS TO WRK-TOT-ICMS.
      * FRETE DA LINHA NA MESMA FORMULA DO PEDIDO, COM A FAIXA DE PESO
      * DO PEDIDO INTEIRO
       0516-PRECIFICAR-ITEM.
           COMPUTE WRK-IT-FRETE(WRK-IND-ITEM) =
               WRK-IT-VALOR(WRK-IND-ITEM) * WRK-MULT-UF * WRK-MULT-PESO.
           COMPUTE WRK-IT-ICMS(WRK-IND-ITEM) ROUNDED =
               WRK-IT-FRETE(WRK-IND-ITEM) * WRK-ICMS-UF / 100.
           ADD WRK-IT-FRETE(WRK-IND-ITEM) TO WRK-FRETE.
           ADD WRK-IT-ICMS(WRK-IND-ITEM) TO WRK-VALOR-ICMS.
       0517-GRAVAR-ITEM.
           ADD 1 TO WRK-SEQ-ITEM.
           MOVE WRK-NUM-PEDIDO TO WRK-LP-NUMERO.
           MOVE WRK-PED-CLIENTE TO WRK-LP-CLIENTE.
           MOVE WRK-IT-PRODUTO(WRK-IND-ITEM) TO WRK-LP-PRODUTO.
           MOVE WRK-IT-QTD(WRK-IND-ITEM) TO WRK-LP-QTD.
           MOVE WRK-UF TO WRK-LP-UF.
           MOVE WRK-IT-VALOR(WRK-IND-ITEM) TO WRK-LP-VALOR.
           MOVE WRK-IT-FRETE(WRK-IND-ITEM) TO WRK-LP-FRETE.
           MOVE WRK-IT-ICMS(WRK-IND-ITEM) TO WRK-LP-ICMS.
           ADD WRK-IT-FRETE(WRK-IND-ITEM) WRK-IT-ICMS(WRK-IND-ITEM)
               GIVING WRK-LP-TOTAL.
           MOVE WRK-PREVISAO TO WRK-LP-PREVISAO.
           PERFORM 0530-CONVERTER-VALOR.
           PERFORM 0531-CONVERTER-FRETE.
           PERFORM 0532-CONVERTER-ICMS.
           PERFORM 0533-CONVERTER-TOTAL.
           WRITE SHR-LINHA FROM WRK-LINHA-PED.
           IF WRK-IT-DESCONTO(WRK-IND-ITEM) > ZEROS
               MOVE WRK-IT-LISTA(WRK-IND-ITEM) TO WRK-LD-LISTA
               MOVE WRK-IT-UNIT(WRK-IND-ITEM) TO WRK-LD-PRECO
               MOVE WRK-IT-DESCONTO(WRK-IND-ITEM) TO WRK-LD-DESCONTO
               PERFORM 0534-CONVERTER-LISTA
               PERFORM 0535-CONVERTER-PRECO
               PERFORM 0536-CONVERTER-DESCONTO
               WRITE SHR-LINHA FROM WRK-LINHA-DESC
               ADD 1 TO WRK-LINHAS-PAG
           END-IF.
           MOVE WRK-PED-CLIENTE TO CORD-CLIENTE.
           MOVE WRK-IT-PRODUTO(WRK-IND-ITEM) TO CORD-PRODUTO.
           MOVE WRK-UF TO CORD-UF.
           MOVE WRK-IT-VALOR(WRK-IND-ITEM) TO CORD-VALOR.
           MOVE WRK-IT-FRETE(WRK-IND-ITEM) TO CORD-FRETE.
           MOVE WRK-IT-ICMS(WRK-IND-ITEM) TO CORD-ICMS.
           MOVE WRK-DATA-HOJE TO CORD-DATA.
           MOVE WRK-IT-CODPROD(WRK-IND-ITEM) TO CORD-CODPROD.
           MOVE WRK-NUM-PEDIDO TO CORD-PEDIDO.
           MOVE WRK-IT-QTD(WRK-IND-ITEM) TO CORD-QTD.
           MOVE WRK-PED-OPERADOR TO CORD-OPERADOR.
           WRITE CORD-REC.
           MOVE WRK-NUM-PEDIDO TO FAT-PEDIDO.
           MOVE WRK-PED-CLIENTE TO FAT-CLIENTE.
           MOVE WRK-IT-PRODUTO(WRK-IND-ITEM) TO FAT-PRODUTO.
           MOVE WRK-UF TO FAT-UF.
           MOVE WRK-IT-VALOR(WRK-IND-ITEM) TO FAT-VALOR.
           MOVE WRK-IT-FRETE(WRK-IND-ITEM) TO FAT-FRETE.
           MOVE WRK-IT-ICMS(WRK-IND-ITEM) TO FAT-ICMS.
           ADD WRK-IT-FRETE(WRK-IND-ITEM) WRK-IT-ICMS(WRK-IND-ITEM)
               GIVING FAT-TOTAL.
           MOVE WRK-DATA-HOJE TO FAT-DATA.
           MOVE WRK-IT-CODPROD(WRK-IND-ITEM) TO FAT-CODPROD.
           MOVE WRK-IT-QTD(WRK-IND-ITEM) TO FAT-QTD.
           MOVE WRK-SEQ-ITEM TO FAT-ITEM.
           WRITE FAT-REC.
           PERFORM 0161-VERIFICAR-KIT.
           IF WRK-E-KIT = 'S'
               PERFORM VARYING WRK-IND-KIT FROM 1 BY 1
                       UNTIL WRK-IND-KIT > WRK-QTD-KITS
                   IF WRK-KIT-CODIGO(WRK-IND-KIT) =
                       WRK-IT-CODPROD(WRK-IND-ITEM)
                       PERFORM 0518-GRAVAR-SAIDA-COMPONENTE
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'S' TO MVE-TIPO
               MOVE WRK-IT-CODPROD(WRK-IND-ITEM) TO MVE-CODIGO
               MOVE WRK-IT-QTD(WRK-IND-ITEM) TO MVE-QTD
               MOVE WRK-DATA-HOJE TO MVE-DATA
               MOVE 'PROGCOB09' TO MVE-ORIGEM
               MOVE ZEROS TO MVE-CUSTO-UNIT
               MOVE WRK-NUM-PEDIDO TO MVE-DOCUMENTO
               MOVE WRK-LOJA-PEDIDO TO MVE-LOJA
               MOVE ZEROS TO MVE-KIT
               WRITE MVE-REC
           END-IF.
           ADD 1 TO WRK-LINHAS-PAG.
           IF WRK-LINHAS-PAG >= 15
               PERFORM 0520-IMPRIMIR-CABECALHO
           END-IF.
      * SO OS ITENS PRECIFICADOS - O QUE FOI PARA O BACKORDER NAO
      * ENTRA NO VALOR DO PEDIDO
       0519-GRAVAR-PEDMOEDA.
           MOVE ZEROS TO WRK-PED-VALOR-ORIG.
           PERFORM VARYING WRK-IND-ITEM FROM 1 BY 1
                   UNTIL WRK-IND-ITEM > WRK-QTD-ITENS
               IF WRK-IT-SITUACAO(WRK-IND-ITEM) = 'P'
                   COMPUTE WRK-PED-VALOR-ORIG = WRK-PED-VALOR-ORIG +
                       WRK-IT-VALOR-ORIG(WRK-IND-ITEM) *
                       WRK-IT-QTD(WRK-IND-ITEM)
               END-IF
           END-PERFORM.
           MOVE WRK-NUM-PEDIDO TO MPD-PEDIDO.
           MOVE WRK-PED-CLIENTE TO MPD-CLIENTE.
           MOVE WRK-PED-MOEDA TO MPD-MOEDA.
           MOVE WRK-PED-DATA-TAXA TO MPD-DATA-TAXA.
           MOVE WRK-PED-TAXA TO MPD-TAXA.
           MOVE WRK-PED-VALOR-ORIG TO MPD-VALOR-ORIG.
           MOVE WRK-VALOR TO MPD-VALOR.
           WRITE MPD-REC.
       0518-GRAVAR-SAIDA-COMPONENTE.
           MOVE 'S' TO MVE-TIPO.
           MOVE WRK-KIT-COMP(WRK-IND-KIT) TO MVE-CODIGO.
           COMPUTE MVE-QTD = WRK-KIT-QTD(WRK-IND-KIT) *
               WRK-IT-QTD(WRK-IND-ITEM).
           MOVE WRK-DATA-HOJE TO MVE-DATA.
           MOVE 'PROGCOB09' TO MVE-ORIGEM.
           MOVE ZEROS TO MVE-CUSTO-UNIT.
           MOVE WRK-NUM-PEDIDO TO MVE-DOCUMENTO.
           MOVE WRK-LOJA-PEDIDO TO MVE-LOJA.
           MOVE WRK-IT-CODPROD(WRK-IND-ITEM) TO MVE-KIT.
           WRITE MVE-REC.
       0570-VALIDAR-PRODUTO.
           IF WRK-PRD-DISPON = 'S'
               MOVE 'N' TO WRK-PRD-OK
               MOVE WRK-IT-CODPROD(WRK-IND-ITEM) TO PRD-CODIGO
               READ PRODUCT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRD-STATUS NOT = 'I'
                           MOVE 'S' TO WRK-PRD-OK
                           MOVE PRD-DESCRICAO
                               TO WRK-IT-PRODUTO(WRK-IND-ITEM)
                           MOVE PRD-PRECO TO WRK-IT-LISTA(WRK-IND-ITEM)
                           MOVE PRD-PESO TO WRK-IT-PESO-UN(WRK-IND-ITEM)
                           PERFORM 0571-BUSCAR-PRECO-CLIENTE
                           PERFORM 0572-MANTER-PRECO-MOEDA
                       END-IF
               END-READ
           ELSE
               MOVE 'S' TO WRK-PRD-OK
               MOVE SPACES TO WRK-IT-PRODUTO(WRK-IND-ITEM)
               STRING 'PRODUTO ' WRK-IT-CODPROD(WRK-IND-ITEM)
                   DELIMITED BY SIZE INTO WRK-IT-PRODUTO(WRK-IND-ITEM)
               MOVE WRK-IT-VALOR-IN(WRK-IND-ITEM)
                   TO WRK-IT-UNIT(WRK-IND-ITEM)
               MOVE WRK-IT-VALOR-IN(WRK-IND-ITEM)
                   TO WRK-IT-LISTA(WRK-IND-ITEM)
               MOVE WRK-IT-PESO-IN(WRK-IND-ITEM)
                   TO WRK-IT-PESO-UN(WRK-IND-ITEM)
           END-IF.
      * PRECO DE LISTA DO PRODMAST CONTRA A TABELA DO CLIENTE / GRUPO
      * VIGENTE NA DATA DE PRECIFICACAO, NA FAIXA DA QUANTIDADE
       0571-BUSCAR-PRECO-CLIENTE.
           CALL 'PRGPRECO' USING WRK-PED-CLIENTE
               WRK-IT-CODPROD(WRK-IND-ITEM) WRK-IT-QTD(WRK-IND-ITEM)
               WRK-DATA-PRECO WRK-IT-LISTA(WRK-IND-ITEM)
               WRK-IT-UNIT(WRK-IND-ITEM) WRK-PRC-ACHOU.
      * PEDIDO EM MOEDA ESTRANGEIRA: VALE O PRECO NEGOCIADO COM O
      * PARCEIRO, JA CONVERTIDO EM REAIS NO PROGCOB67
       0572-MANTER-PRECO-MOEDA.
           IF WRK-PED-MOEDA NOT = SPACES
               MOVE WRK-IT-VALOR-IN(WRK-IND-ITEM)
                   TO WRK-IT-UNIT(WRK-IND-ITEM)
               MOVE WRK-IT-VALOR-IN(WRK-IND-ITEM)
                   TO WRK-IT-LISTA(WRK-IND-ITEM)
           END-IF.
       0575-REJEITAR-PRODUTO.
           MOVE SPACES TO PER-LINHA.
           STRING 'CLIENTE ' WRK-PED-CLIENTE
                  ' PRODUTO ' WRK-IT-CODPROD(WRK-IND-ITEM)
                  ' UF ' WRK-PED-UF
                  ' NAO CADASTRADO OU INATIVO'
               DELIMITED BY SIZE INTO PER-LINHA.
           WRITE PER-LINHA.
           MOVE WRK-PREVISAO TO SST-PREVISAO.
           PERFORM 0167-ATRIBUIR-TRANSPORTADORA.
           MOVE WRK-TRANSP TO SST-TRANSP.
           MOVE WRK-PED-CLIENTE TO SST-CLIENTE.
           MOVE WRK-PESO TO SST-PESO.
           IF WRK-PESO-PEDIDO > 99999,99
               MOVE 99999,99 TO SST-PESO-REAL
           ELSE
               MOVE WRK-PESO-PEDIDO TO SST-PESO-REAL
           END-IF.
           MOVE WRK-NUM-PEDIDO TO SST-EMBARQUE.
           MOVE WRK-PED-ENDERECO TO SST-ENDERECO.
           IF WRK-PED-ENDERECO = ZEROS
               AND WRK-CLI-OK = 'S' AND WRK-CLI-DISPON = 'S'
               MOVE CM-LOGRADOURO TO SST-LOGRADOURO
               MOVE CM-CIDADE TO SST-CIDADE
               MOVE CM-CEP TO SST-CEP
           ELSE
               MOVE WRK-PED-LOGRADOURO TO SST-LOGRADOURO
               MOVE WRK-PED-CIDADE TO SST-CIDADE
               MOVE WRK-PED-CEP TO SST-CEP
           END-IF.
           WRITE SST-REC.
           MOVE WRK-NUM-PEDIDO TO TAX-PEDIDO.
           MOVE WRK-DATA-HOJE TO TAX-DATA.
           MOVE WRK-UF TO TAX-UF.
           MOVE WRK-VALOR-ICMS TO TAX-ICMS.
           WRITE TAX-REC.
       0595-CALCULAR-PREVISAO.
           MOVE 5 TO WRK-PRAZO-UF.
           PERFORM VARYING WRK-IND-PRAZO FROM 1 BY 1
           MOVE WRK-NUM-PEDIDO TO OCT-ULT-NUMERO.
           WRITE OCT-REC.
           CLOSE ORDER-CONTROL-FILE.
      * O FRETE, A LOJA E O PRAZO SAO DA UF DE ENTREGA: COM ENDERECO
      * DE ENTREGA NO PEDIDO (ENC-ENDERECO / BCK-ENDERECO) VALE A UF
      * DELE NO ENDENTR, MESMO INATIVADO DEPOIS DA DIGITACAO; O
      * ENDERECO 00 E O DO CADASTRO, LIDO NA VALIDACAO DO CLIENTE
       0545-RESOLVER-ENTREGA.
           MOVE SPACES TO WRK-PED-LOGRADOURO WRK-PED-CIDADE.
           MOVE ZEROS TO WRK-PED-CEP.
           IF WRK-PED-ENDERECO > ZEROS
               CALL 'PRGENDER' USING WRK-PED-CLIENTE WRK-PED-ENDERECO
                   WRK-PED-LOGRADOURO WRK-PED-CIDADE WRK-EDE-UF
                   WRK-PED-CEP WRK-EDE-ACHOU
               IF WRK-EDE-ACHOU = 'N'
                   DISPLAY 'CLIENTE ' WRK-PED-CLIENTE ' ENDERECO DE'
                       ' ENTREGA ' WRK-PED-ENDERECO ' FORA DO ENDENTR'
                       ' - MANTIDA A UF ' WRK-PED-UF
               ELSE
                   MOVE WRK-EDE-UF TO WRK-PED-UF
               END-IF
           END-IF.
       0540-VALIDAR-CLIENTE.
           MOVE ZEROS TO WRK-LIM-CLI.
           IF WRK-CLI-DISPON = 'S'
               MOVE 'N' TO WRK-CLI-OK
               MOVE WRK-PED-CLIENTE TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
           MOVE ZEROS TO WRK-POS-CRED.
           PERFORM VARYING WRK-IND-CRED FROM 1 BY 1
                   UNTIL WRK-IND-CRED > WRK-QTD-CLI-TAB
               IF WRK-CRED-CLI(WRK-IND-CRED) = WRK-PED-CLIENTE
                   MOVE WRK-IND-CRED TO WRK-POS-CRED
               END-IF
           END-PERFORM.
           IF WRK-POS-CRED = 0 AND WRK-QTD-CLI-TAB < 200
               ADD 1 TO WRK-QTD-CLI-TAB
               MOVE WRK-QTD-CLI-TAB TO WRK-POS-CRED
               MOVE WRK-PED-CLIENTE TO WRK-CRED-CLI(WRK-POS-CRED)
               MOVE ZEROS TO WRK-CRED-ACUM(WRK-POS-CRED)
           END-IF.
           IF WRK-POS-CRED > 0
               END-IF
           END-IF.
       0555-GRAVAR-EXCECAO.
           MOVE WRK-PED-CLIENTE TO WRK-LE-CLIENTE.
           MOVE WRK-PRODUTO TO WRK-LE-PRODUTO.
           MOVE WRK-CRED-ACUM(WRK-POS-CRED) TO WRK-LE-ACUM.
           MOVE WRK-LIM-CLI TO WRK-LE-LIMITE.
