       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB108.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = SINISTROS DE TRANSPORTE (SINISTRO, SINREC.COB):
      * ABRE A RECLAMACAO DE EXTRAVIO OU AVARIA SOBRE UM EMBARQUE JA
      * DESPACHADO OU ENTREGUE (SST-NUMERO DO SHIPSTAT) COM MOTIVO E
      * VALOR RECLAMADO, ACOMPANHA A SITUACAO (ABERTO, FORMALIZADO,
      * ACEITO, RECUSADO, PAGO) REGISTRANDO O VALOR RECUPERADO DA
      * TRANSPORTADORA, E IMPRIME EM SINIREL O RELATORIO MENSAL POR
      * TRANSPORTADORA: SINISTROS EM ABERTO COM ENVELHECIMENTO EM
      * DIAS DESDE A ABERTURA, ABERTOS E ENCERRADOS NO MES E TAXA DE
      * RECUPERACAO (RECUPERADO SOBRE RECLAMADO DOS ENCERRADOS)
      * REGRAVACAO VIA ARQUIVO TEMPORARIO COMO O PROGCOB105
      * EXECUTAR PELO PRGMENU (OPERADOR AUTENTICADO VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIM-FILE ASSIGN TO 'SINISTRO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SIN.
           SELECT CLAIM-TEMP ASSIGN TO 'SINTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT SHIPMENT-STATUS-FILE ASSIGN TO 'SHIPSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SST.
           SELECT CARRIER-MASTER ASSIGN TO 'TRANSMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRP.
           SELECT CLAIM-REPORT-FILE ASSIGN TO 'SINIREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       COPY 'SINREC.COB'.
       FD  CLAIM-TEMP.
       01  TMP-REC         PIC X(102).
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  CARRIER-MASTER.
       COPY 'TRPREC.COB'.
       FD  CLAIM-REPORT-FILE.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-SIN      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-SST      PIC X(02) VALUE SPACES.
       77 WRK-FS-TRP      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-SIN     PIC X(01) VALUE 'N'.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PEDIDO      PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO      PIC 9(06) VALUE ZEROS.
       77 WRK-ULTIMO      PIC 9(06) VALUE ZEROS.
       77 WRK-TRANSP      PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(01) VALUE SPACES.
       77 WRK-DESCRICAO   PIC X(30) VALUE SPACES.
       77 WRK-VALOR-X     PIC X(12) VALUE SPACES.
       77 WRK-VALOR       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-RECUP       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SITUACAO    PIC X(01) VALUE SPACES.
       77 WRK-NOVA-SIT    PIC X(01) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-ATIVO       PIC X(01) VALUE 'N'.
       77 WRK-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTA   PIC 9(05) VALUE ZEROS.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS        PIC S9(05) VALUE ZEROS.
       77 WRK-IND-TRP     PIC 9(03) VALUE ZEROS.
       77 WRK-COD-TRP     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-FX      PIC 9(01) VALUE ZEROS.
       77 WRK-TAXA        PIC 9(03)V9 VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-RECUP-ED    PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       01 WRK-TABELA-TRP.
           02 WRK-TRP OCCURS 99 TIMES.
               03 WRK-TRP-NOME      PIC X(20).
               03 WRK-TRP-ABERTOS   PIC 9(05).
               03 WRK-TRP-VLR-ABERTO PIC 9(09)V99.
               03 WRK-TRP-FAIXA     PIC 9(05) OCCURS 4 TIMES.
               03 WRK-TRP-NOVOS     PIC 9(05).
               03 WRK-TRP-ENCERR    PIC 9(05).
               03 WRK-TRP-RECLAMADO PIC 9(09)V99.
               03 WRK-TRP-RECUPERADO PIC 9(09)V99.
       01 WRK-TOTAIS.
           02 WRK-TOT-ABERTOS   PIC 9(05) VALUE ZEROS.
           02 WRK-TOT-VLR-ABERTO PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-FAIXA     PIC 9(05) OCCURS 4 TIMES.
           02 WRK-TOT-NOVOS     PIC 9(05) VALUE ZEROS.
           02 WRK-TOT-ENCERR    PIC 9(05) VALUE ZEROS.
           02 WRK-TOT-RECLAMADO PIC 9(09)V99 VALUE ZEROS.
           02 WRK-TOT-RECUPERADO PIC 9(09)V99 VALUE ZEROS.
       01 WRK-LINHA-ABERTO.
           02 WRK-LA-TRANSP  PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LA-NOME    PIC X(20).
           02 WRK-LA-QTD     PIC ZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LA-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
           02 WRK-LA-FX OCCURS 4 TIMES.
               03 FILLER     PIC X(02) VALUE SPACES.
               03 WRK-LA-FAIXA PIC ZZZZ9.
       01 WRK-LINHA-MES.
           02 WRK-LM-TRANSP  PIC X(02).
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LM-NOME    PIC X(20).
           02 WRK-LM-NOVOS   PIC ZZZZ9.
           02 FILLER         PIC X(01) VALUE SPACES.
           02 WRK-LM-ENCERR  PIC ZZZZ9.
           02 WRK-LM-RECLAM  PIC ZZZ.ZZZ.ZZ9,99.
           02 WRK-LM-RECUP   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER         PIC X(02) VALUE SPACES.
           02 WRK-LM-TAXA    PIC ZZ9,9.
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       PROCEDURE DIVISION USING LNK-OPERADOR.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR 2-ABRIR SINISTRO 3-ATUALIZAR SITUACAO'
               DISPLAY '4-RELATORIO MENSAL 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-LISTAR
                   WHEN 2
                       PERFORM 0200-ABRIR
                   WHEN 3
                       PERFORM 0300-ATUALIZAR
                   WHEN 4
                       PERFORM 0500-RELATORIO-MENSAL
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
                     ==NOME-PROGRAMA== BY =='PROGCOB108'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB108'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0160-RECEBER-PEDIDO==,
                     ==CAMPO-NOME== BY ==WRK-PEDIDO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DO PEDIDO (SST-NUMERO): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0170-RECEBER-NUMERO==,
                     ==CAMPO-NOME== BY ==WRK-NUMERO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DO SINISTRO: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0180-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES DE REFERENCIA (AAAAMM): '==.
       0100-LISTAR.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-SIN.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-SIN = '00'
               DISPLAY 'SINIST PEDIDO   TR M S ABERTURA SITUACAO'
                   '    RECLAMADO   RECUPERADO'
               PERFORM UNTIL WRK-FIM-SIN = 'Y'
                   READ CLAIM-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-SIN
                       NOT AT END
                           MOVE SIN-VALOR TO WRK-VALOR-ED
                           MOVE SIN-RECUPERADO TO WRK-RECUP-ED
                           DISPLAY SIN-NUMERO ' ' SIN-PEDIDO ' '
                               SIN-TRANSP ' ' SIN-MOTIVO ' '
                               SIN-SITUACAO ' ' SIN-DATA-ABERTURA ' '
                               SIN-DATA-SITUACAO ' ' WRK-VALOR-ED ' '
                               WRK-RECUP-ED
                           DISPLAY '       ' SIN-DESCRICAO
                           ADD 1 TO WRK-QTD-LISTA
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
               DISPLAY 'SINISTROS CADASTRADOS: ' WRK-QTD-LISTA
           ELSE
               DISPLAY 'SINISTRO INDISPONIVEL OU VAZIO'
           END-IF.
      * O EMBARQUE PRECISA TER SAIDO (DESPACHADO OU ENTREGUE), TER
      * TRANSPORTADORA E NAO TER OUTRO SINISTRO QUE NAO O RECUSADO
       0200-ABRIR.
           PERFORM 0160-RECEBER-PEDIDO.
           PERFORM 0210-LOCALIZAR-EMBARQUE.
           IF WRK-ACHOU = 'S'
               PERFORM 0220-VERIFICAR-SINISTRO
               IF WRK-ATIVO = 'S'
                   DISPLAY 'PEDIDO JA TEM SINISTRO EM ANDAMENTO'
               ELSE
                   PERFORM 0250-RECEBER-DADOS
                   IF WRK-DADOS-OK = 'S'
                       PERFORM 0260-GRAVAR-SINISTRO
                   END-IF
               END-IF
           END-IF.
       0210-LOCALIZAR-EMBARQUE.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST NOT = '00'
               DISPLAY 'SHIPSTAT INDISPONIVEL - SINISTRO NAO ABERTO'
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SST-NUMERO = WRK-PEDIDO
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
               IF WRK-ACHOU = 'N'
                   DISPLAY 'PEDIDO NAO ENCONTRADO NO SHIPSTAT: '
                       WRK-PEDIDO
               ELSE
                   DISPLAY 'EMBARQUE ' SST-EMBARQUE ' UF ' SST-UF
                       ' STATUS ' SST-STATUS ' TRANSP ' SST-TRANSP
                   IF SST-STATUS NOT = 'DESPACHADO'
                       AND SST-STATUS NOT = 'ENTREGUE'
                       DISPLAY 'SO CABE SINISTRO DE EMBARQUE'
                           ' DESPACHADO OU ENTREGUE'
                       MOVE 'N' TO WRK-ACHOU
                   ELSE
                       IF SST-TRANSP = ZEROS
                           DISPLAY 'EMBARQUE SEM TRANSPORTADORA'
                               ' ATRIBUIDA'
                           MOVE 'N' TO WRK-ACHOU
                       ELSE
                           MOVE SST-TRANSP TO WRK-TRANSP
                       END-IF
                   END-IF
               END-IF
           END-IF.
      * TAMBEM GUARDA O ULTIMO NUMERO PARA NUMERAR O NOVO SINISTRO
       0220-VERIFICAR-SINISTRO.
           MOVE 'N' TO WRK-ATIVO.
           MOVE ZEROS TO WRK-ULTIMO.
           MOVE 'N' TO WRK-FIM-SIN.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-SIN = '00'
               PERFORM UNTIL WRK-FIM-SIN = 'Y'
                   READ CLAIM-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-SIN
                       NOT AT END
                           IF SIN-NUMERO > WRK-ULTIMO
                               MOVE SIN-NUMERO TO WRK-ULTIMO
                           END-IF
                           IF SIN-PEDIDO = WRK-PEDIDO
                               AND SIN-SITUACAO NOT = 'R'
                               MOVE 'S' TO WRK-ATIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.
       0250-RECEBER-DADOS.
           MOVE 'N' TO WRK-DADOS-OK.
           MOVE ZEROS TO WRK-VALOR.
           DISPLAY 'MOTIVO (E = EXTRAVIO / A = AVARIA): '.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           EVALUATE WRK-MOTIVO
               WHEN 'e'
                   MOVE 'E' TO WRK-MOTIVO
               WHEN 'a'
                   MOVE 'A' TO WRK-MOTIVO
           END-EVALUATE.
           DISPLAY 'DESCRICAO DA OCORRENCIA: '.
           MOVE SPACES TO WRK-DESCRICAO.
           ACCEPT WRK-DESCRICAO FROM CONSOLE.
           DISPLAY 'VALOR RECLAMADO (EX 1234,56): '.
           MOVE SPACES TO WRK-VALOR-X.
           ACCEPT WRK-VALOR-X FROM CONSOLE.
           IF WRK-VALOR-X NOT = SPACES
               COMPUTE WRK-VALOR = FUNCTION NUMVAL(WRK-VALOR-X)
           END-IF.
           IF WRK-MOTIVO NOT = 'E' AND WRK-MOTIVO NOT = 'A'
               DISPLAY 'MOTIVO INVALIDO - SINISTRO NAO ABERTO'
           ELSE
               IF WRK-VALOR = ZEROS
                   DISPLAY 'VALOR RECLAMADO OBRIGATORIO - SINISTRO'
                       ' NAO ABERTO'
               ELSE
                   MOVE 'S' TO WRK-DADOS-OK
               END-IF
           END-IF.
       0260-GRAVAR-SINISTRO.
           OPEN EXTEND CLAIM-FILE.
           IF WRK-FS-SIN NOT = '00'
               OPEN OUTPUT CLAIM-FILE
           END-IF.
           MOVE SPACES TO SIN-REC.
           ADD 1 TO WRK-ULTIMO.
           MOVE WRK-ULTIMO TO SIN-NUMERO.
           MOVE WRK-PEDIDO TO SIN-PEDIDO.
           MOVE WRK-TRANSP TO SIN-TRANSP.
           MOVE WRK-MOTIVO TO SIN-MOTIVO.
           MOVE WRK-DESCRICAO TO SIN-DESCRICAO.
           MOVE WRK-VALOR TO SIN-VALOR.
           MOVE 'A' TO SIN-SITUACAO.
           MOVE WRK-DATA-HOJE TO SIN-DATA-ABERTURA.
           MOVE WRK-DATA-HOJE TO SIN-DATA-SITUACAO.
           MOVE ZEROS TO SIN-RECUPERADO.
           MOVE LNK-OPERADOR TO SIN-OPERADOR.
           WRITE SIN-REC.
           CLOSE CLAIM-FILE.
           DISPLAY 'SINISTRO ABERTO: ' SIN-NUMERO.
      * CICLO: A -> F OU R; F -> C OU R; C -> P; R E P ENCERRAM
       0300-ATUALIZAR.
           PERFORM 0170-RECEBER-NUMERO.
           PERFORM 0310-LOCALIZAR-SINISTRO.
           IF WRK-ACHOU = 'N'
               DISPLAY 'SINISTRO NAO ENCONTRADO: ' WRK-NUMERO
           ELSE
               DISPLAY 'NOVA SITUACAO (F FORMALIZADO / C ACEITO /'
                   ' R RECUSADO / P PAGO): '
               MOVE SPACES TO WRK-NOVA-SIT
               ACCEPT WRK-NOVA-SIT FROM CONSOLE
               PERFORM 0320-VALIDAR-TRANSICAO
               IF WRK-DADOS-OK = 'S'
                   PERFORM 0350-REGRAVAR-SINISTRO
                   DISPLAY 'SINISTRO ' WRK-NUMERO ' NA SITUACAO '
                       WRK-NOVA-SIT
               END-IF
           END-IF.
       0310-LOCALIZAR-SINISTRO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-SIN.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-SIN = '00'
               PERFORM UNTIL WRK-FIM-SIN = 'Y'
                   READ CLAIM-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-SIN
                       NOT AT END
                           IF SIN-NUMERO = WRK-NUMERO
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-SIN
                               MOVE SIN-SITUACAO TO WRK-SITUACAO
                               MOVE SIN-VALOR TO WRK-VALOR
                               MOVE SIN-VALOR TO WRK-VALOR-ED
                               DISPLAY 'PEDIDO ' SIN-PEDIDO ' TRANSP '
                                   SIN-TRANSP ' SITUACAO '
                                   SIN-SITUACAO ' RECLAMADO '
                                   WRK-VALOR-ED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
           END-IF.
       0320-VALIDAR-TRANSICAO.
           MOVE 'N' TO WRK-DADOS-OK.
           MOVE ZEROS TO WRK-RECUP.
           EVALUATE TRUE
               WHEN WRK-NOVA-SIT = 'F' AND WRK-SITUACAO = 'A'
               WHEN WRK-NOVA-SIT = 'R' AND WRK-SITUACAO = 'A'
               WHEN WRK-NOVA-SIT = 'C' AND WRK-SITUACAO = 'F'
               WHEN WRK-NOVA-SIT = 'R' AND WRK-SITUACAO = 'F'
                   MOVE 'S' TO WRK-DADOS-OK
               WHEN WRK-NOVA-SIT = 'P' AND WRK-SITUACAO = 'C'
                   PERFORM 0330-RECEBER-RECUPERADO
               WHEN OTHER
                   DISPLAY 'MUDANCA DE ' WRK-SITUACAO ' PARA '
                       WRK-NOVA-SIT ' NAO PERMITIDA'
           END-EVALUATE.
      * BRANCO = TRANSPORTADORA PAGOU O VALOR RECLAMADO INTEGRAL
       0330-RECEBER-RECUPERADO.
           DISPLAY 'VALOR RECEBIDO DA TRANSPORTADORA (BRANCO ='
               ' RECLAMADO): '.
           MOVE SPACES TO WRK-VALOR-X.
           ACCEPT WRK-VALOR-X FROM CONSOLE.
           IF WRK-VALOR-X = SPACES
               MOVE WRK-VALOR TO WRK-RECUP
           ELSE
               COMPUTE WRK-RECUP = FUNCTION NUMVAL(WRK-VALOR-X)
           END-IF.
           IF WRK-RECUP = ZEROS
               DISPLAY 'VALOR RECEBIDO ZERADO - USE R (RECUSADO)'
           ELSE
               MOVE 'S' TO WRK-DADOS-OK
           END-IF.
       0350-REGRAVAR-SINISTRO.
           MOVE 'N' TO WRK-FIM-SIN.
           OPEN INPUT CLAIM-FILE.
           OPEN OUTPUT CLAIM-TEMP.
           PERFORM UNTIL WRK-FIM-SIN = 'Y'
               READ CLAIM-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-SIN
                   NOT AT END
                       IF SIN-NUMERO = WRK-NUMERO
                           MOVE WRK-NOVA-SIT TO SIN-SITUACAO
                           MOVE WRK-DATA-HOJE TO SIN-DATA-SITUACAO
                           MOVE WRK-RECUP TO SIN-RECUPERADO
                           MOVE LNK-OPERADOR TO SIN-OPERADOR
                       END-IF
                       WRITE TMP-REC FROM SIN-REC
               END-READ
           END-PERFORM.
           CLOSE CLAIM-FILE CLAIM-TEMP.
           PERFORM 0400-DEVOLVER-DO-TEMP.
       0400-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-SIN.
           OPEN INPUT CLAIM-TEMP.
           OPEN OUTPUT CLAIM-FILE.
           PERFORM UNTIL WRK-FIM-SIN = 'Y'
               READ CLAIM-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-SIN
                   NOT AT END
                       WRITE SIN-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE CLAIM-TEMP CLAIM-FILE.
      * EM ABERTO = A, F OU C HOJE, ENVELHECIDO EM DIAS CORRIDOS DESDE
      * A ABERTURA (ATE 30 / 31-60 / 61-90 / MAIS DE 90); NOVOS =
      * ABERTOS NO MES; ENCERRADOS = PAGOS OU RECUSADOS NO MES, BASE
      * DA TAXA DE RECUPERACAO
       0500-RELATORIO-MENSAL.
           PERFORM 0180-RECEBER-MES.
           PERFORM 0510-CARREGAR-TRANSPORTADORAS.
           MOVE 'N' TO WRK-FIM-SIN.
           OPEN INPUT CLAIM-FILE.
           IF WRK-FS-SIN NOT = '00'
               DISPLAY 'SINISTRO INDISPONIVEL OU VAZIO'
           ELSE
               PERFORM UNTIL WRK-FIM-SIN = 'Y'
                   READ CLAIM-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-SIN
                       NOT AT END
                           IF SIN-TRANSP > 0
                               PERFORM 0520-ACUMULAR-SINISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLAIM-FILE
               PERFORM 0550-GRAVAR-RELATORIO
           END-IF.
       0510-CARREGAR-TRANSPORTADORAS.
           INITIALIZE WRK-TABELA-TRP WRK-TOTAIS.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > 99
               MOVE 'NAO CADASTRADA' TO WRK-TRP-NOME(WRK-IND-TRP)
           END-PERFORM.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CARRIER-MASTER.
           IF WRK-FS-TRP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CARRIER-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF TRP-CODIGO > 0
                               MOVE TRP-NOME TO
                                   WRK-TRP-NOME(TRP-CODIGO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARRIER-MASTER
           END-IF.
       0520-ACUMULAR-SINISTRO.
           MOVE SIN-TRANSP TO WRK-IND-TRP.
           IF SIN-SITUACAO = 'A' OR SIN-SITUACAO = 'F'
               OR SIN-SITUACAO = 'C'
               COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) -
                   FUNCTION INTEGER-OF-DATE(SIN-DATA-ABERTURA)
               EVALUATE TRUE
                   WHEN WRK-DIAS <= 30
                       MOVE 1 TO WRK-IND-FX
                   WHEN WRK-DIAS <= 60
                       MOVE 2 TO WRK-IND-FX
                   WHEN WRK-DIAS <= 90
                       MOVE 3 TO WRK-IND-FX
                   WHEN OTHER
                       MOVE 4 TO WRK-IND-FX
               END-EVALUATE
               ADD 1 TO WRK-TRP-ABERTOS(WRK-IND-TRP)
                   WRK-TRP-FAIXA(WRK-IND-TRP WRK-IND-FX)
                   WRK-TOT-ABERTOS WRK-TOT-FAIXA(WRK-IND-FX)
               ADD SIN-VALOR TO WRK-TRP-VLR-ABERTO(WRK-IND-TRP)
                   WRK-TOT-VLR-ABERTO
           END-IF.
           MOVE SIN-DATA-ABERTURA(1:6) TO WRK-ANOMES-REG.
           IF WRK-ANOMES-REG = WRK-MES-REF
               ADD 1 TO WRK-TRP-NOVOS(WRK-IND-TRP) WRK-TOT-NOVOS
           END-IF.
           MOVE SIN-DATA-SITUACAO(1:6) TO WRK-ANOMES-REG.
           IF (SIN-SITUACAO = 'P' OR SIN-SITUACAO = 'R')
               AND WRK-ANOMES-REG = WRK-MES-REF
               ADD 1 TO WRK-TRP-ENCERR(WRK-IND-TRP) WRK-TOT-ENCERR
               ADD SIN-VALOR TO WRK-TRP-RECLAMADO(WRK-IND-TRP)
                   WRK-TOT-RECLAMADO
               ADD SIN-RECUPERADO TO WRK-TRP-RECUPERADO(WRK-IND-TRP)
                   WRK-TOT-RECUPERADO
           END-IF.
       0550-GRAVAR-RELATORIO.
           MOVE ZEROS TO WRK-PAGINA.
           OPEN OUTPUT CLAIM-REPORT-FILE.
           PERFORM 0560-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO REL-LINHA.
           STRING 'SINISTROS POR TRANSPORTADORA - MES ' WRK-MES-REF
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'EM ABERTO HOJE' ' - DIAS DESDE A ABERTURA'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TR NOME                 QTD   VALOR ABERTO'
                  '  ATE30  31-60  61-90  +90'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > 99
               IF WRK-TRP-ABERTOS(WRK-IND-TRP) > 0
                   PERFORM 0570-GRAVAR-LINHA-ABERTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LA-TRANSP.
           MOVE 'TOTAL' TO WRK-LA-NOME.
           MOVE WRK-TOT-ABERTOS TO WRK-LA-QTD.
           MOVE WRK-TOT-VLR-ABERTO TO WRK-LA-VALOR.
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1
                   UNTIL WRK-IND-FX > 4
               MOVE WRK-TOT-FAIXA(WRK-IND-FX)
                   TO WRK-LA-FAIXA(WRK-IND-FX)
           END-PERFORM.
           WRITE REL-LINHA FROM WRK-LINHA-ABERTO.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'MOVIMENTO DO MES E RECUPERACAO DOS ENCERRADOS'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING 'TR NOME                NOVOS ENCER     RECLAMADO'
                  '    RECUPERADO  TAXA%'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM VARYING WRK-IND-TRP FROM 1 BY 1
                   UNTIL WRK-IND-TRP > 99
               IF WRK-TRP-NOVOS(WRK-IND-TRP) > 0
                   OR WRK-TRP-ENCERR(WRK-IND-TRP) > 0
                   PERFORM 0580-GRAVAR-LINHA-MES
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LM-TRANSP.
           MOVE 'TOTAL' TO WRK-LM-NOME.
           MOVE WRK-TOT-NOVOS TO WRK-LM-NOVOS.
           MOVE WRK-TOT-ENCERR TO WRK-LM-ENCERR.
           MOVE WRK-TOT-RECLAMADO TO WRK-LM-RECLAM.
           MOVE WRK-TOT-RECUPERADO TO WRK-LM-RECUP.
           MOVE ZEROS TO WRK-TAXA.
           IF WRK-TOT-RECLAMADO > 0
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-TOT-RECUPERADO * 100 / WRK-TOT-RECLAMADO
           END-IF.
           MOVE WRK-TAXA TO WRK-LM-TAXA.
           WRITE REL-LINHA FROM WRK-LINHA-MES.
           CLOSE CLAIM-REPORT-FILE.
           DISPLAY 'RELATORIO DE SINISTROS GRAVADO EM SINIREL'.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0560-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='SINISTROS DE TRANSPORTE'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0570-GRAVAR-LINHA-ABERTO.
           MOVE WRK-IND-TRP TO WRK-COD-TRP.
           MOVE WRK-COD-TRP TO WRK-LA-TRANSP.
           MOVE WRK-TRP-NOME(WRK-IND-TRP) TO WRK-LA-NOME.
           MOVE WRK-TRP-ABERTOS(WRK-IND-TRP) TO WRK-LA-QTD.
           MOVE WRK-TRP-VLR-ABERTO(WRK-IND-TRP) TO WRK-LA-VALOR.
           PERFORM VARYING WRK-IND-FX FROM 1 BY 1
                   UNTIL WRK-IND-FX > 4
               MOVE WRK-TRP-FAIXA(WRK-IND-TRP WRK-IND-FX)
                   TO WRK-LA-FAIXA(WRK-IND-FX)
           END-PERFORM.
           WRITE REL-LINHA FROM WRK-LINHA-ABERTO.
       0580-GRAVAR-LINHA-MES.
           MOVE WRK-IND-TRP TO WRK-COD-TRP.
           MOVE WRK-COD-TRP TO WRK-LM-TRANSP.
           MOVE WRK-TRP-NOME(WRK-IND-TRP) TO WRK-LM-NOME.
           MOVE WRK-TRP-NOVOS(WRK-IND-TRP) TO WRK-LM-NOVOS.
           MOVE WRK-TRP-ENCERR(WRK-IND-TRP) TO WRK-LM-ENCERR.
           MOVE WRK-TRP-RECLAMADO(WRK-IND-TRP) TO WRK-LM-RECLAM.
           MOVE WRK-TRP-RECUPERADO(WRK-IND-TRP) TO WRK-LM-RECUP.
           MOVE ZEROS TO WRK-TAXA.
           IF WRK-TRP-RECLAMADO(WRK-IND-TRP) > 0
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-TRP-RECUPERADO(WRK-IND-TRP) * 100 /
                   WRK-TRP-RECLAMADO(WRK-IND-TRP)
           END-IF.
           MOVE WRK-TAXA TO WRK-LM-TAXA.
           WRITE REL-LINHA FROM WRK-LINHA-MES.
