      * MENSAL DO PASSIVO DE VALES EM ABERTO EM VALEREL PARA O
      * CONTADOR
      * DATA = XX/XX/XXXX
      * MANUTENCAO = RESGATE DE PONTOS DE FIDELIDADE (PONTOS,
      * PTSREC.COB, DO PROGCOB134) EM VALE: OS PONTOS VALEM O SYSPARM
      * PONTOS-VALOR EM REAIS (DEFAULT 0,01), O VALE SAI PELA MESMA
      * EMISSAO E OS PONTOS SAO BAIXADOS DOS LOTES VALIDOS MAIS
      * ANTIGOS, COM UM MOVIMENTO 'R' COM O NUMERO DO VALE
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT VOUCHER-REPORT-FILE ASSIGN TO 'VALEREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT POINTS-FILE ASSIGN TO 'PONTOS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTS.
           SELECT POINTS-TEMP ASSIGN TO 'PONTTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTT.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
           02 CTL-ULT-NUMERO PIC 9(08).
       FD  VOUCHER-REPORT-FILE.
       01  VLR-LINHA       PIC X(80).
       FD  POINTS-FILE.
       COPY 'PTSREC.COB'.
       FD  POINTS-TEMP.
       01  PTT-REC         PIC X(57).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-TOT-PASSIVO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-TOT-ED      PIC Z(08)9.99 VALUE ZEROS.
       77 WRK-FS-PTS      PIC X(02) VALUE SPACES.
       77 WRK-FS-PTT      PIC X(02) VALUE SPACES.
       77 WRK-VALOR-PONTO PIC 9(03)V9999 VALUE 0.01.
       77 WRK-PONTOS      PIC 9(07) VALUE ZEROS.
       77 WRK-PONTOS-DISP PIC 9(09) VALUE ZEROS.
       77 WRK-PONTOS-BAIXAR PIC 9(07) VALUE ZEROS.
       77 WRK-BAIXA       PIC 9(07) VALUE ZEROS.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
               COMPUTE WRK-VALIDADE-DIAS =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           MOVE 'PONTOS-VALOR' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-VALOR-PONTO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-EMITIR VALE 2-RESGATAR VALE'
               DISPLAY '3-RELATORIO DE VALES EM ABERTO'
               DISPLAY '4-TROCAR PONTOS DE FIDELIDADE POR VALE 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0300-RESGATAR-VALE
                   WHEN 3
                       PERFORM 0500-RELATORIO-PASSIVO
                   WHEN 4
                       PERFORM 0600-TROCAR-PONTOS
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                     ==CAMPO-NOME== BY ==WRK-ABATER==,
                     ==TEXTO-PROMPT== BY
                         =='VALOR A ABATER NA VENDA: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0190-RECEBER-PONTOS==,
                     ==CAMPO-NOME== BY ==WRK-PONTOS==,
                     ==TEXTO-PROMPT== BY
                         =='PONTOS A TROCAR: '==.
       0100-EMITIR-VALE.
           PERFORM 0150-RECEBER-CLIENTE.
           PERFORM 0160-RECEBER-VALOR.
           PERFORM 0120-GRAVAR-VALE.
      * WRK-CLIENTE E WRK-VALOR JA PREENCHIDOS; DEVOLVE EM WRK-NUMERO
      * O NUMERO DO VALE EMITIDO
       0120-GRAVAR-VALE.
           PERFORM 0200-LER-CONTROLE.
           ADD 1 TO WRK-NUMERO.
           COMPUTE WRK-INTEIRO =
                         =='PASSIVO DE VALES DE CREDITO'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * SO LOTE 'G' DENTRO DA VALIDADE CONTA; O VALE E EMITIDO ANTES
      * DA BAIXA PARA O MOVIMENTO 'R' LEVAR O NUMERO DELE
       0600-TROCAR-PONTOS.
           PERFORM 0150-RECEBER-CLIENTE.
           PERFORM 0610-SOMAR-PONTOS.
           COMPUTE WRK-VALOR = WRK-PONTOS-DISP * WRK-VALOR-PONTO.
           DISPLAY 'PONTOS DISPONIVEIS: ' WRK-PONTOS-DISP
               ' (R$ ' WRK-VALOR ')'.
           IF WRK-PONTOS-DISP = 0
               DISPLAY 'CLIENTE SEM PONTOS DISPONIVEIS'
           ELSE
               PERFORM 0190-RECEBER-PONTOS
               COMPUTE WRK-VALOR = WRK-PONTOS * WRK-VALOR-PONTO
               EVALUATE TRUE
                   WHEN WRK-PONTOS = 0
                       DISPLAY 'TROCA CANCELADA'
                   WHEN WRK-PONTOS > WRK-PONTOS-DISP
                       DISPLAY 'PONTOS ACIMA DO DISPONIVEL - TROCA'
                           ' RECUSADA'
                   WHEN WRK-VALOR = 0
                       DISPLAY 'PONTOS INSUFICIENTES PARA UM VALE'
                   WHEN OTHER
                       PERFORM 0120-GRAVAR-VALE
                       PERFORM 0620-BAIXAR-PONTOS
               END-EVALUATE
           END-IF.
       0610-SOMAR-PONTOS.
           MOVE ZEROS TO WRK-PONTOS-DISP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT POINTS-FILE.
           IF WRK-FS-PTS = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ POINTS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PTS-CLIENTE = WRK-CLIENTE
                               AND PTS-TIPO = 'G'
                               AND PTS-VALIDADE NOT < WRK-DATA-HOJE
                               ADD PTS-SALDO TO WRK-PONTOS-DISP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POINTS-FILE
           END-IF.
       0620-BAIXAR-PONTOS.
           MOVE WRK-PONTOS TO WRK-PONTOS-BAIXAR.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT POINTS-FILE.
           OPEN OUTPUT POINTS-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ POINTS-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       IF PTS-CLIENTE = WRK-CLIENTE
                           AND PTS-TIPO = 'G'
                           AND PTS-VALIDADE NOT < WRK-DATA-HOJE
                           AND PTS-SALDO > 0
                           AND WRK-PONTOS-BAIXAR > 0
                           IF PTS-SALDO > WRK-PONTOS-BAIXAR
                               MOVE WRK-PONTOS-BAIXAR TO WRK-BAIXA
                           ELSE
                               MOVE PTS-SALDO TO WRK-BAIXA
                           END-IF
                           SUBTRACT WRK-BAIXA FROM PTS-SALDO
                           SUBTRACT WRK-BAIXA FROM WRK-PONTOS-BAIXAR
                       END-IF
                       WRITE PTT-REC FROM PTS-REC
               END-READ
           END-PERFORM.
           MOVE WRK-CLIENTE TO PTS-CLIENTE.
           MOVE WRK-DATA-HOJE TO PTS-DATA.
           MOVE 'R' TO PTS-TIPO.
           MOVE 'P' TO PTS-ORIGEM.
           MOVE WRK-NUMERO TO PTS-REFERENCIA.
           MOVE WRK-VALOR TO PTS-BASE.
           MOVE WRK-PONTOS TO PTS-PONTOS.
           MOVE ZEROS TO PTS-SALDO PTS-VALIDADE.
           WRITE PTT-REC FROM PTS-REC.
           CLOSE POINTS-FILE POINTS-TEMP.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT POINTS-FILE.
           OPEN INPUT POINTS-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ POINTS-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE PTS-REC FROM PTT-REC
               END-READ
           END-PERFORM.
           CLOSE POINTS-FILE POINTS-TEMP.
           DISPLAY WRK-PONTOS ' PONTOS TROCADOS PELO VALE ' WRK-NUMERO.
