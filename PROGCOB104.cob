      * OU RC 1 (PULA), REGISTRANDO A DECISAO EM AGENDREL - O
      * FECHAMENTO MENSAL NUNCA MAIS RODA NO MEIO DO MES NEM E
      * ESQUECIDO NO FIM DELE
      * AGENDCTL: STEP X(8) + FREQ ('D' DIARIO / 'S' SEMANAL / 'M'
      * MENSAL / 'A' ANUAL) + REGRA ('U' ULTIMO DIA UTIL / 'P'
      * PRIMEIRO DIA UTIL DO MES OU DA SEMANA) + MES (SO PARA FREQ
      * 'A')
      * ACOES: 'V' VERIFICAR PASSO / 'M' MANUTENCAO DAS REGRAS /
      * 'R' RELATORIO DAS DECISOES DE HOJE
      * PASSO SEM REGRA CADASTRADA RODA (RC 0) - REGRA NOVA E
      * OPCIONAL, NAO UM BLOQUEIO SURPRESA
      * DATA = XX/XX/XXXX
      * MANUTENCAO = FREQUENCIA 'S' SEMANAL: REGRA 'U' RODA NO ULTIMO
      * DIA UTIL DA SEMANA (SEGUNDA A DOMINGO) E 'P' NO PRIMEIRO, PELO
      * MESMO CALENDARIO DO PRGDIAUT - PARA OS PASSOS SEMANAIS DA
      * CADEIA NOTURNA
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77 WRK-PRIM-MES    PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-MES-ANT PIC 9(08) VALUE ZEROS.
       77 WRK-UF-VAZIA    PIC X(02) VALUE SPACES.
       77 WRK-SEMANA-HOJE PIC 9(09) VALUE ZEROS.
       77 WRK-SEMANA-CALC PIC 9(09) VALUE ZEROS.
       77 WRK-DOMINGO-ANT PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
               EVALUATE WRK-FREQ
                   WHEN 'D'
                       MOVE 'DIARIO - RODA' TO WRK-MOTIVO
                   WHEN 'S'
                       PERFORM 0350-AVALIAR-SEMANAL
                   WHEN 'M'
                       PERFORM 0200-AVALIAR-MENSAL
                   WHEN 'A'
                   END-IF
               END-IF
           END-IF.
      * A SEMANA VAI DE SEGUNDA A DOMINGO: O DIA 1 DO CALENDARIO DO
      * INTEGER-OF-DATE (01/01/1601) E UMA SEGUNDA-FEIRA, ENTAO
      * (INTEIRO - 1) / 7 NUMERA A SEMANA; ULTIMO DIA UTIL DA SEMANA
      * E O DIA UTIL CUJO PROXIMO DIA UTIL CAI EM OUTRA SEMANA, E O
      * PRIMEIRO E O PRIMEIRO DIA UTIL DEPOIS DO DOMINGO ANTERIOR
       0350-AVALIAR-SEMANAL.
           MOVE 'N' TO WRK-RODAR.
           PERFORM 0260-VERIFICAR-HOJE-UTIL.
           IF WRK-HOJE-UTIL = 'N'
               MOVE 'HOJE NAO E DIA UTIL' TO WRK-MOTIVO
           ELSE
               COMPUTE WRK-SEMANA-HOJE =
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE) - 1) / 7
               IF WRK-REGRA = 'P'
                   COMPUTE WRK-INTEIRO = WRK-SEMANA-HOJE * 7
                   MOVE FUNCTION DATE-OF-INTEGER(WRK-INTEIRO)
                       TO WRK-DOMINGO-ANT
                   MOVE WRK-DOMINGO-ANT(1:4) TO WRK-DE-ANO
                   MOVE WRK-DOMINGO-ANT(5:2) TO WRK-DE-MES
                   MOVE WRK-DOMINGO-ANT(7:2) TO WRK-DE-DIA
                   MOVE 1 TO WRK-DIAUT-OFFSET
                   CALL 'PRGDIAUT' USING WRK-DIAUT-ENT
                       WRK-DIAUT-OFFSET WRK-DIAUT-SAI WRK-UF-VAZIA
                   COMPUTE WRK-UTIL-CALC =
                       WRK-DS-ANO * 10000 + WRK-DS-MES * 100
                       + WRK-DS-DIA
                   IF WRK-UTIL-CALC = WRK-DATA-HOJE
                       MOVE 'S' TO WRK-RODAR
                       MOVE 'PRIMEIRO DIA UTIL DA SEMANA'
                           TO WRK-MOTIVO
                   ELSE
                       MOVE 'NAO E O PRIMEIRO DIA UTIL'
                           TO WRK-MOTIVO
                   END-IF
               ELSE
                   PERFORM 0270-CALCULAR-PROXIMO-UTIL
                   COMPUTE WRK-SEMANA-CALC =
                       (FUNCTION INTEGER-OF-DATE(WRK-PROX-UTIL) - 1)
                       / 7
                   IF WRK-SEMANA-CALC NOT = WRK-SEMANA-HOJE
                       MOVE 'S' TO WRK-RODAR
                       MOVE 'ULTIMO DIA UTIL DA SEMANA'
                           TO WRK-MOTIVO
                   ELSE
                       MOVE 'NAO E O ULTIMO DIA UTIL'
                           TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.
      * HOJE E DIA UTIL QUANDO O PRIMEIRO DIA UTIL DEPOIS DE ONTEM
      * E O PROPRIO HOJE
       0260-VERIFICAR-HOJE-UTIL.
       0540-INCLUIR.
           DISPLAY 'STEP: '.
           ACCEPT WRK-STEP FROM CONSOLE.
           DISPLAY 'FREQUENCIA (D/S/M/A): '.
           ACCEPT WRK-FREQ FROM CONSOLE.
           DISPLAY 'REGRA (U-ULTIMO DIA UTIL / P-PRIMEIRO): '.
           ACCEPT WRK-REGRA FROM CONSOLE.
