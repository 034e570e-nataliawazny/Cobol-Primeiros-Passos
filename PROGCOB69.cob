      * ARQUIVO TEMPORARIO COMO O PROGCOB32 FAZ COM OS FERIADOS -
      * INSUMO DA ATRIBUICAO DE TRANSPORTADORA DO LOTE DO PROGCOB09
      * DATA = XX/XX/XXXX
      * MANUTENCAO = CAPACIDADE POR VEICULO (KG) E QUANTIDADE DE
      * VEICULOS DA TRANSPORTADORA, PARA AS CARGAS DO ROMANEIO
      * (PROGCOB72); BRANCO = SEM LIMITE
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FD  CARRIER-MASTER.
       COPY 'TRPREC.COB'.
       FD  CARRIER-TEMP.
       01  TMP-REC         PIC X(54).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-UFS         PIC X(20) VALUE SPACES.
       77 WRK-FATOR-X     PIC X(04) VALUE SPACES.
       77 WRK-FATOR       PIC 9(01)V99 VALUE 1,00.
       77 WRK-CAPAC-X     PIC X(09) VALUE SPACES.
       77 WRK-CAPACIDADE  PIC 9(05)V99 VALUE ZEROS.
       77 WRK-VEICULOS-X  PIC X(02) VALUE SPACES.
       77 WRK-VEICULOS    PIC 9(02) VALUE ZEROS.
       77 WRK-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTA   PIC 9(02) VALUE ZEROS.
           OPEN INPUT CARRIER-MASTER.
           IF WRK-FS-TRP = '00'
               DISPLAY 'COD NOME                 UFS'
                   '                  FATOR CAPACID. VEIC'
               PERFORM UNTIL WRK-FIM-TRP = 'Y'
                   READ CARRIER-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-TRP
                       NOT AT END
                           DISPLAY TRP-CODIGO '  ' TRP-NOME ' '
                               TRP-UFS ' ' TRP-FATOR ' '
                               TRP-CAPACIDADE ' ' TRP-VEICULOS
                           ADD 1 TO WRK-QTD-LISTA
                   END-READ
               END-PERFORM
               MOVE WRK-NOME TO TRP-NOME
               MOVE WRK-UFS TO TRP-UFS
               MOVE WRK-FATOR TO TRP-FATOR
               MOVE WRK-CAPACIDADE TO TRP-CAPACIDADE
               MOVE WRK-VEICULOS TO TRP-VEICULOS
               WRITE TRP-REC
               CLOSE CARRIER-MASTER
               DISPLAY 'TRANSPORTADORA INCLUIDA: ' WRK-CODIGO
               COMPUTE WRK-FATOR =
                   FUNCTION NUMVAL(WRK-FATOR-X)
           END-IF.
           DISPLAY 'CAPACIDADE POR VEICULO (KG, BRANCO = SEM LIMITE): '.
           ACCEPT WRK-CAPAC-X FROM CONSOLE.
           MOVE ZEROS TO WRK-CAPACIDADE WRK-VEICULOS.
           IF WRK-CAPAC-X NOT = SPACES
               COMPUTE WRK-CAPACIDADE =
                   FUNCTION NUMVAL(WRK-CAPAC-X)
               DISPLAY 'QUANTIDADE DE VEICULOS (BRANCO = 1): '
               ACCEPT WRK-VEICULOS-X FROM CONSOLE
               MOVE 1 TO WRK-VEICULOS
               IF WRK-VEICULOS-X NOT = SPACES
                   COMPUTE WRK-VEICULOS =
                       FUNCTION NUMVAL(WRK-VEICULOS-X)
               END-IF
           END-IF.
       0300-ALTERAR.
           PERFORM 0150-RECEBER-CODIGO.
           PERFORM 0250-VERIFICAR-EXISTENTE.
                           MOVE WRK-NOME TO TRP-NOME
                           MOVE WRK-UFS TO TRP-UFS
                           MOVE WRK-FATOR TO TRP-FATOR
                           MOVE WRK-CAPACIDADE TO TRP-CAPACIDADE
                           MOVE WRK-VEICULOS TO TRP-VEICULOS
                       END-IF
                       WRITE TMP-REC FROM TRP-REC
               END-READ
