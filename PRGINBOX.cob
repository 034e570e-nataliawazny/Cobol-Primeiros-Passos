       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGINBOX.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = SERVICOS DO PORTAO DE ENTRADA DE ARQUIVOS EXTERNOS
      * (INBREG - INBREC.COB), CHAMADO PELO PROGCOB142 E PELOS
      * IMPORTADORES PROGCOB38, PROGCOB58, PROGCOB67 E PROGCOB70
      * ACAO 'H' = CONTA OS REGISTROS E CALCULA O HASH DO CONTEUDO
      * DO ARQUIVO LNK-ARQUIVO (LNK-LIBERADO 'N' SE AUSENTE)
      * ACAO 'V' = O IMPORTADOR SO PODE LER O ARQUIVO DA INTERFACE
      * (LNK-ARQUIVO = POSFILE, BANKRET, PARCFILE OU ENTRCONF) SE HA
      * NO INBREG UMA ENTRADA ACEITA AGUARDANDO COM O MESMO HASH E A
      * MESMA QUANTIDADE - ARQUIVO COLOCADO POR FORA DO PORTAO, JA
      * CONSUMIDO OU ALTERADO DEPOIS DO REGISTRO DEVOLVE 'N'
      * ACAO 'C' = O IMPORTADOR MARCA A ENTRADA AGUARDANDO DA
      * INTERFACE COMO CONSUMIDA, COM PROGRAMA E DATA
      * HASH = POLINOMIAL (BASE 31, MODULO 999999999989) SOBRE OS
      * CARACTERES DE CADA LINHA SEM OS BRANCOS FINAIS, COM O FIM DE
      * LINHA ENTRANDO NA CONTA - DOIS ARQUIVOS COM O MESMO CONTEUDO
      * TEM O MESMO HASH, QUALQUER QUE SEJA O NOME
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO DYNAMIC WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.
           SELECT INBOUND-REGISTER ASSIGN TO 'INBREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INB.
           SELECT INBOUND-REGISTER-TEMP ASSIGN TO 'INBTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE.
       01  ARQ-LINHA       PIC X(200).
       FD  INBOUND-REGISTER.
       COPY 'INBREC.COB'.
       FD  INBOUND-REGISTER-TEMP.
       01  TMP-LINHA       PIC X(127).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ARQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-INB      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-NOME-ARQ    PIC X(12) VALUE SPACES.
       77 WRK-INTERFACE   PIC X(08) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-REG     PIC 9(08) VALUE ZEROS.
       77 WRK-HASH        PIC 9(12) VALUE ZEROS.
       77 WRK-HASH-CALC   PIC 9(15) VALUE ZEROS.
       77 WRK-TAM-LINHA   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-COL     PIC 9(03) VALUE ZEROS.
       LINKAGE SECTION.
       01 LNK-ACAO        PIC X(01).
       01 LNK-ARQUIVO     PIC X(12).
       01 LNK-PROGRAMA    PIC X(10).
       01 LNK-QTD-REG     PIC 9(08).
       01 LNK-HASH        PIC 9(12).
       01 LNK-LIBERADO    PIC X(01).
       PROCEDURE DIVISION USING LNK-ACAO LNK-ARQUIVO LNK-PROGRAMA
           LNK-QTD-REG LNK-HASH LNK-LIBERADO.
       0001-PRINCIPAL.
           MOVE 'N' TO LNK-LIBERADO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE LNK-ARQUIVO TO WRK-NOME-ARQ.
           MOVE LNK-ARQUIVO TO WRK-INTERFACE.
           EVALUATE LNK-ACAO
               WHEN 'H'
                   PERFORM 0100-CALCULAR-HASH
                   MOVE WRK-QTD-REG TO LNK-QTD-REG
                   MOVE WRK-HASH TO LNK-HASH
                   IF WRK-FS-ARQ = '00'
                       MOVE 'S' TO LNK-LIBERADO
                   END-IF
               WHEN 'V'
                   PERFORM 0100-CALCULAR-HASH
                   MOVE WRK-QTD-REG TO LNK-QTD-REG
                   MOVE WRK-HASH TO LNK-HASH
                   PERFORM 0200-VERIFICAR-LIBERACAO
               WHEN 'C'
                   PERFORM 0300-MARCAR-CONSUMIDO
           END-EVALUATE.
           GOBACK.
       0100-CALCULAR-HASH.
           MOVE ZEROS TO WRK-QTD-REG WRK-HASH-CALC.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INBOUND-FILE.
           IF WRK-FS-ARQ = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ INBOUND-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-REG
                           PERFORM 0110-SOMAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE INBOUND-FILE
           END-IF.
           MOVE WRK-HASH-CALC TO WRK-HASH.
       0110-SOMAR-LINHA.
           MOVE 200 TO WRK-TAM-LINHA.
           PERFORM UNTIL WRK-TAM-LINHA = ZEROS
                   OR ARQ-LINHA(WRK-TAM-LINHA:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-TAM-LINHA
           END-PERFORM.
           PERFORM VARYING WRK-IND-COL FROM 1 BY 1
                   UNTIL WRK-IND-COL > WRK-TAM-LINHA
               COMPUTE WRK-HASH-CALC = FUNCTION MOD(
                   WRK-HASH-CALC * 31
                   + FUNCTION ORD(ARQ-LINHA(WRK-IND-COL:1)),
                   999999999989)
           END-PERFORM.
           COMPUTE WRK-HASH-CALC = FUNCTION MOD(
               WRK-HASH-CALC * 31 + 11, 999999999989).
       0200-VERIFICAR-LIBERACAO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INBOUND-REGISTER.
           IF WRK-FS-INB = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ INBOUND-REGISTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF INB-INTERFACE = WRK-INTERFACE
                               AND INB-STATUS = 'A'
                               MOVE 'S' TO WRK-ACHOU
                               IF INB-HASH = WRK-HASH
                                   AND INB-QTD-REG = WRK-QTD-REG
                                   MOVE 'S' TO LNK-LIBERADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INBOUND-REGISTER
           END-IF.
           IF LNK-LIBERADO = 'N'
               IF WRK-ACHOU = 'S'
                   DISPLAY '*** ' WRK-INTERFACE
                       ' DIFERENTE DO REGISTRADO NO PORTAO DE'
                       ' ENTRADA (PROGCOB142) ***'
               ELSE
                   DISPLAY '*** ' WRK-INTERFACE
                       ' SEM REGISTRO AGUARDANDO NO PORTAO DE'
                       ' ENTRADA (PROGCOB142) ***'
               END-IF
           END-IF.
       0300-MARCAR-CONSUMIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INBOUND-REGISTER.
           IF WRK-FS-INB = '00'
               OPEN OUTPUT INBOUND-REGISTER-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ INBOUND-REGISTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF INB-INTERFACE = WRK-INTERFACE
                               AND INB-STATUS = 'A'
                               MOVE 'C' TO INB-STATUS
                               MOVE WRK-DATA-HOJE TO INB-DATA-BAIXA
                               MOVE LNK-PROGRAMA TO INB-PROGRAMA
                               MOVE 'S' TO LNK-LIBERADO
                           END-IF
                           WRITE TMP-LINHA FROM INB-REC
                   END-READ
               END-PERFORM
               CLOSE INBOUND-REGISTER INBOUND-REGISTER-TEMP
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT INBOUND-REGISTER-TEMP
               OPEN OUTPUT INBOUND-REGISTER
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ INBOUND-REGISTER-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           WRITE INB-REC FROM TMP-LINHA
                   END-READ
               END-PERFORM
               CLOSE INBOUND-REGISTER INBOUND-REGISTER-TEMP
           END-IF.
