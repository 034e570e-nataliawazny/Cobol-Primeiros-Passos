       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB142.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = PORTAO DE ENTRADA DOS ARQUIVOS EXTERNOS: NENHUM
      * IMPORTADOR LE ARQUIVO QUE NAO PASSOU POR AQUI
      * ACAO 'E' = O OPERADOR INFORMA A INTERFACE (POSFILE -
      * PROGCOB38, BANKRET - PROGCOB58, PARCFILE - PROGCOB67,
      * ENTRCONF - PROGCOB70), O NOME DO ARQUIVO ENTREGUE E A FONTE;
      * O ARQUIVO E CONTADO E TEM O HASH CALCULADO (PRGINBOX) E A
      * DATA DO MOVIMENTO TIRADA DO CONTEUDO, E ENTRA NO INBREG
      * (INBREC.COB) COM DATA/HORA DE CHEGADA
      * RECUSA (ENTRADA 'R' COM MOTIVO, ALERTA VIA PRGALERT, RC 8 E
      * O ARQUIVO DA INTERFACE NAO E TOCADO): ARQUIVO VAZIO, HASH
      * IGUAL AO DE UM ARQUIVO JA ACEITO OU CONSUMIDO (O MESMO
      * RETORNO BANCARIO DUAS VEZES), ARQUIVO ANTERIOR DA INTERFACE
      * AINDA AGUARDANDO O IMPORTADOR, OU DATA DO MOVIMENTO ANTERIOR
      * A DO ULTIMO ARQUIVO ACEITO DA INTERFACE (FORA DE SEQUENCIA)
      * ACEITO: O CONTEUDO E COPIADO PARA O NOME FIXO DA INTERFACE E
      * A ENTRADA FICA 'A' ATE O IMPORTADOR MARCAR CONSUMIDO
      * ACAO 'X' = CANCELA O ARQUIVO AGUARDANDO DA INTERFACE (EX.:
      * REJEITADO PELO TRAILER NO IMPORTADOR), LIBERANDO A ENTRADA DE
      * UM ARQUIVO CORRIGIDO - SO SUPERVISOR E ADM
      * ACAO 'R' = RELATORIO DO DIA EM INBREL: RECEBIDOS,
      * PROCESSADOS E RECUSADOS NA DATA E TUDO QUE AINDA AGUARDA
      * EXECUTAR PELO PRGMENU (OPERADOR E NIVEL VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRIVAL-FILE ASSIGN TO DYNAMIC WRK-ARQ-CHEGADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHG.
           SELECT INTERFACE-FILE ASSIGN TO DYNAMIC WRK-INTERFACE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITF.
           SELECT INBOUND-REGISTER ASSIGN TO 'INBREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INB.
           SELECT INBOUND-REGISTER-TEMP ASSIGN TO 'INBTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT INBOUND-CONTROL-FILE ASSIGN TO 'INBCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT INBOUND-REPORT ASSIGN TO 'INBREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  ARRIVAL-FILE.
       01  CHG-LINHA       PIC X(200).
       FD  INTERFACE-FILE.
       01  ITF-LINHA       PIC X(200).
       FD  INBOUND-REGISTER.
       COPY 'INBREC.COB'.
       FD  INBOUND-REGISTER-TEMP.
       01  TMP-LINHA       PIC X(127).
       FD  INBOUND-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-NUMERO PIC 9(06).
       FD  INBOUND-REPORT.
       01  REL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-CHG      PIC X(02) VALUE SPACES.
       77 WRK-FS-ITF      PIC X(02) VALUE SPACES.
       77 WRK-FS-INB      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-INTERFACE   PIC X(08) VALUE SPACES.
       77 WRK-ARQ-CHEGADA PIC X(12) VALUE SPACES.
       77 WRK-FONTE       PIC X(08) VALUE SPACES.
       77 WRK-INTERFACE-OK PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REL    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MOV    PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-DATA-MOV PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-NUMERO  PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-DUPLIC  PIC 9(06) VALUE ZEROS.
       77 WRK-NUM-PENDENTE PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-QTD-CANCEL  PIC 9(04) VALUE ZEROS.
       77 WRK-SECAO       PIC X(01) VALUE SPACES.
       77 WRK-QTD-SECAO   PIC 9(05) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
      * PARAMETROS DO PRGINBOX
       77 WRK-INB-ACAO    PIC X(01) VALUE SPACES.
       77 WRK-INB-ARQUIVO PIC X(12) VALUE SPACES.
       77 WRK-INB-PROGRAMA PIC X(10) VALUE 'PROGCOB142'.
       77 WRK-INB-QTD     PIC 9(08) VALUE ZEROS.
       77 WRK-INB-HASH    PIC 9(12) VALUE ZEROS.
       77 WRK-INB-LIBERADO PIC X(01) VALUE 'N'.
       77 WRK-ALT-PROGRAMA   PIC X(10) VALUE 'PROGCOB142'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'A'.
       77 WRK-ALT-MENSAGEM   PIC X(40) VALUE SPACES.
       01 WRK-LINHA-DET.
           02 WRK-LD-NUMERO   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-INTERF   PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-ARQUIVO  PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-FONTE    PIC X(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-HORA     PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-QTD      PIC ZZZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-SITUACAO PIC X(28).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       01 LNK-NIVEL    PIC 9(02).
           88 LNK-ADM          VALUE 01.
           88 LNK-SUPERVISOR   VALUE 03.
       PROCEDURE DIVISION USING LNK-OPERADOR LNK-NIVEL.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           DISPLAY 'ACAO (E-ENTRADA DE ARQUIVO / X-CANCELAR'
               ' AGUARDANDO / R-RELATORIO DO DIA): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0100-RECEBER-ARQUIVO
               WHEN 'X'
               WHEN 'x'
                   IF LNK-ADM OR LNK-SUPERVISOR
                       PERFORM 0600-CANCELAR-AGUARDANDO
                   ELSE
                       DISPLAY 'CANCELAMENTO SO PARA SUPERVISOR E ADM'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0700-RELATORIO-DIARIO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB142'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB142'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-DATA-REL==,
                     ==CAMPO-NOME== BY ==WRK-DATA-REL==,
                     ==TEXTO-PROMPT== BY
                         =='DATA DO RELATORIO AAAAMMDD (0 = HOJE): '==.
       0050-RECEBER-INTERFACE.
           MOVE 'N' TO WRK-INTERFACE-OK.
           DISPLAY 'INTERFACE (POSFILE / BANKRET / PARCFILE /'
               ' ENTRCONF): '.
           ACCEPT WRK-INTERFACE FROM CONSOLE.
           EVALUATE WRK-INTERFACE
               WHEN 'POSFILE'
               WHEN 'BANKRET'
               WHEN 'PARCFILE'
               WHEN 'ENTRCONF'
                   MOVE 'S' TO WRK-INTERFACE-OK
               WHEN OTHER
                   DISPLAY 'INTERFACE DESCONHECIDA: ' WRK-INTERFACE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       0100-RECEBER-ARQUIVO.
           PERFORM 0050-RECEBER-INTERFACE.
           IF WRK-INTERFACE-OK = 'S'
               DISPLAY 'ARQUIVO ENTREGUE (NOME COMO CHEGOU): '
               ACCEPT WRK-ARQ-CHEGADA FROM CONSOLE
               DISPLAY 'FONTE (BRANCO = DO ARQUIVO / INTERFACE): '
               ACCEPT WRK-FONTE FROM CONSOLE
               IF WRK-ARQ-CHEGADA = SPACES
                   OR WRK-ARQ-CHEGADA = WRK-INTERFACE
                   DISPLAY 'INFORME O ARQUIVO ENTREGUE, NAO O NOME DA'
                       ' INTERFACE'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'H' TO WRK-INB-ACAO
                   MOVE WRK-ARQ-CHEGADA TO WRK-INB-ARQUIVO
                   CALL 'PRGINBOX' USING WRK-INB-ACAO WRK-INB-ARQUIVO
                       WRK-INB-PROGRAMA WRK-INB-QTD WRK-INB-HASH
                       WRK-INB-LIBERADO
                   IF WRK-INB-LIBERADO = 'N'
                       DISPLAY 'ARQUIVO ' WRK-ARQ-CHEGADA
                           ' NAO ENCONTRADO - NADA REGISTRADO'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 0200-EXTRAIR-MOVIMENTO
                       PERFORM 0300-CONFERIR-REGISTRO
                       PERFORM 0350-DECIDIR-ENTRADA
                   END-IF
               END-IF
           END-IF.
      * DATA DO MOVIMENTO PELO CONTEUDO: HEADER 'H' DO BANKRET, MAIOR
      * DATA DE ITEM 'I' DO POSFILE, MAIOR DATA DE ENTREGA DO ENTRCONF
       0200-EXTRAIR-MOVIMENTO.
           MOVE ZEROS TO WRK-DATA-MOV.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ARRIVAL-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ ARRIVAL-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       PERFORM 0210-DATA-DA-LINHA
               END-READ
           END-PERFORM.
           CLOSE ARRIVAL-FILE.
       0210-DATA-DA-LINHA.
           EVALUATE WRK-INTERFACE
               WHEN 'BANKRET'
                   IF CHG-LINHA(1:1) = 'H'
                       AND CHG-LINHA(10:8) IS NUMERIC
                       MOVE CHG-LINHA(10:8) TO WRK-DATA-MOV
                   END-IF
                   IF WRK-FONTE = SPACES
                       AND CHG-LINHA(1:1) = 'H'
                       MOVE CHG-LINHA(2:8) TO WRK-FONTE
                   END-IF
               WHEN 'POSFILE'
                   IF CHG-LINHA(1:1) = 'I'
                       AND CHG-LINHA(2:8) IS NUMERIC
                       AND CHG-LINHA(2:8) > WRK-DATA-MOV
                       MOVE CHG-LINHA(2:8) TO WRK-DATA-MOV
                   END-IF
               WHEN 'ENTRCONF'
                   IF CHG-LINHA(9:8) IS NUMERIC
                       AND CHG-LINHA(9:8) > WRK-DATA-MOV
                       MOVE CHG-LINHA(9:8) TO WRK-DATA-MOV
                   END-IF
           END-EVALUATE.
       0300-CONFERIR-REGISTRO.
           MOVE ZEROS TO WRK-NUM-DUPLIC WRK-NUM-PENDENTE
               WRK-ULT-DATA-MOV.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INBOUND-REGISTER.
           IF WRK-FS-INB = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ INBOUND-REGISTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0310-COMPARAR-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE INBOUND-REGISTER
           END-IF.
      * SO ARQUIVO QUE FOI ACEITO CONTA - O RECUSADO OU CANCELADO
      * PODE SER REAPRESENTADO
       0310-COMPARAR-ENTRADA.
           IF INB-STATUS = 'A' OR INB-STATUS = 'C'
               IF INB-HASH = WRK-INB-HASH
                   AND INB-QTD-REG = WRK-INB-QTD
                   MOVE INB-NUMERO TO WRK-NUM-DUPLIC
               END-IF
               IF INB-INTERFACE = WRK-INTERFACE
                   IF INB-DATA-MOV > WRK-ULT-DATA-MOV
                       MOVE INB-DATA-MOV TO WRK-ULT-DATA-MOV
                   END-IF
                   IF INB-STATUS = 'A'
                       MOVE INB-NUMERO TO WRK-NUM-PENDENTE
                   END-IF
               END-IF
           END-IF.
       0350-DECIDIR-ENTRADA.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
               WHEN WRK-INB-QTD = ZEROS
                   MOVE 'ARQUIVO VAZIO' TO WRK-MOTIVO
               WHEN WRK-NUM-DUPLIC > ZEROS
                   STRING 'DUPLICADO DO REGISTRO ' WRK-NUM-DUPLIC
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN WRK-NUM-PENDENTE > ZEROS
                   STRING 'ANTERIOR AGUARDANDO ' WRK-NUM-PENDENTE
                       DELIMITED BY SIZE INTO WRK-MOTIVO
               WHEN WRK-DATA-MOV > ZEROS
                   AND WRK-DATA-MOV < WRK-ULT-DATA-MOV
                   STRING 'FORA DE SEQUENCIA ' WRK-ULT-DATA-MOV
                       DELIMITED BY SIZE INTO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-FONTE = SPACES
               MOVE WRK-INTERFACE TO WRK-FONTE
           END-IF.
           PERFORM 0370-LER-CONTROLE.
           ADD 1 TO WRK-ULT-NUMERO.
           IF WRK-MOTIVO = SPACES
               PERFORM 0400-COPIAR-PARA-INTERFACE
               PERFORM 0450-GRAVAR-ENTRADA
               DISPLAY 'ARQUIVO ACEITO - REGISTRO ' WRK-ULT-NUMERO
                   ' - ' WRK-INTERFACE ' LIBERADO PARA O IMPORTADOR'
               DISPLAY 'REGISTROS: ' WRK-INB-QTD '  HASH: ' WRK-INB-HASH
                   '  MOVIMENTO: ' WRK-DATA-MOV
           ELSE
               PERFORM 0450-GRAVAR-ENTRADA
               DISPLAY '*** ARQUIVO RECUSADO - REGISTRO ' WRK-ULT-NUMERO
                   ' ***'
               DISPLAY 'MOTIVO: ' WRK-MOTIVO
               PERFORM 0500-ALERTAR-RECUSA
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0380-GRAVAR-CONTROLE.
      * SEM INBCTL (PRIMEIRA CHEGADA) A SERIE COMECA EM 000001
       0370-LER-CONTROLE.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           OPEN INPUT INBOUND-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ INBOUND-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-ULT-NUMERO TO WRK-ULT-NUMERO
               END-READ
               CLOSE INBOUND-CONTROL-FILE
           END-IF.
       0380-GRAVAR-CONTROLE.
           OPEN OUTPUT INBOUND-CONTROL-FILE.
           MOVE WRK-ULT-NUMERO TO CTL-ULT-NUMERO.
           WRITE CTL-REC.
           CLOSE INBOUND-CONTROL-FILE.
       0400-COPIAR-PARA-INTERFACE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ARRIVAL-FILE.
           OPEN OUTPUT INTERFACE-FILE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ ARRIVAL-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       MOVE CHG-LINHA TO ITF-LINHA
                       WRITE ITF-LINHA
               END-READ
           END-PERFORM.
           CLOSE ARRIVAL-FILE INTERFACE-FILE.
       0450-GRAVAR-ENTRADA.
           OPEN EXTEND INBOUND-REGISTER.
           IF WRK-FS-INB NOT = '00'
               OPEN OUTPUT INBOUND-REGISTER
           END-IF.
           MOVE SPACES TO INB-REC.
           MOVE WRK-ULT-NUMERO TO INB-NUMERO.
           MOVE WRK-INTERFACE TO INB-INTERFACE.
           MOVE WRK-ARQ-CHEGADA TO INB-ARQ-CHEGADA.
           MOVE WRK-FONTE TO INB-FONTE.
           MOVE WRK-DATA-HOJE TO INB-DATA-CHEGADA.
           MOVE WRK-HORA-HOJE TO INB-HORA-CHEGADA.
           MOVE WRK-INB-QTD TO INB-QTD-REG.
           MOVE WRK-INB-HASH TO INB-HASH.
           MOVE WRK-DATA-MOV TO INB-DATA-MOV.
           IF WRK-MOTIVO = SPACES
               MOVE 'A' TO INB-STATUS
           ELSE
               MOVE 'R' TO INB-STATUS
               MOVE WRK-MOTIVO TO INB-MOTIVO
           END-IF.
           MOVE ZEROS TO INB-DATA-BAIXA.
           WRITE INB-REC.
           CLOSE INBOUND-REGISTER.
       0500-ALERTAR-RECUSA.
           IF WRK-NUM-DUPLIC > ZEROS
               MOVE 'A' TO WRK-ALT-SEVERIDADE
           ELSE
               MOVE 'M' TO WRK-ALT-SEVERIDADE
           END-IF.
           MOVE SPACES TO WRK-ALT-MENSAGEM.
           STRING WRK-INTERFACE ' RECUSADO: ' WRK-MOTIVO
               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM.
           CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
               WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM.
       0600-CANCELAR-AGUARDANDO.
           PERFORM 0050-RECEBER-INTERFACE.
           IF WRK-INTERFACE-OK = 'S'
               MOVE ZEROS TO WRK-QTD-CANCEL
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT INBOUND-REGISTER
               IF WRK-FS-INB = '00'
                   OPEN OUTPUT INBOUND-REGISTER-TEMP
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ INBOUND-REGISTER
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               IF INB-INTERFACE = WRK-INTERFACE
                                   AND INB-STATUS = 'A'
                                   MOVE 'X' TO INB-STATUS
                                   MOVE WRK-DATA-HOJE TO INB-DATA-BAIXA
                                   MOVE 'PROGCOB142' TO INB-PROGRAMA
                                   MOVE 'CANCELADO PELO OPERADOR'
                                       TO INB-MOTIVO
                                   ADD 1 TO WRK-QTD-CANCEL
                               END-IF
                               WRITE TMP-LINHA FROM INB-REC
                       END-READ
                   END-PERFORM
                   CLOSE INBOUND-REGISTER INBOUND-REGISTER-TEMP
                   PERFORM 0650-DEVOLVER-REGISTRO
               END-IF
               IF WRK-QTD-CANCEL = ZEROS
                   DISPLAY 'NENHUM ARQUIVO AGUARDANDO EM ' WRK-INTERFACE
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY 'ARQUIVO AGUARDANDO DO ' WRK-INTERFACE
                       ' CANCELADO - ' LNK-OPERADOR
               END-IF
           END-IF.
       0650-DEVOLVER-REGISTRO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INBOUND-REGISTER-TEMP.
           OPEN OUTPUT INBOUND-REGISTER.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ INBOUND-REGISTER-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE INB-REC FROM TMP-LINHA
               END-READ
           END-PERFORM.
           CLOSE INBOUND-REGISTER INBOUND-REGISTER-TEMP.
      * UMA PASSADA NO INBREG POR SECAO: 'E' RECEBIDOS NA DATA, 'C'
      * PROCESSADOS NA DATA, 'R' RECUSADOS NA DATA, 'A' AGUARDANDO
       0700-RELATORIO-DIARIO.
           PERFORM 0060-RECEBER-DATA-REL.
           IF WRK-DATA-REL = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-REL
           END-IF.
           MOVE ZEROS TO WRK-PAGINA.
           OPEN OUTPUT INBOUND-REPORT.
           PERFORM 0790-GERAR-CABECALHO-PADRAO.
           MOVE 'E' TO WRK-SECAO.
           PERFORM 0710-LISTAR-SECAO.
           MOVE 'C' TO WRK-SECAO.
           PERFORM 0710-LISTAR-SECAO.
           MOVE 'R' TO WRK-SECAO.
           PERFORM 0710-LISTAR-SECAO.
           MOVE 'A' TO WRK-SECAO.
           PERFORM 0710-LISTAR-SECAO.
           CLOSE INBOUND-REPORT.
           DISPLAY 'RELATORIO DO PORTAO DE ENTRADA GERADO - VER INBREL'.
       0710-LISTAR-SECAO.
           MOVE ZEROS TO WRK-QTD-SECAO.
           MOVE SPACES TO REL-LINHA.
           EVALUATE WRK-SECAO
               WHEN 'E'
                   STRING 'RECEBIDOS EM ' WRK-DATA-REL
                       DELIMITED BY SIZE INTO REL-LINHA
               WHEN 'C'
                   STRING 'PROCESSADOS EM ' WRK-DATA-REL
                       DELIMITED BY SIZE INTO REL-LINHA
               WHEN 'R'
                   STRING 'RECUSADOS EM ' WRK-DATA-REL
                       DELIMITED BY SIZE INTO REL-LINHA
               WHEN 'A'
                   MOVE 'AGUARDANDO IMPORTACAO (QUALQUER DATA)'
                       TO REL-LINHA
           END-EVALUATE.
           WRITE REL-LINHA.
           MOVE 'NUMERO INTERFAC ARQUIVO      FONTE    HORA      QTD'
               TO REL-LINHA.
           MOVE 'SITUACAO' TO REL-LINHA(53:8).
           WRITE REL-LINHA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT INBOUND-REGISTER.
           IF WRK-FS-INB = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ INBOUND-REGISTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0720-SELECIONAR-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE INBOUND-REGISTER
           END-IF.
           MOVE SPACES TO REL-LINHA.
           STRING '  TOTAL: ' WRK-QTD-SECAO
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       0720-SELECIONAR-ENTRADA.
           EVALUATE TRUE
               WHEN WRK-SECAO = 'E'
                   AND INB-DATA-CHEGADA = WRK-DATA-REL
                   PERFORM 0730-IMPRIMIR-ENTRADA
               WHEN WRK-SECAO = 'C' AND INB-STATUS = 'C'
                   AND INB-DATA-BAIXA = WRK-DATA-REL
                   PERFORM 0730-IMPRIMIR-ENTRADA
               WHEN WRK-SECAO = 'R' AND INB-STATUS = 'R'
                   AND INB-DATA-CHEGADA = WRK-DATA-REL
                   PERFORM 0730-IMPRIMIR-ENTRADA
               WHEN WRK-SECAO = 'A' AND INB-STATUS = 'A'
                   PERFORM 0730-IMPRIMIR-ENTRADA
           END-EVALUATE.
       0730-IMPRIMIR-ENTRADA.
           ADD 1 TO WRK-QTD-SECAO.
           MOVE INB-NUMERO TO WRK-LD-NUMERO.
           MOVE INB-INTERFACE TO WRK-LD-INTERF.
           MOVE INB-ARQ-CHEGADA TO WRK-LD-ARQUIVO.
           MOVE INB-FONTE TO WRK-LD-FONTE.
           MOVE INB-HORA-CHEGADA(1:4) TO WRK-LD-HORA.
           MOVE INB-QTD-REG TO WRK-LD-QTD.
           MOVE SPACES TO WRK-LD-SITUACAO.
           EVALUATE INB-STATUS
               WHEN 'A'
                   STRING 'AGUARDANDO DESDE ' INB-DATA-CHEGADA
                       DELIMITED BY SIZE INTO WRK-LD-SITUACAO
               WHEN 'C'
                   STRING 'BAIXA ' INB-PROGRAMA
                       ' ' INB-DATA-BAIXA
                       DELIMITED BY SIZE INTO WRK-LD-SITUACAO
               WHEN 'X'
                   STRING 'CANCELADO EM ' INB-DATA-BAIXA
                       DELIMITED BY SIZE INTO WRK-LD-SITUACAO
               WHEN OTHER
                   MOVE INB-MOTIVO TO WRK-LD-SITUACAO
           END-EVALUATE.
           MOVE WRK-LINHA-DET TO REL-LINHA.
           WRITE REL-LINHA.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0790-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='PORTAO DE ENTRADA DE ARQUIVOS'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
