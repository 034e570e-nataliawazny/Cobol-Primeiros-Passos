       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRGSPOOL.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CATALOGACAO DOS RELATORIOS NO SPOOL: CHAMADO PELO
      * RUNLOG.COB NO REGISTRO DE FIM DE CADA PROGRAMA, COM O NOME DO
      * PROGRAMA; PARA CADA RELATORIO DO PROGRAMA NO SPOOLDEF
      * (SPDREC.COB) O ARQUIVO DE NOME FIXO E COPIADO PARA SPLNNNNNN
      * (NUMERO DO SPOOLCTL, SEM REUSO) E A EXECUCAO ENTRA NO
      * SPOOLCAT (SPLREC.COB) COM OPERADOR, DATA/HORA, PAGINAS,
      * LINHAS E ASSINATURA - A PROXIMA EXECUCAO PODE SOBREPOR O
      * NOTAREL, EXTRREL ETC. QUE A COPIA CATALOGADA FICA
      * OPERADOR = SESSAO DO PRGMENU (SESREC.COB); SEM SESSAO 'LOTE'
      * ARQUIVO AUSENTE, VAZIO OU IGUAL (LINHAS E ASSINATURA) A
      * ULTIMA COPIA CATALOGADA DO MESMO RELATORIO NAO E CATALOGADO
      * - O PROGRAMA NAO GEROU O RELATORIO NESTA EXECUCAO
      * CONSULTA E REIMPRESSAO NO PROGCOB141; RETENCAO NO PROGCOB44
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-DEF-FILE ASSIGN TO 'SPOOLDEF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEF.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO 'SPOOLCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAT.
           SELECT SPOOL-CONTROL-FILE ASSIGN TO 'SPOOLCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT SESSION-FILE ASSIGN TO 'SESSAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SES.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WRK-NOME-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT SPOOL-COPY-FILE ASSIGN TO DYNAMIC WRK-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CPY.
       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-DEF-FILE.
       COPY 'SPDREC.COB'.
       FD  SPOOL-CATALOG-FILE.
       COPY 'SPLREC.COB'.
       FD  SPOOL-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-NUMERO PIC 9(06).
       FD  SESSION-FILE.
       COPY 'SESREC.COB'.
       FD  REPORT-FILE.
       01  REL-LINHA       PIC X(200).
       FD  SPOOL-COPY-FILE.
       01  CPY-LINHA       PIC X(200).
       WORKING-STORAGE SECTION.
       77 WRK-FS-DEF      PIC X(02) VALUE SPACES.
       77 WRK-FS-CAT      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FS-SES      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-CPY      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-NOME-REL    PIC X(10) VALUE SPACES.
       77 WRK-NOME-COPIA  PIC X(10) VALUE SPACES.
       77 WRK-OPERADOR    PIC X(20) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-NUMERO  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PAGINAS PIC 9(04) VALUE ZEROS.
       77 WRK-ASSINATURA  PIC 9(12) VALUE ZEROS.
       77 WRK-TAM-LINHA   PIC 9(03) VALUE ZEROS.
       77 WRK-IND-COL     PIC 9(03) VALUE ZEROS.
       77 WRK-ANT-LINHAS  PIC 9(06) VALUE ZEROS.
       77 WRK-ANT-ASSINAT PIC 9(12) VALUE ZEROS.
       77 WRK-IND-REL     PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-REL     PIC 9(02) VALUE ZEROS.
      * UM PROGRAMA GRAVA NO MAXIMO ALGUNS RELATORIOS - 10 SOBRA
       01 WRK-TAB-RELATORIOS.
           02 WRK-TAB-REL OCCURS 10 TIMES.
               03 WRK-TR-NOME    PIC X(10).
               03 WRK-TR-ACESSO  PIC X(01).
       LINKAGE SECTION.
       01 LNK-PROGRAMA    PIC X(10).
       PROCEDURE DIVISION USING LNK-PROGRAMA.
      * O SUBPROGRAMA FICA CARREGADO ENTRE CHAMADAS - CONTADORES
      * ZERADOS A CADA CHAMADA
       0001-PRINCIPAL.
           MOVE ZEROS TO WRK-QTD-REL.
           MOVE SPACES TO WRK-TAB-RELATORIOS.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           PERFORM 0050-CARREGAR-DEFINICOES.
           IF WRK-QTD-REL > ZEROS
               PERFORM 0060-LER-SESSAO
               PERFORM VARYING WRK-IND-REL FROM 1 BY 1
                       UNTIL WRK-IND-REL > WRK-QTD-REL
                   PERFORM 0100-CATALOGAR-RELATORIO
               END-PERFORM
           END-IF.
           GOBACK.
      * SEM SPOOLDEF NENHUM RELATORIO E CATALOGADO
       0050-CARREGAR-DEFINICOES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SPOOL-DEF-FILE.
           IF WRK-FS-DEF = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SPOOL-DEF-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SPD-PROGRAMA = LNK-PROGRAMA
                               AND SPD-RELATORIO NOT = SPACES
                               AND WRK-QTD-REL < 10
                               ADD 1 TO WRK-QTD-REL
                               MOVE SPD-RELATORIO
                                   TO WRK-TR-NOME(WRK-QTD-REL)
                               MOVE SPD-ACESSO
                                   TO WRK-TR-ACESSO(WRK-QTD-REL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPOOL-DEF-FILE
           END-IF.
       0060-LER-SESSAO.
           MOVE 'LOTE' TO WRK-OPERADOR.
           OPEN INPUT SESSION-FILE.
           IF WRK-FS-SES = '00'
               READ SESSION-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SES-USUARIO NOT = SPACES
                           MOVE SES-USUARIO TO WRK-OPERADOR
                       END-IF
               END-READ
               CLOSE SESSION-FILE
           END-IF.
       0100-CATALOGAR-RELATORIO.
           MOVE WRK-TR-NOME(WRK-IND-REL) TO WRK-NOME-REL.
           PERFORM 0110-MEDIR-RELATORIO.
           IF WRK-QTD-LINHAS > ZEROS
               PERFORM 0130-BUSCAR-ULTIMA-COPIA
               IF WRK-QTD-LINHAS NOT = WRK-ANT-LINHAS
                   OR WRK-ASSINATURA NOT = WRK-ANT-ASSINAT
                   PERFORM 0140-LER-CONTROLE
                   ADD 1 TO WRK-ULT-NUMERO
                   MOVE SPACES TO WRK-NOME-COPIA
                   STRING 'SPL' WRK-ULT-NUMERO
                       DELIMITED BY SIZE INTO WRK-NOME-COPIA
                   PERFORM 0150-COPIAR-RELATORIO
                   IF WRK-FS-CPY = '00'
                       PERFORM 0160-GRAVAR-CATALOGO
                       PERFORM 0170-GRAVAR-CONTROLE
                   END-IF
               END-IF
           END-IF.
      * PRIMEIRA PASSADA: LINHAS, PAGINAS PELO 'PAGINA:' DO
      * CABECALHO (RELHEAD.COB) E ASSINATURA PONDERADA PELA COLUNA
       0110-MEDIR-RELATORIO.
           MOVE ZEROS TO WRK-QTD-LINHAS WRK-QTD-PAGINAS
               WRK-ASSINATURA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT REPORT-FILE.
           IF WRK-FS-REL = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ REPORT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LINHAS
                           INSPECT REL-LINHA TALLYING WRK-QTD-PAGINAS
                               FOR ALL 'PAGINA:'
                           PERFORM 0120-SOMAR-ASSINATURA
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
           END-IF.
           IF WRK-QTD-LINHAS > ZEROS AND WRK-QTD-PAGINAS = ZEROS
               MOVE 1 TO WRK-QTD-PAGINAS
           END-IF.
       0120-SOMAR-ASSINATURA.
           MOVE 200 TO WRK-TAM-LINHA.
           PERFORM UNTIL WRK-TAM-LINHA = ZEROS
                   OR REL-LINHA(WRK-TAM-LINHA:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-TAM-LINHA
           END-PERFORM.
           PERFORM VARYING WRK-IND-COL FROM 1 BY 1
                   UNTIL WRK-IND-COL > WRK-TAM-LINHA
               COMPUTE WRK-ASSINATURA = WRK-ASSINATURA +
                   FUNCTION ORD(REL-LINHA(WRK-IND-COL:1))
                   * WRK-IND-COL
           END-PERFORM.
           ADD WRK-TAM-LINHA TO WRK-ASSINATURA.
      * A ULTIMA ENTRADA DO MESMO RELATORIO VALE PARA QUALQUER
      * PROGRAMA - O ARIREL DO PROGCOB05 QUE O PROGCOB18 NAO REGEROU
      * NAO ENTRA DE NOVO EM NOME DO PROGCOB18
       0130-BUSCAR-ULTIMA-COPIA.
           MOVE ZEROS TO WRK-ANT-LINHAS WRK-ANT-ASSINAT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SPOOL-CATALOG-FILE.
           IF WRK-FS-CAT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SPOOL-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SPL-RELATORIO = WRK-NOME-REL
                               MOVE SPL-LINHAS TO WRK-ANT-LINHAS
                               MOVE SPL-ASSINATURA
                                   TO WRK-ANT-ASSINAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPOOL-CATALOG-FILE
           END-IF.
      * SEM SPOOLCTL (PRIMEIRA CATALOGACAO) A SERIE COMECA EM 000001
       0140-LER-CONTROLE.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           OPEN INPUT SPOOL-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ SPOOL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-ULT-NUMERO TO WRK-ULT-NUMERO
               END-READ
               CLOSE SPOOL-CONTROL-FILE
           END-IF.
       0150-COPIAR-RELATORIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT SPOOL-COPY-FILE.
           IF WRK-FS-CPY = '00'
               OPEN INPUT REPORT-FILE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ REPORT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE REL-LINHA TO CPY-LINHA
                           WRITE CPY-LINHA
                   END-READ
               END-PERFORM
               CLOSE REPORT-FILE
               CLOSE SPOOL-COPY-FILE
           END-IF.
       0160-GRAVAR-CATALOGO.
           OPEN EXTEND SPOOL-CATALOG-FILE.
           IF WRK-FS-CAT NOT = '00'
               OPEN OUTPUT SPOOL-CATALOG-FILE
           END-IF.
           MOVE SPACES TO SPL-REC.
           MOVE WRK-ULT-NUMERO TO SPL-NUMERO.
           MOVE LNK-PROGRAMA TO SPL-PROGRAMA.
           MOVE WRK-NOME-REL TO SPL-RELATORIO.
           MOVE WRK-NOME-COPIA TO SPL-COPIA.
           MOVE WRK-OPERADOR TO SPL-OPERADOR.
           MOVE WRK-DATA-HOJE TO SPL-DATA.
           MOVE WRK-HORA-HOJE TO SPL-HORA.
           MOVE WRK-QTD-PAGINAS TO SPL-PAGINAS.
           MOVE WRK-QTD-LINHAS TO SPL-LINHAS.
           MOVE WRK-ASSINATURA TO SPL-ASSINATURA.
           MOVE WRK-TR-ACESSO(WRK-IND-REL) TO SPL-ACESSO.
           IF SPL-ACESSO NOT = 'T' AND SPL-ACESSO NOT = 'A'
               MOVE 'S' TO SPL-ACESSO
           END-IF.
           MOVE 'A' TO SPL-STATUS.
           MOVE ZEROS TO SPL-DATA-EXPURGO.
           WRITE SPL-REC.
           CLOSE SPOOL-CATALOG-FILE.
       0170-GRAVAR-CONTROLE.
           OPEN OUTPUT SPOOL-CONTROL-FILE.
           MOVE WRK-ULT-NUMERO TO CTL-ULT-NUMERO.
           WRITE CTL-REC.
           CLOSE SPOOL-CONTROL-FILE.
