       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB141.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = CONSULTA E REIMPRESSAO DO SPOOL DE RELATORIOS
      * ACAO 'C' = LISTA AS EXECUCOES CATALOGADAS NO SPOOLCAT
      * (SPLREC.COB) POR RELATORIO (BRANCO = TODOS) E FAIXA DE DATA
      * ACAO 'R' = REIMPRIME A COPIA GUARDADA (SPLNNNNNN) PELO NUMERO
      * NO REIMPREL, COM FAIXA DE IDENTIFICACAO DA VIA NO TOPO, E
      * REGISTRA NO SECLOG QUEM REIMPRIMIU
      * ACAO 'D' = LISTA AS DEFINICOES DO SPOOLDEF (SPDREC.COB)
      * ACAO 'M' = MANUTENCAO DO SPOOLDEF (RETENCAO E ACESSO POR
      * RELATORIO), SO ADM
      * O ACESSO SEGUE A REGRA DO PRGMENU: ENTRADA 'T' TODOS, 'S'
      * SUPERVISOR E ADM, 'A' SO ADM - ENTRADA FORA DO NIVEL NAO
      * APARECE NA CONSULTA E NAO E REIMPRESSA
      * COPIA EXPURGADA PELO PROGCOB44 (STATUS 'E') FICA NA CONSULTA
      * COM A DATA DO EXPURGO MAS NAO E REIMPRESSA
      * EXECUTAR PELO PRGMENU (OPERADOR E NIVEL VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPOOL-CATALOG-FILE ASSIGN TO 'SPOOLCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CAT.
           SELECT SPOOL-DEF-FILE ASSIGN TO 'SPOOLDEF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEF.
           SELECT SPOOL-DEF-TEMP ASSIGN TO 'SPOOLTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT SPOOL-COPY-FILE ASSIGN TO DYNAMIC WRK-NOME-COPIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CPY.
           SELECT REPRINT-REPORT ASSIGN TO 'REIMPREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEC.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  SPOOL-CATALOG-FILE.
       COPY 'SPLREC.COB'.
       FD  SPOOL-DEF-FILE.
       COPY 'SPDREC.COB'.
       FD  SPOOL-DEF-TEMP.
       01  SPT-LINHA       PIC X(25).
       FD  SPOOL-COPY-FILE.
       01  CPY-LINHA       PIC X(200).
       FD  REPRINT-REPORT.
       01  RIM-LINHA       PIC X(200).
       FD  SECURITY-LOG.
       01  SEC-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-CAT      PIC X(02) VALUE SPACES.
       77 WRK-FS-DEF      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CPY      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-SEC      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-PODE-VER    PIC X(01) VALUE 'N'.
       77 WRK-NOME-COPIA  PIC X(10) VALUE SPACES.
       77 WRK-RELATORIO   PIC X(10) VALUE SPACES.
       77 WRK-PROGRAMA    PIC X(10) VALUE SPACES.
       77 WRK-NOVO-ACESSO PIC X(01) VALUE SPACES.
       77 WRK-NUMERO      PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INI    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM    PIC 9(08) VALUE ZEROS.
       77 WRK-RETENCAO    PIC 9(04) VALUE ZEROS.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LINHAS  PIC 9(06) VALUE ZEROS.
       01 WRK-LINHA-LISTA.
           02 WRK-LL-NUMERO   PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-RELAT    PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-PROGRAMA PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-HORA     PIC 9(04).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-PAGINAS  PIC ZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-OPERADOR PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LL-SITUACAO PIC X(17).
       01 WRK-LINHA-DEF.
           02 WRK-LD-PROGRAMA PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-RELAT    PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-RETENCAO PIC X(12).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-ACESSO   PIC X(20).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       01 LNK-NIVEL    PIC 9(02).
           88 LNK-ADM          VALUE 01.
           88 LNK-SUPERVISOR   VALUE 03.
       PROCEDURE DIVISION USING LNK-OPERADOR LNK-NIVEL.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (C-CONSULTAR / R-REIMPRIMIR / D-DEFINICOES'
               ' / M-MANTER DEFINICAO): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'C'
               WHEN 'c'
                   PERFORM 0100-CONSULTAR
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0200-REIMPRIMIR
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0300-LISTAR-DEFINICOES
               WHEN 'M'
               WHEN 'm'
                   IF LNK-ADM
                       PERFORM 0400-MANTER-DEFINICAO
                   ELSE
                       DISPLAY 'MANUTENCAO DO SPOOLDEF SO PARA ADM'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB141'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB141'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-DATA-INI==,
                     ==CAMPO-NOME== BY ==WRK-DATA-INI==,
                     ==TEXTO-PROMPT== BY
                         =='DATA INICIAL AAAAMMDD (0 = TODAS): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0070-RECEBER-DATA-FIM==,
                     ==CAMPO-NOME== BY ==WRK-DATA-FIM==,
                     ==TEXTO-PROMPT== BY
                         =='DATA FINAL AAAAMMDD (0 = HOJE): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0080-RECEBER-NUMERO==,
                     ==CAMPO-NOME== BY ==WRK-NUMERO==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO NO SPOOL: '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0090-RECEBER-RETENCAO==,
                     ==CAMPO-NOME== BY ==WRK-RETENCAO==,
                     ==TEXTO-PROMPT== BY
                         =='RETENCAO EM DIAS (0 = RET-SPOOL): '==.
      * MESMA REGRA DO 0300-VERIFICAR-PERMISSAO DO PRGMENU
       0050-VERIFICAR-ACESSO.
           MOVE 'N' TO WRK-PODE-VER.
           EVALUATE SPL-ACESSO
               WHEN 'T'
                   MOVE 'S' TO WRK-PODE-VER
               WHEN 'A'
                   IF LNK-ADM
                       MOVE 'S' TO WRK-PODE-VER
                   END-IF
               WHEN OTHER
                   IF LNK-ADM OR LNK-SUPERVISOR
                       MOVE 'S' TO WRK-PODE-VER
                   END-IF
           END-EVALUATE.
       0100-CONSULTAR.
           DISPLAY 'RELATORIO (EX NOTAREL, BRANCO = TODOS): '.
           ACCEPT WRK-RELATORIO FROM CONSOLE.
           PERFORM 0060-RECEBER-DATA-INI.
           PERFORM 0070-RECEBER-DATA-FIM.
           IF WRK-DATA-FIM = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-FIM
           END-IF.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SPOOL-CATALOG-FILE.
           IF WRK-FS-CAT NOT = '00'
               DISPLAY 'SPOOLCAT VAZIO - NENHUM RELATORIO CATALOGADO'
           ELSE
               DISPLAY 'NUMERO RELATORIO  PROGRAMA   DATA     HORA'
                   '  PAG OPERADOR     SITUACAO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SPOOL-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0110-LISTAR-ENTRADA
                   END-READ
               END-PERFORM
               CLOSE SPOOL-CATALOG-FILE
               DISPLAY 'ENTRADAS LISTADAS: ' WRK-QTD-LISTADOS
           END-IF.
       0110-LISTAR-ENTRADA.
           IF (WRK-RELATORIO = SPACES OR SPL-RELATORIO = WRK-RELATORIO)
               AND SPL-DATA >= WRK-DATA-INI
               AND SPL-DATA <= WRK-DATA-FIM
               PERFORM 0050-VERIFICAR-ACESSO
               IF WRK-PODE-VER = 'S'
                   ADD 1 TO WRK-QTD-LISTADOS
                   MOVE SPL-NUMERO TO WRK-LL-NUMERO
                   MOVE SPL-RELATORIO TO WRK-LL-RELAT
                   MOVE SPL-PROGRAMA TO WRK-LL-PROGRAMA
                   MOVE SPL-DATA TO WRK-LL-DATA
                   MOVE SPL-HORA(1:4) TO WRK-LL-HORA
                   MOVE SPL-PAGINAS TO WRK-LL-PAGINAS
                   MOVE SPL-OPERADOR TO WRK-LL-OPERADOR
                   IF SPL-STATUS = 'E'
                       MOVE SPACES TO WRK-LL-SITUACAO
                       STRING 'EXPURGO ' SPL-DATA-EXPURGO
                           DELIMITED BY SIZE INTO WRK-LL-SITUACAO
                   ELSE
                       MOVE 'DISPONIVEL' TO WRK-LL-SITUACAO
                   END-IF
                   DISPLAY WRK-LINHA-LISTA
               END-IF
           END-IF.
       0200-REIMPRIMIR.
           PERFORM 0080-RECEBER-NUMERO.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SPOOL-CATALOG-FILE.
           IF WRK-FS-CAT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SPOOL-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SPL-NUMERO = WRK-NUMERO
                               MOVE 'S' TO WRK-ACHOU
                               MOVE 'Y' TO WRK-FIM-ARQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPOOL-CATALOG-FILE
           END-IF.
           IF WRK-ACHOU = 'S'
               PERFORM 0050-VERIFICAR-ACESSO
           END-IF.
      * ENTRADA FORA DO NIVEL RESPONDE COMO INEXISTENTE
           IF WRK-ACHOU = 'N' OR WRK-PODE-VER = 'N'
               DISPLAY 'NUMERO NAO ENCONTRADO NO SPOOL: ' WRK-NUMERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SPL-STATUS = 'E'
                   DISPLAY 'COPIA EXPURGADA EM ' SPL-DATA-EXPURGO
                       ' - NAO HA O QUE REIMPRIMIR'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0210-COPIAR-PARA-REIMPREL
               END-IF
           END-IF.
       0210-COPIAR-PARA-REIMPREL.
           MOVE SPL-COPIA TO WRK-NOME-COPIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           OPEN INPUT SPOOL-COPY-FILE.
           IF WRK-FS-CPY NOT = '00'
               DISPLAY 'COPIA ' WRK-NOME-COPIA ' INDISPONIVEL -'
                   ' STATUS ' WRK-FS-CPY
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WRK-HORA-HOJE FROM TIME
               OPEN OUTPUT REPRINT-REPORT
               MOVE SPACES TO RIM-LINHA
               STRING '*** REIMPRESSAO DO SPOOL ' SPL-NUMERO
                   ' - ' SPL-RELATORIO ' DE ' SPL-PROGRAMA
                   ' EM ' SPL-DATA ' ' SPL-HORA(1:4) ' ***'
                   DELIMITED BY SIZE INTO RIM-LINHA
               WRITE RIM-LINHA
               MOVE SPACES TO RIM-LINHA
               STRING '*** VIA EMITIDA POR ' LNK-OPERADOR
                   ' EM ' WRK-DATA-HOJE ' ' WRK-HORA-HOJE(1:4) ' ***'
                   DELIMITED BY SIZE INTO RIM-LINHA
               WRITE RIM-LINHA
               MOVE SPACES TO RIM-LINHA
               WRITE RIM-LINHA
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SPOOL-COPY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           ADD 1 TO WRK-QTD-LINHAS
                           MOVE CPY-LINHA TO RIM-LINHA
                           WRITE RIM-LINHA
                   END-READ
               END-PERFORM
               CLOSE SPOOL-COPY-FILE REPRINT-REPORT
               DISPLAY 'REIMPRESSAS ' WRK-QTD-LINHAS ' LINHAS DO '
                   SPL-RELATORIO ' - VER REIMPREL'
               PERFORM 0220-REGISTRAR-SECLOG
           END-IF.
       0220-REGISTRAR-SECLOG.
           MOVE SPACES TO SEC-LINHA.
           STRING 'PROGCOB141 ' LNK-OPERADOR
                  ' REIMPR:' SPL-NUMERO
                  ' ' SPL-RELATORIO
                  ' DATA:' WRK-DATA-HOJE
                  ' HORA:' WRK-HORA-HOJE
               DELIMITED BY SIZE INTO SEC-LINHA.
           OPEN EXTEND SECURITY-LOG.
           IF WRK-FS-SEC NOT = '00'
               OPEN OUTPUT SECURITY-LOG
           END-IF.
           WRITE SEC-LINHA.
           CLOSE SECURITY-LOG.
       0300-LISTAR-DEFINICOES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SPOOL-DEF-FILE.
           IF WRK-FS-DEF NOT = '00'
               DISPLAY 'SPOOLDEF INDISPONIVEL - STATUS ' WRK-FS-DEF
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'PROGRAMA   RELATORIO  RETENCAO     ACESSO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SPOOL-DEF-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0310-EXIBIR-DEFINICAO
                   END-READ
               END-PERFORM
               CLOSE SPOOL-DEF-FILE
           END-IF.
       0310-EXIBIR-DEFINICAO.
           MOVE SPD-PROGRAMA TO WRK-LD-PROGRAMA.
           MOVE SPD-RELATORIO TO WRK-LD-RELAT.
           IF SPD-RETENCAO = ZEROS
               MOVE 'RET-SPOOL' TO WRK-LD-RETENCAO
           ELSE
               MOVE SPACES TO WRK-LD-RETENCAO
               STRING SPD-RETENCAO ' DIAS'
                   DELIMITED BY SIZE INTO WRK-LD-RETENCAO
           END-IF.
           EVALUATE SPD-ACESSO
               WHEN 'T'
                   MOVE 'TODOS' TO WRK-LD-ACESSO
               WHEN 'A'
                   MOVE 'SO ADM' TO WRK-LD-ACESSO
               WHEN OTHER
                   MOVE 'SUPERVISOR E ADM' TO WRK-LD-ACESSO
           END-EVALUATE.
           DISPLAY WRK-LINHA-DEF.
      * INCLUI, ALTERA OU (ACESSO 'X') EXCLUI A DEFINICAO DO PAR
      * PROGRAMA/RELATORIO - O SPOOLDEF E REGRAVADO PELO SPOOLTMP
       0400-MANTER-DEFINICAO.
           DISPLAY 'PROGRAMA (EX PROGCOB27): '.
           ACCEPT WRK-PROGRAMA FROM CONSOLE.
           DISPLAY 'RELATORIO (EX NOTAREL): '.
           ACCEPT WRK-RELATORIO FROM CONSOLE.
           IF WRK-PROGRAMA = SPACES OR WRK-RELATORIO = SPACES
               DISPLAY 'PROGRAMA E RELATORIO SAO OBRIGATORIOS'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'ACESSO (T-TODOS / S-SUPERVISOR E ADM /'
                   ' A-SO ADM / X-EXCLUIR): '
               ACCEPT WRK-NOVO-ACESSO FROM CONSOLE
               EVALUATE WRK-NOVO-ACESSO
                   WHEN 'T'
                   WHEN 'S'
                   WHEN 'A'
                       PERFORM 0090-RECEBER-RETENCAO
                       PERFORM 0410-REGRAVAR-DEFINICOES
                   WHEN 'X'
                       PERFORM 0410-REGRAVAR-DEFINICOES
                   WHEN OTHER
                       DISPLAY 'ACESSO INVALIDO'
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.
       0410-REGRAVAR-DEFINICOES.
           MOVE 'N' TO WRK-ACHOU.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT SPOOL-DEF-TEMP.
           OPEN INPUT SPOOL-DEF-FILE.
           IF WRK-FS-DEF = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SPOOL-DEF-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SPD-PROGRAMA = WRK-PROGRAMA
                               AND SPD-RELATORIO = WRK-RELATORIO
                               MOVE 'S' TO WRK-ACHOU
                               IF WRK-NOVO-ACESSO NOT = 'X'
                                   MOVE WRK-RETENCAO TO SPD-RETENCAO
                                   MOVE WRK-NOVO-ACESSO TO SPD-ACESSO
                                   MOVE SPD-REC TO SPT-LINHA
                                   WRITE SPT-LINHA
                               END-IF
                           ELSE
                               MOVE SPD-REC TO SPT-LINHA
                               WRITE SPT-LINHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SPOOL-DEF-FILE
           END-IF.
           IF WRK-ACHOU = 'N' AND WRK-NOVO-ACESSO NOT = 'X'
               MOVE SPACES TO SPD-REC
               MOVE WRK-PROGRAMA TO SPD-PROGRAMA
               MOVE WRK-RELATORIO TO SPD-RELATORIO
               MOVE WRK-RETENCAO TO SPD-RETENCAO
               MOVE WRK-NOVO-ACESSO TO SPD-ACESSO
               MOVE SPD-REC TO SPT-LINHA
               WRITE SPT-LINHA
           END-IF.
           CLOSE SPOOL-DEF-TEMP.
           IF WRK-ACHOU = 'N' AND WRK-NOVO-ACESSO = 'X'
               DISPLAY 'DEFINICAO NAO ENCONTRADA - NADA EXCLUIDO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT SPOOL-DEF-TEMP
               OPEN OUTPUT SPOOL-DEF-FILE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SPOOL-DEF-TEMP
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE SPT-LINHA TO SPD-REC
                           WRITE SPD-REC
                   END-READ
               END-PERFORM
               CLOSE SPOOL-DEF-TEMP SPOOL-DEF-FILE
               EVALUATE TRUE
                   WHEN WRK-NOVO-ACESSO = 'X'
                       DISPLAY 'DEFINICAO EXCLUIDA: ' WRK-PROGRAMA
                           ' ' WRK-RELATORIO
                   WHEN WRK-ACHOU = 'S'
                       DISPLAY 'DEFINICAO ALTERADA: ' WRK-PROGRAMA
                           ' ' WRK-RELATORIO
                   WHEN OTHER
                       DISPLAY 'DEFINICAO INCLUIDA: ' WRK-PROGRAMA
                           ' ' WRK-RELATORIO
               END-EVALUATE
           END-IF.
