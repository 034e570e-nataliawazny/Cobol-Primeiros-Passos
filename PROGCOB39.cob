      * PROGCOB15 E IMPRIME EM COMISREL O NOME, O PERCENTUAL DO
      * VENDMAST E O VALOR DA COMISSAO A PAGAR
      * DATA = XX/XX/XXXX
      * MANUTENCAO = CADA COMISSAO A PAGAR GRAVA O EVENTO 'COMISSAO'
      * EM EXTEND NO EVTCTB (EVTREC.COB, DOCUMENTO 'CM' + VENDEDOR +
      * MES) PARA A POSTAGEM CONTABIL DO PROGCOB123 - RECALCULAR O
      * MES NAO POSTA A COMISSAO DE NOVO (HISTORICO CTBHIST)
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT COMMISSION-REPORT ASSIGN TO 'COMISREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT EVENT-FILE ASSIGN TO 'EVTCTB'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       COPY 'VNDMREC.COB'.
       FD  COMMISSION-REPORT.
       01  CMR-LINHA       PIC X(80).
       FD  EVENT-FILE.
       COPY 'EVTREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-SVD      PIC X(02) VALUE SPACES.
       77 WRK-FS-VND      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FS-EVT      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       0300-GRAVAR-RELATORIO.
           MOVE ZEROS TO WRK-PAGINA WRK-TOT-COMIS.
           OPEN OUTPUT COMMISSION-REPORT.
           OPEN EXTEND EVENT-FILE.
           IF WRK-FS-EVT NOT = '00'
               OPEN OUTPUT EVENT-FILE
           END-IF.
           PERFORM 0310-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO CMR-LINHA.
           STRING 'COMISSOES DO MES ' WRK-MES-REF
           STRING 'TOTAL DE COMISSOES A PAGAR: ' WRK-LD-COMIS
               DELIMITED BY SIZE INTO CMR-LINHA.
           WRITE CMR-LINHA.
           CLOSE COMMISSION-REPORT EVENT-FILE.
           DISPLAY 'COMISSOES GRAVADAS EM COMISREL'.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0310-GERAR-CABECALHO-PADRAO==,
           MOVE WRK-COMISSAO TO WRK-LD-COMIS.
           WRITE CMR-LINHA FROM WRK-LINHA-DET.
           ADD WRK-COMISSAO TO WRK-TOT-COMIS.
           IF WRK-COMISSAO > 0
               PERFORM 0360-GRAVAR-EVENTO
           END-IF.
       0360-GRAVAR-EVENTO.
           MOVE 'COMISSAO' TO EVT-TIPO.
           MOVE WRK-DATA-HOJE TO EVT-DATA.
           MOVE SPACES TO EVT-DOCUMENTO.
           STRING 'CM' WRK-VD-CODIGO(WRK-IND-VND) WRK-MES-REF
               DELIMITED BY SIZE INTO EVT-DOCUMENTO.
           MOVE WRK-COMISSAO TO EVT-VALOR.
           MOVE 'PROGCOB39' TO EVT-PROGRAMA.
           WRITE EVT-REC.
