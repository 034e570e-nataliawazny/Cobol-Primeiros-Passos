       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB139.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = REMATRICULA EM LOTE NO FIM DO PERIODO LETIVO: COM
      * O PERIODO JA FECHADO PELO PROGCOB50 (TRANAAAAPP), CADA ALUNO
      * ATIVO DO STUDMAST RECEBE UMA SITUACAO PELO ULTIMO LANCAMENTO
      * DO PERIODO - APROVADO SOBE PARA A TURMA DESTINO DA TABELA DE
      * PROGRESSAO (PROGTURM, PTUREC.COB), REPROVADO REPETE A TURMA,
      * SEM NOTA FINAL (SEM LANCAMENTO OU AINDA EM RECUPERACAO) FICA
      * ONDE ESTA E O INATIVO NEM ENTRA NA PROPOSTA
      * A CAPACIDADE DA TURMA DESTINO (TUR-CAPACIDADE, ZERO = SEM
      * LIMITE) E RESPEITADA: QUEM FICA NA TURMA OCUPA A VAGA PRIMEIRO
      * E OS PROMOVIDOS ENTRAM PELA MAIOR MEDIA; QUEM NAO COUBE VAI
      * PARA A LISTA DE ESPERA (LISTESP, ESPREC.COB) E CONTINUA NA
      * TURMA ATUAL
      * A GERACAO SO GRAVA A PROPOSTA (REMAPROP) E O RELATORIO POR
      * TURMA DESTINO (REMAREL); O STUDMAST SO MUDA NA CONFIRMACAO,
      * QUE GRAVA O PERIODO NO REMACTL PARA O MESMO PERIODO NAO SER
      * REMATRICULADO DUAS VEZES
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROGRESSION-TABLE ASSIGN TO 'PROGTURM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTU.
           SELECT PROGRESSION-TEMP ASSIGN TO 'PROGTTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PTT.
           SELECT CLASS-MASTER ASSIGN TO 'TURMMAST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TUR.
           SELECT STUDENT-MASTER ASSIGN TO 'STUDMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WRK-FS-STU.
           SELECT TERM-ARCHIVE ASSIGN TO DYNAMIC WRK-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.
           SELECT PROPOSAL-FILE ASSIGN TO 'REMAPROP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRP.
           SELECT REENROLL-CONTROL-FILE ASSIGN TO 'REMACTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT WAITING-LIST ASSIGN TO 'LISTESP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESP.
           SELECT REENROLL-REPORT ASSIGN TO 'REMAREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  PROGRESSION-TABLE.
       COPY 'PTUREC.COB'.
       FD  PROGRESSION-TEMP.
       01  PTT-REC         PIC X(12).
       FD  CLASS-MASTER.
       COPY 'TURREC.COB'.
       FD  STUDENT-MASTER.
       COPY 'STUREC.COB'.
       FD  TERM-ARCHIVE.
       COPY 'TRNREC.COB'.
      * PRP-ACAO = P PROMOVIDO / R REPROVADO (REPETE) / C CONCLUINTE
      * (ULTIMA TURMA) / N SEM NOTA FINAL / S TURMA SEM PROGRESSAO /
      * D TURMA DESTINO FORA DO TURMMAST / E LISTA DE ESPERA
       FD  PROPOSAL-FILE.
       01  PRP-REC.
           02 PRP-PERIODO  PIC 9(06).
           02 PRP-ALUNO    PIC 9(06).
           02 PRP-NOME     PIC X(20).
           02 PRP-ORIGEM   PIC X(06).
           02 PRP-DESTINO  PIC X(06).
           02 PRP-ACAO     PIC X(01).
           02 PRP-MEDIA    PIC 9(02)V9.
           02 PRP-POSICAO  PIC 9(03).
       FD  REENROLL-CONTROL-FILE.
       01  CTL-REC.
           02 CTL-ULT-PERIODO PIC 9(06).
       FD  WAITING-LIST.
       COPY 'ESPREC.COB'.
       FD  REENROLL-REPORT.
       01  REM-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-PTU      PIC X(02) VALUE SPACES.
       77 WRK-FS-PTT      PIC X(02) VALUE SPACES.
       77 WRK-FS-TUR      PIC X(02) VALUE SPACES.
       77 WRK-FS-STU      PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTL      PIC X(02) VALUE SPACES.
       77 WRK-FS-ESP      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-NOME-ARQ    PIC X(12) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-OPCAO       PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PERIODO     PIC 9(06) VALUE ZEROS.
       77 WRK-ULT-PERIODO PIC 9(06) VALUE ZEROS.
       77 WRK-ORIGEM      PIC X(06) VALUE SPACES.
       77 WRK-DESTINO     PIC X(06) VALUE SPACES.
       77 WRK-TURMA       PIC X(06) VALUE SPACES.
       77 WRK-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-REMOVIDO    PIC X(01) VALUE 'N'.
       77 WRK-RECUSA      PIC X(60) VALUE SPACES.
       77 WRK-QTD-LISTA   PIC 9(04) VALUE ZEROS.
       77 WRK-TUR-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-TC      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-TC      PIC 9(03) VALUE ZEROS.
       77 WRK-POS-TC      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PT      PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PT      PIC 9(03) VALUE ZEROS.
       77 WRK-POS-PT      PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ALUNOS  PIC 9(04) VALUE ZEROS.
       77 WRK-IND-AL      PIC 9(04) VALUE ZEROS.
       77 WRK-POS-AL      PIC 9(04) VALUE ZEROS.
       77 WRK-IND-TROCA   PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-TROCA PIC 9(04) VALUE ZEROS.
       77 WRK-AL-TROCA    PIC X(72) VALUE SPACES.
       77 WRK-CAPACIDADE  PIC 9(03) VALUE ZEROS.
       77 WRK-OCUPADOS    PIC 9(04) VALUE ZEROS.
       77 WRK-POS-ESPERA  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ESPERA-T PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NOTAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PROMOV  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REPROV  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CONCL   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ESPERA  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-MANTIDO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-IGNORADO PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77 WRK-SITUACAO    PIC X(24) VALUE SPACES.
       77 WRK-MEDIA-ED    PIC Z9,9 VALUE ZEROS.
       01 WRK-CHAVE-MONTA.
           02 WRK-CM-DESTINO  PIC X(06).
           02 WRK-CM-PRIOR    PIC X(01).
           02 WRK-CM-INV-MEDIA PIC 9(03).
           02 WRK-CM-ID       PIC 9(06).
       01 WRK-TABELA-TURMAS.
           02 WRK-TC OCCURS 200 TIMES.
               03 WRK-TC-CODIGO     PIC X(06).
               03 WRK-TC-CAPACIDADE PIC 9(03).
       01 WRK-TABELA-PROGRESSAO.
           02 WRK-PT OCCURS 200 TIMES.
               03 WRK-PT-ORIGEM     PIC X(06).
               03 WRK-PT-DESTINO    PIC X(06).
      * ALUNOS ATIVOS DA PROPOSTA; WRK-AL-CHAVE = TURMA DESTINO +
      * PRIORIDADE (1 FICA NA TURMA / 2 PROMOVIDO) + MEDIA INVERTIDA
      * + MATRICULA, PARA A VAGA IR PRIMEIRO A QUEM JA ESTA E DEPOIS
      * A MAIOR MEDIA
       01 WRK-TABELA-ALUNOS.
           02 WRK-AL OCCURS 1000 TIMES.
               03 WRK-AL-CHAVE      PIC X(16).
               03 WRK-AL-ID         PIC 9(06).
               03 WRK-AL-NOME       PIC X(20).
               03 WRK-AL-ORIGEM     PIC X(06).
               03 WRK-AL-DESTINO    PIC X(06).
               03 WRK-AL-ACAO       PIC X(01).
               03 WRK-AL-MEDIA      PIC 9(02)V9.
               03 WRK-AL-STATUS     PIC X(11).
               03 WRK-AL-POSICAO    PIC 9(03).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR PROGRESSAO 2-INCLUIR/ALTERAR'
                   ' PROGRESSAO 3-EXCLUIR PROGRESSAO'
               DISPLAY '4-GERAR PROPOSTA 5-CONFIRMAR PROPOSTA'
                   ' 6-LISTA DE ESPERA 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0100-LISTAR-PROGRESSAO
                   WHEN 2
                       PERFORM 0200-MANTER-PROGRESSAO
                   WHEN 3
                       PERFORM 0300-EXCLUIR-PROGRESSAO
                   WHEN 4
                       PERFORM 0400-GERAR-PROPOSTA
                   WHEN 5
                       PERFORM 0500-CONFIRMAR-PROPOSTA
                   WHEN 6
                       PERFORM 0600-LISTAR-ESPERA
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
                     ==NOME-PROGRAMA== BY =='PROGCOB139'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB139'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0050-RECEBER-PERIODO==,
                     ==CAMPO-NOME== BY ==WRK-PERIODO==,
                     ==TEXTO-PROMPT== BY
                         =='PERIODO FECHADO (AAAAPP): '==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0800-CABECALHO==,
                     ==LINHA-NOME== BY ==REM-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='PROPOSTA DE REMATRICULA'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0100-LISTAR-PROGRESSAO.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PROGRESSION-TABLE.
           IF WRK-FS-PTU = '00'
               DISPLAY 'ORIGEM DESTINO'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PROGRESSION-TABLE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PTU-DESTINO = SPACES
                               DISPLAY PTU-ORIGEM ' (CONCLUI O CURSO)'
                           ELSE
                               DISPLAY PTU-ORIGEM ' ' PTU-DESTINO
                           END-IF
                           ADD 1 TO WRK-QTD-LISTA
                   END-READ
               END-PERFORM
               CLOSE PROGRESSION-TABLE
               DISPLAY 'TURMAS NA TABELA DE PROGRESSAO: ' WRK-QTD-LISTA
           ELSE
               DISPLAY 'PROGTURM INDISPONIVEL OU VAZIO'
           END-IF.
      * SEM TURMMAST AS TURMAS NAO SAO CONFERIDAS (COMO NO PROGCOB49)
       0200-MANTER-PROGRESSAO.
           DISPLAY 'TURMA DE ORIGEM: '.
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           DISPLAY 'TURMA DESTINO (BRANCO = ULTIMA TURMA DO CURSO): '.
           ACCEPT WRK-DESTINO FROM CONSOLE.
           MOVE SPACES TO WRK-RECUSA.
           PERFORM 0430-CARREGAR-TURMAS.
           EVALUATE TRUE
               WHEN WRK-ORIGEM = SPACES
                   MOVE 'TURMA DE ORIGEM OBRIGATORIA' TO WRK-RECUSA
               WHEN WRK-DESTINO = WRK-ORIGEM
                   MOVE 'TURMA DESTINO IGUAL A ORIGEM' TO WRK-RECUSA
               WHEN OTHER
                   IF WRK-TUR-DISPON = 'S'
                       MOVE WRK-ORIGEM TO WRK-TURMA
                       PERFORM 0435-BUSCAR-TURMA
                       IF WRK-POS-TC = 0
                           MOVE 'TURMA DE ORIGEM FORA DO TURMMAST'
                               TO WRK-RECUSA
                       END-IF
                       IF WRK-DESTINO NOT = SPACES
                           AND WRK-RECUSA = SPACES
                           MOVE WRK-DESTINO TO WRK-TURMA
                           PERFORM 0435-BUSCAR-TURMA
                           IF WRK-POS-TC = 0
                               MOVE 'TURMA DESTINO FORA DO TURMMAST'
                                   TO WRK-RECUSA
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WRK-RECUSA NOT = SPACES
               DISPLAY 'PROGRESSAO RECUSADA: ' WRK-RECUSA
           ELSE
               PERFORM 0250-GRAVAR-PROGRESSAO
           END-IF.
       0250-GRAVAR-PROGRESSAO.
           MOVE 'N' TO WRK-EXISTE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PROGRESSION-TABLE.
           IF WRK-FS-PTU = '00'
               OPEN OUTPUT PROGRESSION-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PROGRESSION-TABLE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PTU-ORIGEM = WRK-ORIGEM
                               MOVE 'S' TO WRK-EXISTE
                               MOVE WRK-DESTINO TO PTU-DESTINO
                           END-IF
                           WRITE PTT-REC FROM PTU-REC
                   END-READ
               END-PERFORM
               CLOSE PROGRESSION-TABLE PROGRESSION-TEMP
           END-IF.
           IF WRK-EXISTE = 'S'
               PERFORM 0270-DEVOLVER-PROGRESSAO
               DISPLAY 'PROGRESSAO ALTERADA: ' WRK-ORIGEM
           ELSE
               OPEN EXTEND PROGRESSION-TABLE
               IF WRK-FS-PTU NOT = '00'
                   OPEN OUTPUT PROGRESSION-TABLE
               END-IF
               MOVE WRK-ORIGEM TO PTU-ORIGEM
               MOVE WRK-DESTINO TO PTU-DESTINO
               WRITE PTU-REC
               CLOSE PROGRESSION-TABLE
               DISPLAY 'PROGRESSAO INCLUIDA: ' WRK-ORIGEM
           END-IF.
       0270-DEVOLVER-PROGRESSAO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT PROGRESSION-TABLE.
           OPEN INPUT PROGRESSION-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ PROGRESSION-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE PTU-REC FROM PTT-REC
               END-READ
           END-PERFORM.
           CLOSE PROGRESSION-TABLE PROGRESSION-TEMP.
       0300-EXCLUIR-PROGRESSAO.
           DISPLAY 'TURMA DE ORIGEM A EXCLUIR: '.
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           MOVE 'N' TO WRK-REMOVIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PROGRESSION-TABLE.
           IF WRK-FS-PTU = '00'
               OPEN OUTPUT PROGRESSION-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PROGRESSION-TABLE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PTU-ORIGEM = WRK-ORIGEM
                               MOVE 'S' TO WRK-REMOVIDO
                           ELSE
                               WRITE PTT-REC FROM PTU-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRESSION-TABLE PROGRESSION-TEMP
           END-IF.
           IF WRK-REMOVIDO = 'S'
               PERFORM 0270-DEVOLVER-PROGRESSAO
               DISPLAY 'PROGRESSAO EXCLUIDA: ' WRK-ORIGEM
           ELSE
               DISPLAY 'TURMA SEM PROGRESSAO CADASTRADA: ' WRK-ORIGEM
           END-IF.
      * PROPOSTA: NADA E GRAVADO NO STUDMAST NESTA FASE
       0400-GERAR-PROPOSTA.
           PERFORM 0050-RECEBER-PERIODO.
           PERFORM 0410-LER-CONTROLE.
           MOVE SPACES TO WRK-NOME-ARQ.
           STRING 'TRAN' WRK-PERIODO
               DELIMITED BY SIZE INTO WRK-NOME-ARQ.
           MOVE SPACES TO WRK-RECUSA.
           IF WRK-PERIODO NOT > WRK-ULT-PERIODO
               MOVE 'PERIODO JA REMATRICULADO - ULTIMO CONFIRMADO: '
                   TO WRK-RECUSA
               MOVE WRK-ULT-PERIODO TO WRK-RECUSA(47:6)
           END-IF.
           IF WRK-RECUSA = SPACES
               OPEN INPUT TERM-ARCHIVE
               IF WRK-FS-ARQ NOT = '00'
                   MOVE 'PERIODO NAO FECHADO - FALTA O ARQUIVO'
                       TO WRK-RECUSA
                   MOVE WRK-NOME-ARQ TO WRK-RECUSA(39:12)
               ELSE
                   CLOSE TERM-ARCHIVE
               END-IF
           END-IF.
           IF WRK-RECUSA = SPACES
               PERFORM 0420-CARREGAR-PROGRESSAO
               IF WRK-QTD-PT = 0
                   MOVE 'TABELA DE PROGRESSAO (PROGTURM) VAZIA'
                       TO WRK-RECUSA
               END-IF
           END-IF.
           IF WRK-RECUSA = SPACES
               PERFORM 0440-CARREGAR-ALUNOS
               EVALUATE TRUE
                   WHEN WRK-FS-STU NOT = '00'
                       MOVE 'STUDMAST INDISPONIVEL' TO WRK-RECUSA
                   WHEN WRK-TAB-CHEIA = 'S'
                       MOVE 'MAIS DE 1000 ALUNOS ATIVOS - TABELA CHEIA'
                           TO WRK-RECUSA
                       MOVE 8 TO RETURN-CODE
                   WHEN WRK-QTD-ALUNOS = 0
                       MOVE 'NENHUM ALUNO ATIVO NO STUDMAST'
                           TO WRK-RECUSA
               END-EVALUATE
           END-IF.
           IF WRK-RECUSA NOT = SPACES
               DISPLAY WRK-RECUSA
               DISPLAY 'NENHUMA PROPOSTA GERADA'
           ELSE
               PERFORM 0430-CARREGAR-TURMAS
               PERFORM 0450-LER-NOTAS
               PERFORM 0460-DEFINIR-ACAO
                   VARYING WRK-IND-AL FROM 1 BY 1
                   UNTIL WRK-IND-AL > WRK-QTD-ALUNOS
               PERFORM 0470-ORDENAR-ALUNOS
               PERFORM 0480-APLICAR-CAPACIDADE
               PERFORM 0490-GRAVAR-PROPOSTA
           END-IF.
      * SEM REMACTL (PRIMEIRA REMATRICULA) QUALQUER PERIODO E ACEITO
       0410-LER-CONTROLE.
           MOVE ZEROS TO WRK-ULT-PERIODO.
           OPEN INPUT REENROLL-CONTROL-FILE.
           IF WRK-FS-CTL = '00'
               READ REENROLL-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-ULT-PERIODO TO WRK-ULT-PERIODO
               END-READ
               CLOSE REENROLL-CONTROL-FILE
           END-IF.
       0420-CARREGAR-PROGRESSAO.
           MOVE ZEROS TO WRK-QTD-PT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PROGRESSION-TABLE.
           IF WRK-FS-PTU = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PROGRESSION-TABLE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-PT < 200
                               ADD 1 TO WRK-QTD-PT
                               MOVE PTU-ORIGEM
                                   TO WRK-PT-ORIGEM(WRK-QTD-PT)
                               MOVE PTU-DESTINO
                                   TO WRK-PT-DESTINO(WRK-QTD-PT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRESSION-TABLE
           END-IF.
       0430-CARREGAR-TURMAS.
           MOVE ZEROS TO WRK-QTD-TC.
           MOVE 'N' TO WRK-TUR-DISPON.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CLASS-MASTER.
           IF WRK-FS-TUR = '00'
               MOVE 'S' TO WRK-TUR-DISPON
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CLASS-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-QTD-TC < 200
                               ADD 1 TO WRK-QTD-TC
                               MOVE TUR-CODIGO
                                   TO WRK-TC-CODIGO(WRK-QTD-TC)
                               MOVE TUR-CAPACIDADE
                                   TO WRK-TC-CAPACIDADE(WRK-QTD-TC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLASS-MASTER
           END-IF.
       0435-BUSCAR-TURMA.
           MOVE ZEROS TO WRK-POS-TC.
           PERFORM VARYING WRK-IND-TC FROM 1 BY 1
                   UNTIL WRK-IND-TC > WRK-QTD-TC
                      OR WRK-POS-TC > 0
               IF WRK-TC-CODIGO(WRK-IND-TC) = WRK-TURMA
                   MOVE WRK-IND-TC TO WRK-POS-TC
               END-IF
           END-PERFORM.
      * ALUNO INATIVO NAO ENTRA NA REMATRICULA
       0440-CARREGAR-ALUNOS.
           MOVE ZEROS TO WRK-QTD-ALUNOS.
           MOVE 'N' TO WRK-TAB-CHEIA.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-FS-STU = '00'
               MOVE 'N' TO WRK-FIM-ARQ
               MOVE LOW-VALUES TO STU-ID
               START STUDENT-MASTER KEY IS NOT LESS THAN STU-ID
                   INVALID KEY
                       MOVE 'Y' TO WRK-FIM-ARQ
               END-START
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ STUDENT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF STU-ATIVO = 'A'
                               PERFORM 0445-GUARDAR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
               MOVE '00' TO WRK-FS-STU
           END-IF.
       0445-GUARDAR-ALUNO.
           IF WRK-QTD-ALUNOS < 1000
               ADD 1 TO WRK-QTD-ALUNOS
               MOVE SPACES TO WRK-AL-CHAVE(WRK-QTD-ALUNOS)
                   WRK-AL-DESTINO(WRK-QTD-ALUNOS)
                   WRK-AL-ACAO(WRK-QTD-ALUNOS)
                   WRK-AL-STATUS(WRK-QTD-ALUNOS)
               MOVE STU-ID TO WRK-AL-ID(WRK-QTD-ALUNOS)
               MOVE STU-NOME TO WRK-AL-NOME(WRK-QTD-ALUNOS)
               MOVE STU-TURMA TO WRK-AL-ORIGEM(WRK-QTD-ALUNOS)
               MOVE ZEROS TO WRK-AL-MEDIA(WRK-QTD-ALUNOS)
                   WRK-AL-POSICAO(WRK-QTD-ALUNOS)
           ELSE
               MOVE 'S' TO WRK-TAB-CHEIA
           END-IF.
      * O ULTIMO LANCAMENTO DO PERIODO PREVALECE (RECUPERACAO DO
      * PROGCOB95 VEM DEPOIS DA NOTA ORIGINAL)
       0450-LER-NOTAS.
           MOVE ZEROS TO WRK-QTD-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT TERM-ARCHIVE.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ TERM-ARCHIVE
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       ADD 1 TO WRK-QTD-NOTAS
                       PERFORM 0455-LOCALIZAR-ALUNO
                       IF WRK-POS-AL > 0
                           MOVE TRN-STATUS
                               TO WRK-AL-STATUS(WRK-POS-AL)
                           MOVE TRN-MEDIA
                               TO WRK-AL-MEDIA(WRK-POS-AL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-ARCHIVE.
       0455-LOCALIZAR-ALUNO.
           MOVE ZEROS TO WRK-POS-AL.
           PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                   UNTIL WRK-IND-TROCA > WRK-QTD-ALUNOS
                      OR WRK-POS-AL > 0
               IF WRK-AL-ID(WRK-IND-TROCA) = TRN-ID
                   MOVE WRK-IND-TROCA TO WRK-POS-AL
               END-IF
           END-PERFORM.
       0460-DEFINIR-ACAO.
           MOVE WRK-AL-ORIGEM(WRK-IND-AL) TO WRK-AL-DESTINO(WRK-IND-AL).
           EVALUATE WRK-AL-STATUS(WRK-IND-AL)
               WHEN 'APROVADO'
                   PERFORM 0465-BUSCAR-PROGRESSAO
               WHEN 'REPROVADO'
                   MOVE 'R' TO WRK-AL-ACAO(WRK-IND-AL)
               WHEN OTHER
                   MOVE 'N' TO WRK-AL-ACAO(WRK-IND-AL)
           END-EVALUATE.
           MOVE WRK-AL-DESTINO(WRK-IND-AL) TO WRK-CM-DESTINO.
           IF WRK-AL-ACAO(WRK-IND-AL) = 'P'
               MOVE '2' TO WRK-CM-PRIOR
           ELSE
               MOVE '1' TO WRK-CM-PRIOR
           END-IF.
           COMPUTE WRK-CM-INV-MEDIA =
               999 - WRK-AL-MEDIA(WRK-IND-AL) * 10.
           MOVE WRK-AL-ID(WRK-IND-AL) TO WRK-CM-ID.
           MOVE WRK-CHAVE-MONTA TO WRK-AL-CHAVE(WRK-IND-AL).
       0465-BUSCAR-PROGRESSAO.
           MOVE ZEROS TO WRK-POS-PT.
           PERFORM VARYING WRK-IND-PT FROM 1 BY 1
                   UNTIL WRK-IND-PT > WRK-QTD-PT
                      OR WRK-POS-PT > 0
               IF WRK-PT-ORIGEM(WRK-IND-PT) = WRK-AL-ORIGEM(WRK-IND-AL)
                   MOVE WRK-IND-PT TO WRK-POS-PT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WRK-POS-PT = 0
                   MOVE 'S' TO WRK-AL-ACAO(WRK-IND-AL)
               WHEN WRK-PT-DESTINO(WRK-POS-PT) = SPACES
                   MOVE 'C' TO WRK-AL-ACAO(WRK-IND-AL)
               WHEN OTHER
                   MOVE WRK-PT-DESTINO(WRK-POS-PT) TO WRK-TURMA
                   PERFORM 0435-BUSCAR-TURMA
                   IF WRK-TUR-DISPON = 'S' AND WRK-POS-TC = 0
                       MOVE 'D' TO WRK-AL-ACAO(WRK-IND-AL)
                   ELSE
                       MOVE 'P' TO WRK-AL-ACAO(WRK-IND-AL)
                       MOVE WRK-TURMA TO WRK-AL-DESTINO(WRK-IND-AL)
                   END-IF
           END-EVALUATE.
       0470-ORDENAR-ALUNOS.
           MOVE WRK-QTD-ALUNOS TO WRK-LIMITE-TROCA.
           PERFORM UNTIL WRK-LIMITE-TROCA < 2
               PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                       UNTIL WRK-IND-TROCA >= WRK-LIMITE-TROCA
                   IF WRK-AL-CHAVE(WRK-IND-TROCA) >
                      WRK-AL-CHAVE(WRK-IND-TROCA + 1)
                       MOVE WRK-AL(WRK-IND-TROCA) TO WRK-AL-TROCA
                       MOVE WRK-AL(WRK-IND-TROCA + 1)
                           TO WRK-AL(WRK-IND-TROCA)
                       MOVE WRK-AL-TROCA TO WRK-AL(WRK-IND-TROCA + 1)
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM WRK-LIMITE-TROCA
           END-PERFORM.
      * TABELA EM ORDEM DE TURMA DESTINO: QUEM FICA NA TURMA OCUPA A
      * VAGA PRIMEIRO; O PROMOVIDO QUE PASSA DA CAPACIDADE VAI PARA A
      * LISTA DE ESPERA NA ORDEM DA MEDIA
       0480-APLICAR-CAPACIDADE.
           MOVE SPACES TO WRK-TURMA.
           PERFORM VARYING WRK-IND-AL FROM 1 BY 1
                   UNTIL WRK-IND-AL > WRK-QTD-ALUNOS
               IF WRK-AL-DESTINO(WRK-IND-AL) NOT = WRK-TURMA
                   MOVE WRK-AL-DESTINO(WRK-IND-AL) TO WRK-TURMA
                   MOVE ZEROS TO WRK-OCUPADOS WRK-POS-ESPERA
                       WRK-CAPACIDADE
                   PERFORM 0435-BUSCAR-TURMA
                   IF WRK-POS-TC > 0
                       MOVE WRK-TC-CAPACIDADE(WRK-POS-TC)
                           TO WRK-CAPACIDADE
                   END-IF
               END-IF
               IF WRK-AL-ACAO(WRK-IND-AL) = 'P'
                   AND WRK-CAPACIDADE > 0
                   AND WRK-OCUPADOS >= WRK-CAPACIDADE
                   MOVE 'E' TO WRK-AL-ACAO(WRK-IND-AL)
                   ADD 1 TO WRK-POS-ESPERA
                   MOVE WRK-POS-ESPERA TO WRK-AL-POSICAO(WRK-IND-AL)
               ELSE
                   ADD 1 TO WRK-OCUPADOS
               END-IF
           END-PERFORM.
       0490-GRAVAR-PROPOSTA.
           MOVE ZEROS TO WRK-QTD-PROMOV WRK-QTD-REPROV WRK-QTD-CONCL
               WRK-QTD-ESPERA WRK-QTD-MANTIDO WRK-PAGINA.
           OPEN OUTPUT PROPOSAL-FILE.
           OPEN OUTPUT REENROLL-REPORT.
           MOVE SPACES TO WRK-TURMA.
           PERFORM VARYING WRK-IND-AL FROM 1 BY 1
                   UNTIL WRK-IND-AL > WRK-QTD-ALUNOS
               IF WRK-AL-DESTINO(WRK-IND-AL) NOT = WRK-TURMA
                   IF WRK-TURMA NOT = SPACES
                       PERFORM 0497-RODAPE-TURMA
                   END-IF
                   MOVE WRK-AL-DESTINO(WRK-IND-AL) TO WRK-TURMA
                   PERFORM 0495-CABECALHO-TURMA
               END-IF
               PERFORM 0492-GRAVAR-ALUNO
           END-PERFORM.
           PERFORM 0497-RODAPE-TURMA.
           MOVE SPACES TO REM-LINHA.
           WRITE REM-LINHA.
           MOVE SPACES TO REM-LINHA.
           STRING 'PERIODO ' WRK-PERIODO
                  '  PROMOVIDOS: ' WRK-QTD-PROMOV
                  '  REPROVADOS: ' WRK-QTD-REPROV
                  '  CONCLUINTES: ' WRK-QTD-CONCL
               DELIMITED BY SIZE INTO REM-LINHA.
           WRITE REM-LINHA.
           MOVE SPACES TO REM-LINHA.
           STRING 'LISTA DE ESPERA: ' WRK-QTD-ESPERA
                  '  MANTIDOS SEM MUDANCA: ' WRK-QTD-MANTIDO
               DELIMITED BY SIZE INTO REM-LINHA.
           WRITE REM-LINHA.
           MOVE 'PROPOSTA PENDENTE - O STUDMAST SO MUDA NA CONFIRMACAO'
               TO REM-LINHA.
           WRITE REM-LINHA.
           CLOSE PROPOSAL-FILE REENROLL-REPORT.
           DISPLAY 'PROPOSTA DO PERIODO ' WRK-PERIODO
               ' GRAVADA EM REMAPROP - RELATORIO EM REMAREL'.
           DISPLAY 'PROMOVIDOS: ' WRK-QTD-PROMOV
               '  REPROVADOS: ' WRK-QTD-REPROV
               '  CONCLUINTES: ' WRK-QTD-CONCL.
           DISPLAY 'LISTA DE ESPERA: ' WRK-QTD-ESPERA
               '  MANTIDOS: ' WRK-QTD-MANTIDO.
           DISPLAY 'REVISE O REMAREL E CONFIRME PELA OPCAO 5'.
       0492-GRAVAR-ALUNO.
           MOVE WRK-PERIODO TO PRP-PERIODO.
           MOVE WRK-AL-ID(WRK-IND-AL) TO PRP-ALUNO.
           MOVE WRK-AL-NOME(WRK-IND-AL) TO PRP-NOME.
           MOVE WRK-AL-ORIGEM(WRK-IND-AL) TO PRP-ORIGEM.
           MOVE WRK-AL-DESTINO(WRK-IND-AL) TO PRP-DESTINO.
           MOVE WRK-AL-ACAO(WRK-IND-AL) TO PRP-ACAO.
           MOVE WRK-AL-MEDIA(WRK-IND-AL) TO PRP-MEDIA.
           MOVE WRK-AL-POSICAO(WRK-IND-AL) TO PRP-POSICAO.
           WRITE PRP-REC.
           EVALUATE PRP-ACAO
               WHEN 'P'
                   MOVE 'PROMOVIDO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-PROMOV
               WHEN 'R'
                   MOVE 'REPROVADO - REPETE' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-REPROV
               WHEN 'C'
                   MOVE 'CONCLUINTE' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-CONCL
               WHEN 'E'
                   MOVE SPACES TO WRK-SITUACAO
                   STRING 'LISTA DE ESPERA ' PRP-POSICAO
                       DELIMITED BY SIZE INTO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-ESPERA
                   ADD 1 TO WRK-QTD-ESPERA-T
               WHEN 'S'
                   MOVE 'SEM PROGRESSAO - MANTIDO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-MANTIDO
               WHEN 'D'
                   MOVE 'DESTINO FORA DO TURMMAST' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-MANTIDO
               WHEN OTHER
                   MOVE 'SEM NOTA FINAL - MANTIDO' TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-MANTIDO
           END-EVALUATE.
           MOVE PRP-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO REM-LINHA.
           STRING PRP-ALUNO ' ' PRP-NOME ' ' PRP-ORIGEM '  '
                  WRK-MEDIA-ED '  ' WRK-SITUACAO
               DELIMITED BY SIZE INTO REM-LINHA.
           WRITE REM-LINHA.
       0495-CABECALHO-TURMA.
           PERFORM 0800-CABECALHO.
           MOVE ZEROS TO WRK-QTD-ESPERA-T.
           PERFORM 0435-BUSCAR-TURMA.
           MOVE SPACES TO REM-LINHA.
           IF WRK-POS-TC > 0
               STRING 'TURMA ' WRK-TURMA '   CAPACIDADE: '
                      WRK-TC-CAPACIDADE(WRK-POS-TC)
                      '   (000 = SEM LIMITE)'
                   DELIMITED BY SIZE INTO REM-LINHA
           ELSE
               STRING 'TURMA ' WRK-TURMA
                      '   CAPACIDADE: NAO CONFERIDA'
                   DELIMITED BY SIZE INTO REM-LINHA
           END-IF.
           WRITE REM-LINHA.
           MOVE 'ALUNO  NOME                 ORIGEM  MEDIA SITUACAO'
               TO REM-LINHA.
           WRITE REM-LINHA.
      * OCUPACAO = ALUNOS QUE FICAM NA TURMA MAIS OS PROMOVIDOS QUE
      * COUBERAM; O DA LISTA DE ESPERA CONTINUA NA TURMA DE ORIGEM
       0497-RODAPE-TURMA.
           MOVE ZEROS TO WRK-OCUPADOS.
           PERFORM VARYING WRK-IND-TROCA FROM 1 BY 1
                   UNTIL WRK-IND-TROCA > WRK-QTD-ALUNOS
               IF WRK-AL-DESTINO(WRK-IND-TROCA) = WRK-TURMA
                   AND WRK-AL-ACAO(WRK-IND-TROCA) NOT = 'E'
                   ADD 1 TO WRK-OCUPADOS
               END-IF
           END-PERFORM.
           MOVE SPACES TO REM-LINHA.
           STRING 'OCUPACAO PROPOSTA: ' WRK-OCUPADOS
                  '   NA LISTA DE ESPERA: ' WRK-QTD-ESPERA-T
               DELIMITED BY SIZE INTO REM-LINHA.
           WRITE REM-LINHA.
      * CONFIRMACAO: O ALUNO QUE MUDOU DE TURMA OU FOI INATIVADO
      * DEPOIS DA PROPOSTA E IGNORADO (GERE A PROPOSTA DE NOVO)
       0500-CONFIRMAR-PROPOSTA.
           MOVE ZEROS TO WRK-QTD-PROMOV WRK-QTD-ESPERA WRK-QTD-LISTA
               WRK-PERIODO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT PROPOSAL-FILE.
           IF WRK-FS-PRP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PROPOSAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE PRP-PERIODO TO WRK-PERIODO
                           ADD 1 TO WRK-QTD-LISTA
                           IF PRP-ACAO = 'P'
                               ADD 1 TO WRK-QTD-PROMOV
                           END-IF
                           IF PRP-ACAO = 'E'
                               ADD 1 TO WRK-QTD-ESPERA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.
           IF WRK-QTD-LISTA = 0
               DISPLAY 'NENHUMA PROPOSTA PENDENTE - GERE PELA OPCAO 4'
           ELSE
               DISPLAY 'PROPOSTA DO PERIODO ' WRK-PERIODO
                   ' - ALUNOS: ' WRK-QTD-LISTA
               DISPLAY 'PROMOVIDOS: ' WRK-QTD-PROMOV
                   '  PARA A LISTA DE ESPERA: ' WRK-QTD-ESPERA
               DISPLAY 'CONFIRMA A REMATRICULA NO STUDMAST (S/N): '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
               IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
                   DISPLAY 'REMATRICULA NAO CONFIRMADA - PROPOSTA'
                       ' MANTIDA EM REMAPROP'
               ELSE
                   PERFORM 0510-APLICAR-PROPOSTA
               END-IF
           END-IF.
       0510-APLICAR-PROPOSTA.
           MOVE ZEROS TO WRK-QTD-PROMOV WRK-QTD-ESPERA
               WRK-QTD-IGNORADO.
           OPEN I-O STUDENT-MASTER.
           IF WRK-FS-STU NOT = '00'
               DISPLAY 'STUDMAST INDISPONIVEL - STATUS ' WRK-FS-STU
               DISPLAY 'REMATRICULA NAO APLICADA'
           ELSE
               OPEN EXTEND WAITING-LIST
               IF WRK-FS-ESP NOT = '00'
                   OPEN OUTPUT WAITING-LIST
               END-IF
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT PROPOSAL-FILE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ PROPOSAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF PRP-ACAO = 'P' OR PRP-ACAO = 'E'
                               PERFORM 0520-APLICAR-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE STUDENT-MASTER WAITING-LIST
               OPEN OUTPUT REENROLL-CONTROL-FILE
               MOVE WRK-PERIODO TO CTL-ULT-PERIODO
               WRITE CTL-REC
               CLOSE REENROLL-CONTROL-FILE
               OPEN OUTPUT PROPOSAL-FILE
               CLOSE PROPOSAL-FILE
               DISPLAY 'REMATRICULA DO PERIODO ' WRK-PERIODO
                   ' CONFIRMADA'
               DISPLAY 'ALUNOS PROMOVIDOS NO STUDMAST: '
                   WRK-QTD-PROMOV
               DISPLAY 'ALUNOS NA LISTA DE ESPERA (LISTESP): '
                   WRK-QTD-ESPERA
               DISPLAY 'IGNORADOS (MUDARAM DEPOIS DA PROPOSTA): '
                   WRK-QTD-IGNORADO
           END-IF.
       0520-APLICAR-ALUNO.
           MOVE PRP-ALUNO TO STU-ID.
           MOVE 'S' TO WRK-EXISTE.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-EXISTE
           END-READ.
           IF WRK-EXISTE = 'N' OR STU-ATIVO NOT = 'A'
               OR STU-TURMA NOT = PRP-ORIGEM
               DISPLAY 'ALUNO IGNORADO (MUDOU DEPOIS DA PROPOSTA): '
                   PRP-ALUNO
               ADD 1 TO WRK-QTD-IGNORADO
           ELSE
               IF PRP-ACAO = 'P'
                   MOVE PRP-DESTINO TO STU-TURMA
                   REWRITE STU-REC
                   IF WRK-FS-STU = '00'
                       ADD 1 TO WRK-QTD-PROMOV
                   ELSE
                       DISPLAY 'ERRO NA REGRAVACAO DO ALUNO '
                           PRP-ALUNO ' - STATUS ' WRK-FS-STU
                       ADD 1 TO WRK-QTD-IGNORADO
                   END-IF
               ELSE
                   MOVE PRP-PERIODO TO ESP-PERIODO
                   MOVE PRP-DESTINO TO ESP-TURMA
                   MOVE PRP-POSICAO TO ESP-POSICAO
                   MOVE PRP-ALUNO TO ESP-ALUNO
                   MOVE PRP-NOME TO ESP-NOME
                   MOVE PRP-ORIGEM TO ESP-TURMA-ATUAL
                   MOVE PRP-MEDIA TO ESP-MEDIA
                   MOVE WRK-DATA-HOJE TO ESP-DATA
                   MOVE 'E' TO ESP-STATUS
                   WRITE ESP-REC
                   ADD 1 TO WRK-QTD-ESPERA
               END-IF
           END-IF.
       0600-LISTAR-ESPERA.
           MOVE ZEROS TO WRK-QTD-LISTA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT WAITING-LIST.
           IF WRK-FS-ESP = '00'
               DISPLAY 'PERIODO DESTINO POS ALUNO  NOME'
                   '                 ATUAL  MEDIA'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ WAITING-LIST
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF ESP-STATUS = 'E'
                               MOVE ESP-MEDIA TO WRK-MEDIA-ED
                               DISPLAY ESP-PERIODO ' ' ESP-TURMA
                                   '  ' ESP-POSICAO ' ' ESP-ALUNO
                                   ' ' ESP-NOME ' ' ESP-TURMA-ATUAL
                                   ' ' WRK-MEDIA-ED
                               ADD 1 TO WRK-QTD-LISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WAITING-LIST
               DISPLAY 'ALUNOS ESPERANDO VAGA: ' WRK-QTD-LISTA
           ELSE
               DISPLAY 'LISTESP INDISPONIVEL OU VAZIO'
           END-IF.
