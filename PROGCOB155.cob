       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB155.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = EXTRATO AD-HOC, SOMENTE LEITURA, PARA OS ANALISTAS
      * - CADA LISTA PEDIDA PELA GERENCIA (CLIENTES DE UMA UF COM
      * LIMITE ACIMA DE X, PRODUTOS ABAIXO DO MINIMO...) VIRAVA UM
      * PROGRAMA DE RELATORIO NOVO
      * O ANALISTA INFORMA O ARQUIVO, OS CAMPOS DE SAIDA E ATE 10
      * CONDICOES (CAMPO OPERADOR VALOR, TODAS PRECISAM SER ATENDIDAS;
      * OPERADORES EQ NE GT GE LT LE E CT = CONTEM, SO EM CAMPO
      * ALFANUMERICO), NA TELA OU NUM CARTAO DE PARAMETROS (EXTRPARM,
      * UMA LINHA POR RESPOSTA, NA ORDEM DAS PERGUNTAS DA TELA)
      * ARQUIVOS E CAMPOS VEM DO DICIONARIO DICCAMPO (DICREC.COB),
      * QUE DESCREVE O LAYOUT DE CADA COPYBOOK E DIZ QUEM PODE
      * EXTRAIR CADA ARQUIVO; O ARQUIVO E SO ABERTO EM INPUT
      * SAIDA NO EXTRATO, SEPARADO POR ';' (TEXTO LIVRE TEM VIRGULA)
      * COM A LINHA DOS NOMES DOS CAMPOS NO INICIO; DADO PESSOAL
      * MARCADO NO DICIONARIO SAI MASCARADO PELO MASKDADO.COB PARA
      * QUEM NAO E ADM, E SO O ADM PODE FILTRAR POR ELE
      * CADA PEDIDO DE EXTRATO, ATENDIDO OU RECUSADO, VAI PARA O
      * EXTRLOG (EXLREC.COB) COM OPERADOR, CAMPOS E FILTROS
      * EXECUTAR PELO PRGMENU (OPERADOR E NIVEL VIA LINKAGE)
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIELD-DICTIONARY-FILE ASSIGN TO 'DICCAMPO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIC.
           SELECT PARM-CARD-FILE ASSIGN TO 'EXTRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRM.
           SELECT EXTRACT-INPUT-FILE ASSIGN TO DYNAMIC WRK-NOME-ENTRADA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENT.
           SELECT EXTRACT-OUTPUT-FILE ASSIGN TO 'EXTRATO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXT.
           SELECT EXTRACT-LOG-FILE ASSIGN TO 'EXTRLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  FIELD-DICTIONARY-FILE.
       COPY 'DICREC.COB'.
       FD  PARM-CARD-FILE.
       01  PRM-LINHA       PIC X(80).
       FD  EXTRACT-INPUT-FILE.
       01  ENT-REC         PIC X(400).
       FD  EXTRACT-OUTPUT-FILE.
       01  EXT-LINHA       PIC X(1700).
       FD  EXTRACT-LOG-FILE.
       COPY 'EXLREC.COB'.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-DIC      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRM      PIC X(02) VALUE SPACES.
       77 WRK-FS-ENT      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXT      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXL      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-NOME-ENTRADA PIC X(10) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-FIM-PARM    PIC X(01) VALUE 'N'.
       77 WRK-FIM-LISTA   PIC X(01) VALUE 'N'.
       77 WRK-ORIGEM      PIC X(01) VALUE SPACES.
       77 WRK-PROMPT      PIC X(79) VALUE SPACES.
       77 WRK-LINHA-PARM  PIC X(80) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
      * SITUACAO DO PEDIDO: 'S' SEGUE / 'N' RECUSADO (WRK-MOTIVO)
       77 WRK-SITUACAO    PIC X(01) VALUE 'S'.
       77 WRK-MOTIVO      PIC X(30) VALUE SPACES.
       77 WRK-ARQUIVO     PIC X(10) VALUE SPACES.
       77 WRK-ARQ-ACHADO  PIC X(01) VALUE 'N'.
       77 WRK-ARQ-ORGANIZ PIC X(01) VALUE SPACES.
       77 WRK-ARQ-ACESSO  PIC X(01) VALUE SPACES.
       77 WRK-REG-VALIDO  PIC X(01) VALUE 'S'.
       77 WRK-PASSA       PIC X(01) VALUE 'S'.
       77 WRK-REGISTRO    PIC X(400) VALUE SPACES.
       77 WRK-NOME-BUSCA  PIC X(20) VALUE SPACES.
       77 WRK-POS-CAMPO   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-CAMPO   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-CAMPOS  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-SAIDA   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-SAIDA   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-FLT     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-FLT     PIC 9(02) VALUE ZEROS.
       77 WRK-FLT-CAMPO-X PIC X(20) VALUE SPACES.
       77 WRK-FLT-OPER-X  PIC X(02) VALUE SPACES.
       77 WRK-FLT-VALOR-X PIC X(40) VALUE SPACES.
       77 WRK-PTR         PIC 9(03) VALUE ZEROS.
       77 WRK-PTR-SAIDA   PIC 9(04) VALUE ZEROS.
       77 WRK-PTR-CAMPOS  PIC 9(03) VALUE 1.
       77 WRK-PTR-FILTROS PIC 9(03) VALUE 1.
       77 WRK-TAM         PIC 9(02) VALUE ZEROS.
       77 WRK-INICIO      PIC 9(02) VALUE ZEROS.
       77 WRK-CORTE       PIC 9(01) VALUE ZEROS.
       77 WRK-CONTA       PIC 9(03) VALUE ZEROS.
       77 WRK-TEXTO-CAMPO PIC X(40) VALUE SPACES.
       77 WRK-TEXTO-SAIDA PIC X(40) VALUE SPACES.
       77 WRK-TAM-SAIDA   PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-CAMPO PIC S9(16)V9(04) VALUE ZEROS.
       77 WRK-VALOR-ED    PIC -(16)9.9999.
       77 WRK-QTD-LIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXTRAIDOS PIC 9(07) VALUE ZEROS.
      * CAMPO NUMERICO DO REGISTRO ALINHADO A DIREITA, SEM E COM SINAL
       01 WRK-NUM-X       PIC X(18) VALUE ZEROS.
       01 WRK-NUM-U REDEFINES WRK-NUM-X PIC 9(18).
       01 WRK-NUM-S REDEFINES WRK-NUM-X PIC S9(18).
      * MASCARAMENTO DE DADOS PESSOAIS (MASKDADO.COB)
       77 WRK-NIVEL-SESSAO PIC 9(02) VALUE ZEROS.
       77 WRK-MASC-NOME   PIC X(20) VALUE SPACES.
       77 WRK-MASC-DOC    PIC X(14) VALUE SPACES.
       77 WRK-MASC-AUX    PIC X(20) VALUE SPACES.
       77 WRK-MASC-IND    PIC 9(02) VALUE ZEROS.
       77 WRK-MASC-PTR    PIC 9(02) VALUE ZEROS.
       77 WRK-MASC-FASE   PIC X(01) VALUE SPACES.
      * CAMPOS DO ARQUIVO ESCOLHIDO, LIDOS DO DICIONARIO
       01 WRK-TABELA-CAMPOS.
           02 WRK-CMP OCCURS 40 TIMES.
               03 WRK-CMP-NOME     PIC X(20).
               03 WRK-CMP-POSICAO  PIC 9(04).
               03 WRK-CMP-TAMANHO  PIC 9(03).
               03 WRK-CMP-FORMATO  PIC X(01).
               03 WRK-CMP-DECIMAIS PIC 9(01).
               03 WRK-CMP-PESSOAL  PIC X(01).
      * CAMPOS DE SAIDA, NA ORDEM PEDIDA (POSICAO NA TABELA ACIMA)
       01 WRK-TABELA-SAIDA.
           02 WRK-SAI-CAMPO OCCURS 40 TIMES PIC 9(02).
       01 WRK-TABELA-FILTROS.
           02 WRK-FLT OCCURS 10 TIMES.
               03 WRK-FLT-CAMPO    PIC 9(02).
               03 WRK-FLT-OPER     PIC X(02).
               03 WRK-FLT-VALOR    PIC X(40).
               03 WRK-FLT-TAM      PIC 9(02).
               03 WRK-FLT-NUM      PIC S9(16)V9(04).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       01 LNK-NIVEL    PIC 9(02).
           88 LNK-ADM          VALUE 01.
           88 LNK-SUPERVISOR   VALUE 03.
       PROCEDURE DIVISION USING LNK-OPERADOR LNK-NIVEL.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           MOVE LNK-NIVEL TO WRK-NIVEL-SESSAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           MOVE 'S' TO WRK-SITUACAO.
           MOVE SPACES TO WRK-MOTIVO WRK-ARQUIVO.
           MOVE SPACES TO EXL-CAMPOS EXL-FILTROS.
           MOVE 1 TO WRK-PTR-CAMPOS WRK-PTR-FILTROS.
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-EXTRAIDOS.
           DISPLAY 'CRITERIOS (T-TELA / C-CARTAO EXTRPARM): '.
           ACCEPT WRK-ORIGEM FROM CONSOLE.
           MOVE 'N' TO WRK-FIM-PARM.
           IF WRK-ORIGEM = 'C' OR WRK-ORIGEM = 'c'
               MOVE 'C' TO WRK-ORIGEM
               OPEN INPUT PARM-CARD-FILE
               IF WRK-FS-PRM NOT = '00'
                   DISPLAY 'EXTRPARM INDISPONIVEL - STATUS ' WRK-FS-PRM
                   MOVE 'N' TO WRK-SITUACAO
                   MOVE 'CARTAO EXTRPARM INDISPONIVEL' TO WRK-MOTIVO
               END-IF
           ELSE
               MOVE 'T' TO WRK-ORIGEM
           END-IF.
           IF WRK-SITUACAO = 'S'
               PERFORM 0100-RECEBER-ARQUIVO
           END-IF.
           IF WRK-SITUACAO = 'S'
               PERFORM 0200-RECEBER-CAMPOS
           END-IF.
           IF WRK-SITUACAO = 'S'
               PERFORM 0300-RECEBER-FILTROS
           END-IF.
           IF WRK-SITUACAO = 'S'
               PERFORM 0400-EXTRAIR
           END-IF.
           IF WRK-ORIGEM = 'C' AND WRK-FS-PRM = '00'
               CLOSE PARM-CARD-FILE
           END-IF.
           IF WRK-SITUACAO = 'S'
               DISPLAY 'REGISTROS LIDOS: ' WRK-QTD-LIDOS
                   '  EXTRAIDOS PARA O EXTRATO: ' WRK-QTD-EXTRAIDOS
           ELSE
               DISPLAY 'EXTRATO NAO GERADO - ' WRK-MOTIVO
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0500-REGISTRAR-EXTRATO.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB155'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB155'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'MASKDADO.COB'
           REPLACING ==PARA-NOME== BY ==0080-MASCARAR-DADOS==.
      * PROXIMA RESPOSTA: DA TELA (DISPLAY DO WRK-PROMPT + ACCEPT) OU
      * DA PROXIMA LINHA DO CARTAO; FIM DO CARTAO = RESPOSTA EM BRANCO
       0150-LER-PARAMETRO.
           MOVE SPACES TO WRK-LINHA-PARM.
           IF WRK-ORIGEM = 'C'
               IF WRK-FIM-PARM = 'N'
                   READ PARM-CARD-FILE
                       AT END
                           MOVE 'S' TO WRK-FIM-PARM
                       NOT AT END
                           MOVE PRM-LINHA TO WRK-LINHA-PARM
                   END-READ
               END-IF
           ELSE
               DISPLAY WRK-PROMPT
               ACCEPT WRK-LINHA-PARM FROM CONSOLE
           END-IF.
       0100-RECEBER-ARQUIVO.
           MOVE SPACES TO WRK-PROMPT.
           STRING 'ARQUIVO (CUSTMAST, PRODMAST, ESTOQUE, CONTAREC, '
                  'SHIPSTAT ...): ' DELIMITED BY SIZE
               INTO WRK-PROMPT.
           PERFORM 0150-LER-PARAMETRO.
           MOVE WRK-LINHA-PARM(1:10) TO WRK-ARQUIVO.
           INSPECT WRK-ARQUIVO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           PERFORM 0110-CARREGAR-DICIONARIO.
           IF WRK-SITUACAO = 'S'
               IF WRK-ARQ-ACHADO = 'N'
                   MOVE 'N' TO WRK-SITUACAO
                   MOVE 'ARQUIVO FORA DO DICIONARIO' TO WRK-MOTIVO
               ELSE
                   PERFORM 0120-VERIFICAR-ACESSO
               END-IF
           END-IF.
           IF WRK-SITUACAO = 'S' AND WRK-QTD-CAMPOS = ZEROS
               MOVE 'N' TO WRK-SITUACAO
               MOVE 'ARQUIVO SEM CAMPOS NO DICIONARIO' TO WRK-MOTIVO
           END-IF.
      * REGISTRO 'A' DO ARQUIVO E SEUS CAMPOS 'C'; CAMPO COM TAMANHO
      * FORA DO QUE O EXTRATO SABE TRATAR E IGNORADO
       0110-CARREGAR-DICIONARIO.
           MOVE 'N' TO WRK-ARQ-ACHADO.
           MOVE ZEROS TO WRK-QTD-CAMPOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT FIELD-DICTIONARY-FILE.
           IF WRK-FS-DIC NOT = '00'
               DISPLAY 'DICCAMPO INDISPONIVEL - STATUS ' WRK-FS-DIC
               MOVE 'N' TO WRK-SITUACAO
               MOVE 'DICIONARIO INDISPONIVEL' TO WRK-MOTIVO
           ELSE
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ FIELD-DICTIONARY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0115-TRATAR-DICIONARIO
                   END-READ
               END-PERFORM
               CLOSE FIELD-DICTIONARY-FILE
           END-IF.
       0115-TRATAR-DICIONARIO.
           IF DIA-TIPO = 'A' AND DIA-NOME = WRK-ARQUIVO
               MOVE 'S' TO WRK-ARQ-ACHADO
               MOVE DIA-ORGANIZ TO WRK-ARQ-ORGANIZ
               MOVE DIA-ACESSO TO WRK-ARQ-ACESSO
           END-IF.
           IF DIC-TIPO = 'C' AND DIC-ARQ = WRK-ARQUIVO
               IF DIC-POSICAO IS NUMERIC AND DIC-TAMANHO IS NUMERIC
                   AND DIC-POSICAO > 0 AND DIC-TAMANHO > 0
                   AND DIC-POSICAO + DIC-TAMANHO - 1 NOT > 400
                   AND ((DIC-FORMATO = 'X' AND DIC-TAMANHO NOT > 40)
                     OR ((DIC-FORMATO = '9' OR DIC-FORMATO = 'S')
                         AND DIC-TAMANHO NOT > 18))
                   AND WRK-QTD-CAMPOS < 40
                   ADD 1 TO WRK-QTD-CAMPOS
                   MOVE DIC-NOME TO WRK-CMP-NOME(WRK-QTD-CAMPOS)
                   MOVE DIC-POSICAO TO WRK-CMP-POSICAO(WRK-QTD-CAMPOS)
                   MOVE DIC-TAMANHO TO WRK-CMP-TAMANHO(WRK-QTD-CAMPOS)
                   MOVE DIC-FORMATO TO WRK-CMP-FORMATO(WRK-QTD-CAMPOS)
                   IF DIC-DECIMAIS IS NUMERIC AND DIC-DECIMAIS < 5
                       MOVE DIC-DECIMAIS
                           TO WRK-CMP-DECIMAIS(WRK-QTD-CAMPOS)
                   ELSE
                       MOVE ZEROS TO WRK-CMP-DECIMAIS(WRK-QTD-CAMPOS)
                   END-IF
                   MOVE DIC-PESSOAL TO WRK-CMP-PESSOAL(WRK-QTD-CAMPOS)
               ELSE
                   DISPLAY 'CAMPO IGNORADO NO DICCAMPO: ' DIC-NOME
               END-IF
           END-IF.
      * ACESSO DO ARQUIVO PELO NIVEL AUTENTICADO DA SESSAO (LNK-NIVEL),
      * COMO AS LETRAS DE ACESSO DO SPOOLDEF
       0120-VERIFICAR-ACESSO.
           EVALUATE WRK-ARQ-ACESSO
               WHEN 'A'
                   IF NOT LNK-ADM
                       MOVE 'N' TO WRK-SITUACAO
                   END-IF
               WHEN 'S'
                   IF NOT LNK-ADM AND NOT LNK-SUPERVISOR
                       MOVE 'N' TO WRK-SITUACAO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-SITUACAO = 'N'
               MOVE 'ACESSO NEGADO AO ARQUIVO' TO WRK-MOTIVO
           END-IF.
      * CAMPOS DE SAIDA, UM POR RESPOSTA; '*' = TODOS OS DO DICIONARIO
       0200-RECEBER-CAMPOS.
           MOVE ZEROS TO WRK-QTD-SAIDA.
           MOVE 'N' TO WRK-FIM-LISTA.
           PERFORM UNTIL WRK-FIM-LISTA = 'S'
               MOVE 'CAMPO DE SAIDA (* = TODOS, BRANCO = FIM): '
                   TO WRK-PROMPT
               PERFORM 0150-LER-PARAMETRO
               IF WRK-LINHA-PARM = SPACES
                   MOVE 'S' TO WRK-FIM-LISTA
               ELSE
                   PERFORM 0210-INCLUIR-CAMPO-SAIDA
               END-IF
           END-PERFORM.
           IF WRK-SITUACAO = 'S' AND WRK-QTD-SAIDA = ZEROS
               MOVE 'N' TO WRK-SITUACAO
               MOVE 'NENHUM CAMPO DE SAIDA' TO WRK-MOTIVO
           END-IF.
       0210-INCLUIR-CAMPO-SAIDA.
           MOVE WRK-LINHA-PARM(1:20) TO WRK-NOME-BUSCA.
           INSPECT WRK-NOME-BUSCA CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-PTR-CAMPOS > 1
               STRING ',' DELIMITED BY SIZE
                   INTO EXL-CAMPOS WITH POINTER WRK-PTR-CAMPOS
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.
           STRING WRK-NOME-BUSCA DELIMITED BY SPACE
               INTO EXL-CAMPOS WITH POINTER WRK-PTR-CAMPOS
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           IF WRK-NOME-BUSCA = '*'
               MOVE WRK-QTD-CAMPOS TO WRK-QTD-SAIDA
               PERFORM VARYING WRK-IND-CAMPO FROM 1 BY 1
                       UNTIL WRK-IND-CAMPO > WRK-QTD-CAMPOS
                   MOVE WRK-IND-CAMPO TO WRK-SAI-CAMPO(WRK-IND-CAMPO)
               END-PERFORM
           ELSE
               PERFORM 0250-LOCALIZAR-CAMPO
               IF WRK-POS-CAMPO = ZEROS
                   DISPLAY 'CAMPO NAO EXISTE NO ARQUIVO: '
                       WRK-NOME-BUSCA
                   PERFORM 0260-RECUSAR-NO-CARTAO
               ELSE
                   IF WRK-QTD-SAIDA NOT < 40
                       DISPLAY 'LIMITE DE 40 CAMPOS DE SAIDA'
                   ELSE
                       ADD 1 TO WRK-QTD-SAIDA
                       MOVE WRK-POS-CAMPO
                           TO WRK-SAI-CAMPO(WRK-QTD-SAIDA)
                   END-IF
               END-IF
           END-IF.
       0250-LOCALIZAR-CAMPO.
           MOVE ZEROS TO WRK-POS-CAMPO.
           PERFORM VARYING WRK-IND-CAMPO FROM 1 BY 1
                   UNTIL WRK-IND-CAMPO > WRK-QTD-CAMPOS
                      OR WRK-POS-CAMPO > 0
               IF WRK-CMP-NOME(WRK-IND-CAMPO) = WRK-NOME-BUSCA
                   MOVE WRK-IND-CAMPO TO WRK-POS-CAMPO
               END-IF
           END-PERFORM.
      * NA TELA O ANALISTA CORRIGE NA RESPOSTA SEGUINTE; NO CARTAO
      * NAO HA A QUEM PERGUNTAR E O EXTRATO E RECUSADO
       0260-RECUSAR-NO-CARTAO.
           IF WRK-ORIGEM = 'C' AND WRK-SITUACAO = 'S'
               MOVE 'N' TO WRK-SITUACAO
               MOVE 'CARTAO COM CAMPO OU FILTRO INVALIDO' TO WRK-MOTIVO
           END-IF.
      * FILTROS: CAMPO OPERADOR VALOR (O VALOR PODE TER BRANCOS)
       0300-RECEBER-FILTROS.
           MOVE ZEROS TO WRK-QTD-FLT.
           MOVE 'N' TO WRK-FIM-LISTA.
           PERFORM UNTIL WRK-FIM-LISTA = 'S'
               MOVE SPACES TO WRK-PROMPT
               STRING 'FILTRO (CAMPO EQ/NE/GT/GE/LT/LE/CT VALOR, '
                      'BRANCO = FIM): ' DELIMITED BY SIZE
                   INTO WRK-PROMPT
               PERFORM 0150-LER-PARAMETRO
               IF WRK-LINHA-PARM = SPACES
                   MOVE 'S' TO WRK-FIM-LISTA
               ELSE
                   PERFORM 0310-INCLUIR-FILTRO
               END-IF
           END-PERFORM.
       0310-INCLUIR-FILTRO.
           MOVE SPACES TO WRK-FLT-CAMPO-X WRK-FLT-OPER-X
               WRK-FLT-VALOR-X.
           MOVE 1 TO WRK-PTR.
           UNSTRING WRK-LINHA-PARM DELIMITED BY ALL SPACE
               INTO WRK-FLT-CAMPO-X WRK-FLT-OPER-X
               WITH POINTER WRK-PTR
           END-UNSTRING.
           IF WRK-PTR NOT > 80
               MOVE WRK-LINHA-PARM(WRK-PTR:) TO WRK-FLT-VALOR-X
           END-IF.
           INSPECT WRK-FLT-CAMPO-X CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WRK-FLT-OPER-X CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF WRK-PTR-FILTROS > 1
               STRING ' E ' DELIMITED BY SIZE
                   INTO EXL-FILTROS WITH POINTER WRK-PTR-FILTROS
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF.
           STRING WRK-FLT-CAMPO-X DELIMITED BY SPACE
                  ' ' WRK-FLT-OPER-X ' ' DELIMITED BY SIZE
                  WRK-FLT-VALOR-X DELIMITED BY '  '
               INTO EXL-FILTROS WITH POINTER WRK-PTR-FILTROS
               ON OVERFLOW
                   CONTINUE
           END-STRING.
           MOVE WRK-FLT-CAMPO-X TO WRK-NOME-BUSCA.
           PERFORM 0250-LOCALIZAR-CAMPO.
           EVALUATE TRUE
               WHEN WRK-POS-CAMPO = ZEROS
                   DISPLAY 'CAMPO DO FILTRO NAO EXISTE NO ARQUIVO: '
                       WRK-FLT-CAMPO-X
                   PERFORM 0260-RECUSAR-NO-CARTAO
               WHEN WRK-FLT-OPER-X NOT = 'EQ' AND NOT = 'NE'
                   AND NOT = 'GT' AND NOT = 'GE' AND NOT = 'LT'
                   AND NOT = 'LE' AND NOT = 'CT'
                   DISPLAY 'OPERADOR INVALIDO: ' WRK-FLT-OPER-X
                   PERFORM 0260-RECUSAR-NO-CARTAO
               WHEN WRK-FLT-OPER-X = 'CT'
                   AND WRK-CMP-FORMATO(WRK-POS-CAMPO) NOT = 'X'
                   DISPLAY 'CT SO EM CAMPO ALFANUMERICO'
                   PERFORM 0260-RECUSAR-NO-CARTAO
               WHEN WRK-CMP-PESSOAL(WRK-POS-CAMPO) NOT = SPACE
                   AND NOT LNK-ADM
                   DISPLAY 'FILTRO POR DADO PESSOAL SO PARA ADM: '
                       WRK-FLT-CAMPO-X
                   PERFORM 0260-RECUSAR-NO-CARTAO
               WHEN WRK-FLT-VALOR-X = SPACES
                   AND WRK-FLT-OPER-X = 'CT'
                   DISPLAY 'CT SEM VALOR'
                   PERFORM 0260-RECUSAR-NO-CARTAO
               WHEN WRK-QTD-FLT NOT < 10
                   DISPLAY 'LIMITE DE 10 FILTROS'
                   PERFORM 0260-RECUSAR-NO-CARTAO
               WHEN OTHER
                   PERFORM 0320-GUARDAR-FILTRO
           END-EVALUATE.
       0320-GUARDAR-FILTRO.
           ADD 1 TO WRK-QTD-FLT.
           MOVE WRK-POS-CAMPO TO WRK-FLT-CAMPO(WRK-QTD-FLT).
           MOVE WRK-FLT-OPER-X TO WRK-FLT-OPER(WRK-QTD-FLT).
           MOVE WRK-FLT-VALOR-X TO WRK-FLT-VALOR(WRK-QTD-FLT).
           MOVE 40 TO WRK-TAM.
           PERFORM UNTIL WRK-TAM = 0
                   OR WRK-FLT-VALOR-X(WRK-TAM:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-TAM
           END-PERFORM.
           MOVE WRK-TAM TO WRK-FLT-TAM(WRK-QTD-FLT).
           MOVE ZEROS TO WRK-FLT-NUM(WRK-QTD-FLT).
           IF WRK-CMP-FORMATO(WRK-POS-CAMPO) NOT = 'X'
               AND WRK-FLT-VALOR-X NOT = SPACES
               COMPUTE WRK-FLT-NUM(WRK-QTD-FLT) =
                   FUNCTION NUMVAL(WRK-FLT-VALOR-X)
           END-IF.
      ****************************************
      * LEITURA DO ARQUIVO (SO INPUT) E GRAVACAO DO EXTRATO
      ****************************************
       0400-EXTRAIR.
           EVALUATE WRK-ARQ-ORGANIZ
               WHEN 'C'
                   OPEN INPUT CUSTOMER-MASTER
                   MOVE WRK-FS-CLI TO WRK-FS-ENT
               WHEN 'P'
                   OPEN INPUT PRODUCT-MASTER
                   MOVE WRK-FS-PRD TO WRK-FS-ENT
               WHEN OTHER
                   MOVE WRK-ARQUIVO TO WRK-NOME-ENTRADA
                   OPEN INPUT EXTRACT-INPUT-FILE
           END-EVALUATE.
           IF WRK-FS-ENT NOT = '00'
               DISPLAY WRK-ARQUIVO ' INDISPONIVEL - STATUS ' WRK-FS-ENT
               MOVE 'N' TO WRK-SITUACAO
               MOVE 'ARQUIVO INDISPONIVEL' TO WRK-MOTIVO
           ELSE
               OPEN OUTPUT EXTRACT-OUTPUT-FILE
               PERFORM 0410-GRAVAR-CABECALHO
               MOVE 'N' TO WRK-FIM-ARQ
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   PERFORM 0420-LER-REGISTRO
                   IF WRK-FIM-ARQ = 'N' AND WRK-REG-VALIDO = 'S'
                       ADD 1 TO WRK-QTD-LIDOS
                       PERFORM 0430-AVALIAR-FILTROS
                       IF WRK-PASSA = 'S'
                           PERFORM 0450-GRAVAR-LINHA
                           ADD 1 TO WRK-QTD-EXTRAIDOS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EXTRACT-OUTPUT-FILE
               EVALUATE WRK-ARQ-ORGANIZ
                   WHEN 'C'
                       CLOSE CUSTOMER-MASTER
                   WHEN 'P'
                       CLOSE PRODUCT-MASTER
                   WHEN OTHER
                       CLOSE EXTRACT-INPUT-FILE
               END-EVALUATE
           END-IF.
       0410-GRAVAR-CABECALHO.
           MOVE SPACES TO EXT-LINHA.
           MOVE 1 TO WRK-PTR-SAIDA.
           PERFORM VARYING WRK-IND-SAIDA FROM 1 BY 1
                   UNTIL WRK-IND-SAIDA > WRK-QTD-SAIDA
               IF WRK-IND-SAIDA > 1
                   STRING ';' DELIMITED BY SIZE
                       INTO EXT-LINHA WITH POINTER WRK-PTR-SAIDA
               END-IF
               MOVE WRK-SAI-CAMPO(WRK-IND-SAIDA) TO WRK-IND-CAMPO
               STRING WRK-CMP-NOME(WRK-IND-CAMPO) DELIMITED BY SPACE
                   INTO EXT-LINHA WITH POINTER WRK-PTR-SAIDA
           END-PERFORM.
           WRITE EXT-LINHA.
      * O REGISTRO DE CONTROLE DO CUSTMAST (CM-ID ZEROS) NAO E CLIENTE
       0420-LER-REGISTRO.
           MOVE 'S' TO WRK-REG-VALIDO.
           EVALUATE WRK-ARQ-ORGANIZ
               WHEN 'C'
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE CM-RECORD TO WRK-REGISTRO
                           IF CM-ID = ZEROS
                               MOVE 'N' TO WRK-REG-VALIDO
                           END-IF
                   END-READ
               WHEN 'P'
                   READ PRODUCT-MASTER NEXT RECORD
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE PRD-RECORD TO WRK-REGISTRO
                   END-READ
               WHEN OTHER
                   READ EXTRACT-INPUT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           MOVE ENT-REC TO WRK-REGISTRO
                   END-READ
           END-EVALUATE.
       0430-AVALIAR-FILTROS.
           MOVE 'S' TO WRK-PASSA.
           PERFORM VARYING WRK-IND-FLT FROM 1 BY 1
                   UNTIL WRK-IND-FLT > WRK-QTD-FLT
                      OR WRK-PASSA = 'N'
               PERFORM 0440-TESTAR-FILTRO
           END-PERFORM.
      * ALFANUMERICO COMPARA O TEXTO; NUMERICO COMPARA O VALOR
       0440-TESTAR-FILTRO.
           MOVE WRK-FLT-CAMPO(WRK-IND-FLT) TO WRK-IND-CAMPO.
           PERFORM 0460-OBTER-VALOR.
           IF WRK-CMP-FORMATO(WRK-IND-CAMPO) = 'X'
               EVALUATE WRK-FLT-OPER(WRK-IND-FLT)
                   WHEN 'EQ'
                       IF WRK-TEXTO-CAMPO NOT =
                           WRK-FLT-VALOR(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'NE'
                       IF WRK-TEXTO-CAMPO =
                           WRK-FLT-VALOR(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'GT'
                       IF WRK-TEXTO-CAMPO NOT >
                           WRK-FLT-VALOR(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'GE'
                       IF WRK-TEXTO-CAMPO <
                           WRK-FLT-VALOR(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'LT'
                       IF WRK-TEXTO-CAMPO NOT <
                           WRK-FLT-VALOR(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'LE'
                       IF WRK-TEXTO-CAMPO >
                           WRK-FLT-VALOR(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'CT'
                       MOVE ZEROS TO WRK-CONTA
                       MOVE WRK-FLT-TAM(WRK-IND-FLT) TO WRK-TAM
                       INSPECT WRK-TEXTO-CAMPO TALLYING WRK-CONTA
                           FOR ALL WRK-FLT-VALOR(WRK-IND-FLT)(1:WRK-TAM)
                       IF WRK-CONTA = ZEROS
                           MOVE 'N' TO WRK-PASSA
                       END-IF
               END-EVALUATE
           ELSE
               EVALUATE WRK-FLT-OPER(WRK-IND-FLT)
                   WHEN 'EQ'
                       IF WRK-VALOR-CAMPO NOT = WRK-FLT-NUM(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'NE'
                       IF WRK-VALOR-CAMPO = WRK-FLT-NUM(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'GT'
                       IF WRK-VALOR-CAMPO NOT > WRK-FLT-NUM(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'GE'
                       IF WRK-VALOR-CAMPO < WRK-FLT-NUM(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'LT'
                       IF WRK-VALOR-CAMPO NOT < WRK-FLT-NUM(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
                   WHEN 'LE'
                       IF WRK-VALOR-CAMPO > WRK-FLT-NUM(WRK-IND-FLT)
                           MOVE 'N' TO WRK-PASSA
                       END-IF
               END-EVALUATE
           END-IF.
       0450-GRAVAR-LINHA.
           MOVE SPACES TO EXT-LINHA.
           MOVE 1 TO WRK-PTR-SAIDA.
           PERFORM VARYING WRK-IND-SAIDA FROM 1 BY 1
                   UNTIL WRK-IND-SAIDA > WRK-QTD-SAIDA
               IF WRK-IND-SAIDA > 1
                   STRING ';' DELIMITED BY SIZE
                       INTO EXT-LINHA WITH POINTER WRK-PTR-SAIDA
               END-IF
               MOVE WRK-SAI-CAMPO(WRK-IND-SAIDA) TO WRK-IND-CAMPO
               PERFORM 0460-OBTER-VALOR
               PERFORM 0470-FORMATAR-VALOR
               IF WRK-TAM-SAIDA > 0
                   STRING WRK-TEXTO-SAIDA(1:WRK-TAM-SAIDA)
                       DELIMITED BY SIZE
                       INTO EXT-LINHA WITH POINTER WRK-PTR-SAIDA
               END-IF
           END-PERFORM.
           WRITE EXT-LINHA.
      * TEXTO DO CAMPO WRK-IND-CAMPO NO REGISTRO E, SE NUMERICO, O
      * VALOR COM AS DECIMAIS (CONTEUDO NAO NUMERICO, COMO BRANCOS DE
      * REGISTRO ANTIGO, VALE ZERO)
       0460-OBTER-VALOR.
           MOVE SPACES TO WRK-TEXTO-CAMPO.
           MOVE ZEROS TO WRK-VALOR-CAMPO.
           MOVE WRK-REGISTRO(WRK-CMP-POSICAO(WRK-IND-CAMPO):
                WRK-CMP-TAMANHO(WRK-IND-CAMPO)) TO WRK-TEXTO-CAMPO.
           IF WRK-CMP-FORMATO(WRK-IND-CAMPO) NOT = 'X'
               MOVE ALL '0' TO WRK-NUM-X
               COMPUTE WRK-INICIO = 19 - WRK-CMP-TAMANHO(WRK-IND-CAMPO)
               MOVE WRK-TEXTO-CAMPO TO
                   WRK-NUM-X(WRK-INICIO:WRK-CMP-TAMANHO(WRK-IND-CAMPO))
               IF WRK-CMP-FORMATO(WRK-IND-CAMPO) = 'S'
                   IF WRK-NUM-S IS NUMERIC
                       COMPUTE WRK-VALOR-CAMPO = WRK-NUM-S
                           / 10 ** WRK-CMP-DECIMAIS(WRK-IND-CAMPO)
                   END-IF
               ELSE
                   IF WRK-NUM-U IS NUMERIC
                       COMPUTE WRK-VALOR-CAMPO = WRK-NUM-U
                           / 10 ** WRK-CMP-DECIMAIS(WRK-IND-CAMPO)
                   END-IF
               END-IF
           END-IF.
      * VALOR PARA O EXTRATO: NUMERO SEM ZEROS A ESQUERDA COM PONTO
      * DECIMAL; DADO PESSOAL MASCARADO PARA QUEM NAO E ADM
       0470-FORMATAR-VALOR.
           MOVE SPACES TO WRK-TEXTO-SAIDA.
           EVALUATE TRUE
               WHEN WRK-CMP-PESSOAL(WRK-IND-CAMPO) = 'N'
                   MOVE WRK-TEXTO-CAMPO(1:20) TO WRK-MASC-NOME
                   MOVE SPACES TO WRK-MASC-DOC
                   PERFORM 0080-MASCARAR-DADOS
                   MOVE WRK-MASC-NOME TO WRK-TEXTO-SAIDA
               WHEN WRK-CMP-PESSOAL(WRK-IND-CAMPO) = 'D'
                   MOVE SPACES TO WRK-MASC-NOME
                   MOVE WRK-TEXTO-CAMPO(1:14) TO WRK-MASC-DOC
                   PERFORM 0080-MASCARAR-DADOS
                   MOVE WRK-MASC-DOC TO WRK-TEXTO-SAIDA
               WHEN WRK-CMP-PESSOAL(WRK-IND-CAMPO) = 'E'
                   AND NOT LNK-ADM
                   MOVE '***' TO WRK-TEXTO-SAIDA
               WHEN WRK-CMP-FORMATO(WRK-IND-CAMPO) = 'X'
                   MOVE WRK-TEXTO-CAMPO TO WRK-TEXTO-SAIDA
               WHEN OTHER
                   PERFORM 0480-EDITAR-NUMERO
           END-EVALUATE.
           INSPECT WRK-TEXTO-SAIDA REPLACING ALL ';' BY ','.
           MOVE 40 TO WRK-TAM-SAIDA.
           PERFORM UNTIL WRK-TAM-SAIDA = 0
                   OR WRK-TEXTO-SAIDA(WRK-TAM-SAIDA:1) NOT = SPACE
               SUBTRACT 1 FROM WRK-TAM-SAIDA
           END-PERFORM.
       0480-EDITAR-NUMERO.
           MOVE WRK-VALOR-CAMPO TO WRK-VALOR-ED.
           MOVE 1 TO WRK-INICIO.
           PERFORM UNTIL WRK-VALOR-ED(WRK-INICIO:1) NOT = SPACE
               ADD 1 TO WRK-INICIO
           END-PERFORM.
           IF WRK-CMP-DECIMAIS(WRK-IND-CAMPO) = ZEROS
               MOVE 5 TO WRK-CORTE
           ELSE
               COMPUTE WRK-CORTE = 4 - WRK-CMP-DECIMAIS(WRK-IND-CAMPO)
           END-IF.
           COMPUTE WRK-TAM = 22 - WRK-INICIO + 1 - WRK-CORTE.
           MOVE WRK-VALOR-ED(WRK-INICIO:WRK-TAM) TO WRK-TEXTO-SAIDA.
      * TRILHA DO PEDIDO DE EXTRATO, ATENDIDO OU RECUSADO
       0500-REGISTRAR-EXTRATO.
           OPEN EXTEND EXTRACT-LOG-FILE.
           IF WRK-FS-EXL NOT = '00'
               OPEN OUTPUT EXTRACT-LOG-FILE
           END-IF.
           MOVE WRK-DATA-HOJE TO EXL-DATA.
           MOVE WRK-HORA-HOJE TO EXL-HORA.
           MOVE LNK-OPERADOR TO EXL-OPERADOR.
           MOVE LNK-NIVEL TO EXL-NIVEL.
           MOVE WRK-ARQUIVO TO EXL-ARQUIVO.
           IF WRK-SITUACAO = 'S'
               MOVE 'E' TO EXL-SITUACAO
           ELSE
               MOVE 'N' TO EXL-SITUACAO
           END-IF.
           MOVE WRK-QTD-LIDOS TO EXL-QTD-LIDOS.
           MOVE WRK-QTD-EXTRAIDOS TO EXL-QTD-EXTRAIDOS.
           MOVE WRK-MOTIVO TO EXL-MOTIVO.
           WRITE EXL-REC.
           CLOSE EXTRACT-LOG-FILE.
