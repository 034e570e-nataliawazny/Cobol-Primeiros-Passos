       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB121.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = ARQUIVO MENSAL DA ESCRITURACAO FISCAL DIGITAL
      * (EFD ICMS/IPI) DO MES DE REFERENCIA (AAAAMM, COMO NO
      * PROGCOB30/PROGCOB76), GRAVADO EM SPEDFIS NO FORMATO DE
      * REGISTROS DELIMITADOS POR '|' E AGRUPADOS EM BLOCOS:
      * BLOCO 0 - 0000 DADOS DA EMPRESA (CHAVES EMPRESA-NOME,
      *           EMPRESA-CNPJ, EMPRESA-UF E EMPRESA-IE DO SYSPARM,
      *           VIA PRGPARM), 0150 PARTICIPANTES (CLIENTES DAS
      *           NOTAS DO MES, DO CUSTMAST), 0200 PRODUTOS (ITENS
      *           DAS NOTAS DO MES, DO PRODMAST)
      * BLOCO C - C100 UMA POR NOTA DO NOTAFISC NO MES (SAIDA E
      *           ENTRADA DE DEVOLUCAO; CANCELADA COM SITUACAO 02 E
      *           SEM VALORES) E C170 OS ITENS DO NFITEM
      * BLOCO E - E100/E110 APURACAO DO PERIODO E E200/E210 O ICMS
      *           POR UF: DEBITO DAS SAIDAS, CREDITO DAS ENTRADAS DE
      *           DEVOLUCAO E SALDO, SO DAS NOTAS NAO CANCELADAS
      * BLOCO 9 - 9900 QUANTIDADE DE LINHAS POR REGISTRO E 9999
      *           TOTAL DO ARQUIVO; CADA BLOCO FECHA COM O SEU
      *           X990 (QUANTIDADE DE LINHAS DO BLOCO)
      * ANTES DA GERACAO, A CONFERENCIA LISTA EM SPEDVAL TUDO O QUE
      * FALTA (PARAMETRO DA EMPRESA, CLIENTE OU PRODUTO SEM CADASTRO,
      * DOCUMENTO OU UF EM BRANCO, NOTA SEM ITENS OU SEM AUTORIZACAO
      * DA NOTA ELETRONICA); COM PENDENCIA O ARQUIVO SO E GERADO SE O
      * OPERADOR CONFIRMAR, E O RETORNO E 4
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NF-REGISTRY-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFR.
           SELECT NF-ITEM-FILE ASSIGN TO 'NFITEM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFI.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
           SELECT PRODUCT-MASTER ASSIGN TO 'PRODMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WRK-FS-PRD.
           SELECT SPED-FILE ASSIGN TO 'SPEDFIS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SPD.
           SELECT SPED-CHECK-FILE ASSIGN TO 'SPEDVAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VAL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  NF-ITEM-FILE.
       COPY 'NFIREC.COB'.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  PRODUCT-MASTER.
       COPY 'PRODREC.COB'.
       FD  SPED-FILE.
       01  SPD-LINHA       PIC X(200).
       FD  SPED-CHECK-FILE.
       01  VAL-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-NFR      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFI      PIC X(02) VALUE SPACES.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FS-PRD      PIC X(02) VALUE SPACES.
       77 WRK-FS-SPD      PIC X(02) VALUE SPACES.
       77 WRK-FS-VAL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-NFR     PIC X(01) VALUE 'N'.
       77 WRK-FIM-NFI     PIC X(01) VALUE 'N'.
       77 WRK-CLI-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-PRD-DISPON  PIC X(01) VALUE 'N'.
       77 WRK-MES-REF     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOMES-REG  PIC 9(06) VALUE ZEROS.
       77 WRK-ANO         PIC 9(04) VALUE ZEROS.
       77 WRK-MES         PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-DIA     PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE   PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO       PIC 9(04) VALUE ZEROS.
       77 WRK-DT-INI      PIC X(08) VALUE SPACES.
       77 WRK-DT-FIN      PIC X(08) VALUE SPACES.
       77 WRK-DT-DOC      PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-PENDENC PIC 9(05) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-EMP-NOME    PIC X(20) VALUE SPACES.
       77 WRK-EMP-CNPJ    PIC X(20) VALUE SPACES.
       77 WRK-EMP-UF      PIC X(20) VALUE SPACES.
       77 WRK-EMP-IE      PIC X(20) VALUE SPACES.
       77 WRK-QTD-NOTAS   PIC 9(04) VALUE ZEROS.
       77 WRK-IND-NOTA    PIC 9(04) VALUE ZEROS.
       77 WRK-POS-NOTA    PIC 9(04) VALUE ZEROS.
       77 WRK-NUM-BUSCA   PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-PART    PIC 9(03) VALUE ZEROS.
       77 WRK-IND-PART    PIC 9(03) VALUE ZEROS.
       77 WRK-POS-PART    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PROD    PIC 9(04) VALUE ZEROS.
       77 WRK-IND-PROD    PIC 9(04) VALUE ZEROS.
       77 WRK-POS-PROD    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-UF      PIC 9(02) VALUE ZEROS.
       77 WRK-IND-UF      PIC 9(02) VALUE ZEROS.
       77 WRK-POS-UF      PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-TIPOS   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-TIPO    PIC 9(02) VALUE ZEROS.
       77 WRK-POS-TIPO    PIC 9(02) VALUE ZEROS.
       77 WRK-ITENS-NOTA  PIC 9(03) VALUE ZEROS.
       77 WRK-LIN-BLOCO   PIC 9(07) VALUE ZEROS.
       77 WRK-LIN-TOTAL   PIC 9(07) VALUE ZEROS.
       77 WRK-REG-ATUAL   PIC X(04) VALUE SPACES.
       77 WRK-PTR         PIC 9(03) VALUE ZEROS.
       77 WRK-CAMPO       PIC X(60) VALUE SPACES.
       77 WRK-VALOR       PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VALOR-ED    PIC Z(09)9,99 VALUE ZEROS.
       77 WRK-NUMERO      PIC 9(14) VALUE ZEROS.
       77 WRK-NUMERO-ED   PIC Z(13)9 VALUE ZEROS.
       77 WRK-BRANCOS     PIC 9(02) VALUE ZEROS.
       77 WRK-TOT-DEBITO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-SALDO       PIC S9(10)V99 VALUE ZEROS.
       01 WRK-TABELA-NOTAS.
           02 WRK-NOTA OCCURS 2000 TIMES.
               03 WRK-NT-NUMERO  PIC 9(08).
               03 WRK-NT-ITENS   PIC 9(03).
       01 WRK-TABELA-PART.
           02 WRK-PART OCCURS 500 TIMES.
               03 WRK-PT-CODIGO  PIC 9(06).
               03 WRK-PT-NOME    PIC X(20).
               03 WRK-PT-DOC     PIC 9(14).
               03 WRK-PT-UF      PIC X(02).
               03 WRK-PT-ACHOU   PIC X(01).
       01 WRK-TABELA-PROD.
           02 WRK-PROD OCCURS 1000 TIMES.
               03 WRK-PR-CODIGO  PIC 9(06).
               03 WRK-PR-DESCR   PIC X(20).
               03 WRK-PR-ACHOU   PIC X(01).
       01 WRK-TABELA-UF.
           02 WRK-APUR OCCURS 30 TIMES.
               03 WRK-APUR-UF      PIC X(02).
               03 WRK-APUR-DEBITO  PIC 9(10)V99.
               03 WRK-APUR-CREDITO PIC 9(10)V99.
       01 WRK-TABELA-TIPOS.
           02 WRK-TIPO OCCURS 40 TIMES.
               03 WRK-TP-REG     PIC X(04).
               03 WRK-TP-QTD     PIC 9(07).
       01 WRK-DIAS-MES-X  PIC X(24) VALUE '312831303130313130313031'.
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-X.
           02 WRK-DIAS    PIC 9(02) OCCURS 12 TIMES.
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM 0050-RECEBER-MES.
           MOVE WRK-MES-REF(1:4) TO WRK-ANO.
           MOVE WRK-MES-REF(5:2) TO WRK-MES.
           PERFORM UNTIL WRK-MES >= 1 AND WRK-MES <= 12
               DISPLAY 'MES INVALIDO - USE AAAAMM'
               PERFORM 0050-RECEBER-MES
               MOVE WRK-MES-REF(1:4) TO WRK-ANO
               MOVE WRK-MES-REF(5:2) TO WRK-MES
           END-PERFORM.
           PERFORM 0060-MONTAR-PERIODO.
           PERFORM 0070-LER-EMPRESA.
           PERFORM 0100-CARREGAR-NOTAS.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY '*** MES COM MAIS NOTAS, CLIENTES, PRODUTOS OU'
                   ' UFS DO QUE AS TABELAS COMPORTAM'
               DISPLAY '*** AUMENTE A TABELA DO PROGCOB121 ***'
               MOVE 8 TO RETURN-CODE
               PERFORM 0910-REGISTRAR-FIM
               GOBACK
           END-IF.
           PERFORM 0200-CONFERIR-CADASTROS.
           PERFORM 0300-GRAVAR-CONFERENCIA.
           MOVE 'S' TO WRK-CONFIRMA.
           IF WRK-QTD-PENDENC > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY 'PENDENCIAS NA CONFERENCIA: ' WRK-QTD-PENDENC
                   ' - VER SPEDVAL'
               DISPLAY 'GERAR O ARQUIVO MESMO ASSIM (S/N)? '
               ACCEPT WRK-CONFIRMA FROM CONSOLE
           END-IF.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM 0400-GERAR-ARQUIVO
               DISPLAY 'SPEDFIS GERADO - LINHAS: ' WRK-LIN-TOTAL
           ELSE
               DISPLAY 'SPEDFIS NAO GERADO'
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB121'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB121'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0050-RECEBER-MES==,
                     ==CAMPO-NOME== BY ==WRK-MES-REF==,
                     ==TEXTO-PROMPT== BY
                         =='MES DE REFERENCIA (AAAAMM): '==.
      * DATAS DO ARQUIVO NO FORMATO DDMMAAAA; FEVEREIRO COM 29 DIAS
      * NO ANO BISSEXTO
       0060-MONTAR-PERIODO.
           MOVE WRK-DIAS(WRK-MES) TO WRK-ULT-DIA.
           IF WRK-MES = 2
               DIVIDE WRK-ANO BY 4 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO
               IF WRK-RESTO = 0
                   MOVE 29 TO WRK-ULT-DIA
                   DIVIDE WRK-ANO BY 100 GIVING WRK-QUOCIENTE
                       REMAINDER WRK-RESTO
                   IF WRK-RESTO = 0
                       MOVE 28 TO WRK-ULT-DIA
                       DIVIDE WRK-ANO BY 400 GIVING WRK-QUOCIENTE
                           REMAINDER WRK-RESTO
                       IF WRK-RESTO = 0
                           MOVE 29 TO WRK-ULT-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WRK-DT-INI WRK-DT-FIN.
           STRING '01' WRK-MES WRK-ANO
               DELIMITED BY SIZE INTO WRK-DT-INI.
           STRING WRK-ULT-DIA WRK-MES WRK-ANO
               DELIMITED BY SIZE INTO WRK-DT-FIN.
       0070-LER-EMPRESA.
           MOVE 'EMPRESA-NOME' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               MOVE WRK-PARM-VALOR TO WRK-EMP-NOME
           END-IF.
           MOVE 'EMPRESA-CNPJ' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               MOVE WRK-PARM-VALOR TO WRK-EMP-CNPJ
           END-IF.
           MOVE 'EMPRESA-UF' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               MOVE WRK-PARM-VALOR TO WRK-EMP-UF
           END-IF.
           MOVE 'EMPRESA-IE' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               MOVE WRK-PARM-VALOR TO WRK-EMP-IE
           END-IF.
      * PRIMEIRA PASSADA: NOTAS DO MES, SEUS CLIENTES E O ICMS POR UF
      * (CANCELADA ENTRA NO BLOCO C MAS NAO NA APURACAO); DEPOIS OS
      * PRODUTOS DOS ITENS DESSAS NOTAS NO NFITEM
       0100-CARREGAR-NOTAS.
           MOVE ZEROS TO WRK-QTD-NOTAS WRK-QTD-PART WRK-QTD-PROD
               WRK-QTD-UF.
           MOVE 'N' TO WRK-FIM-NFR.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR NOT = '00'
               DISPLAY 'NOTAFISC INDISPONIVEL - STATUS ' WRK-FS-NFR
           ELSE
               PERFORM UNTIL WRK-FIM-NFR = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFR
                       NOT AT END
                           MOVE NFR-DATA(1:6) TO WRK-ANOMES-REG
                           IF WRK-ANOMES-REG = WRK-MES-REF
                               PERFORM 0110-GUARDAR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE
           END-IF.
           MOVE 'N' TO WRK-FIM-NFI.
           OPEN INPUT NF-ITEM-FILE.
           IF WRK-FS-NFI = '00'
               PERFORM UNTIL WRK-FIM-NFI = 'Y'
                   READ NF-ITEM-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFI
                       NOT AT END
                           PERFORM 0150-GUARDAR-PRODUTO
                   END-READ
               END-PERFORM
               CLOSE NF-ITEM-FILE
           END-IF.
       0110-GUARDAR-NOTA.
           IF WRK-QTD-NOTAS >= 2000
               MOVE 'S' TO WRK-TAB-CHEIA
           ELSE
               ADD 1 TO WRK-QTD-NOTAS
               MOVE NFR-NUMERO TO WRK-NT-NUMERO(WRK-QTD-NOTAS)
               MOVE ZEROS TO WRK-NT-ITENS(WRK-QTD-NOTAS)
           END-IF.
           MOVE ZEROS TO WRK-POS-PART.
           PERFORM VARYING WRK-IND-PART FROM 1 BY 1
                   UNTIL WRK-IND-PART > WRK-QTD-PART
               IF WRK-PT-CODIGO(WRK-IND-PART) = NFR-CLIENTE
                   MOVE WRK-IND-PART TO WRK-POS-PART
               END-IF
           END-PERFORM.
           IF WRK-POS-PART = 0
               IF WRK-QTD-PART >= 500
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-PART
                   MOVE NFR-CLIENTE TO WRK-PT-CODIGO(WRK-QTD-PART)
                   MOVE SPACES TO WRK-PT-NOME(WRK-QTD-PART)
                   MOVE NFR-DOC TO WRK-PT-DOC(WRK-QTD-PART)
                   MOVE NFR-UF TO WRK-PT-UF(WRK-QTD-PART)
                   MOVE 'N' TO WRK-PT-ACHOU(WRK-QTD-PART)
               END-IF
           END-IF.
           IF NFR-STATUS NOT = 'C'
               PERFORM 0120-ACUMULAR-UF
           END-IF.
       0120-ACUMULAR-UF.
           MOVE ZEROS TO WRK-POS-UF.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
               IF WRK-APUR-UF(WRK-IND-UF) = NFR-UF
                   MOVE WRK-IND-UF TO WRK-POS-UF
               END-IF
           END-PERFORM.
           IF WRK-POS-UF = 0
               IF WRK-QTD-UF >= 30
                   MOVE 'S' TO WRK-TAB-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-UF
                   MOVE WRK-QTD-UF TO WRK-POS-UF
                   MOVE NFR-UF TO WRK-APUR-UF(WRK-POS-UF)
                   MOVE ZEROS TO WRK-APUR-DEBITO(WRK-POS-UF)
                   MOVE ZEROS TO WRK-APUR-CREDITO(WRK-POS-UF)
               END-IF
           END-IF.
           IF WRK-POS-UF > 0
               IF NFR-TIPO = 'E'
                   ADD NFR-ICMS TO WRK-APUR-CREDITO(WRK-POS-UF)
               ELSE
                   ADD NFR-ICMS TO WRK-APUR-DEBITO(WRK-POS-UF)
               END-IF
           END-IF.
       0130-LOCALIZAR-NOTA.
           MOVE ZEROS TO WRK-POS-NOTA.
           PERFORM VARYING WRK-IND-NOTA FROM 1 BY 1
                   UNTIL WRK-IND-NOTA > WRK-QTD-NOTAS
                      OR WRK-POS-NOTA > 0
               IF WRK-NT-NUMERO(WRK-IND-NOTA) = WRK-NUM-BUSCA
                   MOVE WRK-IND-NOTA TO WRK-POS-NOTA
               END-IF
           END-PERFORM.
       0150-GUARDAR-PRODUTO.
           MOVE NFI-NUMERO TO WRK-NUM-BUSCA.
           PERFORM 0130-LOCALIZAR-NOTA.
           IF WRK-POS-NOTA > 0
               ADD 1 TO WRK-NT-ITENS(WRK-POS-NOTA)
               MOVE ZEROS TO WRK-POS-PROD
               PERFORM VARYING WRK-IND-PROD FROM 1 BY 1
                       UNTIL WRK-IND-PROD > WRK-QTD-PROD
                   IF WRK-PR-CODIGO(WRK-IND-PROD) = NFI-CODPROD
                       MOVE WRK-IND-PROD TO WRK-POS-PROD
                   END-IF
               END-PERFORM
               IF WRK-POS-PROD = 0
                   IF WRK-QTD-PROD >= 1000
                       MOVE 'S' TO WRK-TAB-CHEIA
                   ELSE
                       ADD 1 TO WRK-QTD-PROD
                       MOVE NFI-CODPROD TO WRK-PR-CODIGO(WRK-QTD-PROD)
                       MOVE NFI-PRODUTO TO WRK-PR-DESCR(WRK-QTD-PROD)
                       MOVE 'N' TO WRK-PR-ACHOU(WRK-QTD-PROD)
                   END-IF
               END-IF
           END-IF.
      * NOME, DOCUMENTO E UF DO PARTICIPANTE VEM DO CUSTMAST;
      * DESCRICAO DO PRODUTO DO PRODMAST - SEM O CADASTRO FICAM OS
      * DADOS DA NOTA E A FALTA VAI PARA A CONFERENCIA
       0200-CONFERIR-CADASTROS.
           MOVE 'N' TO WRK-CLI-DISPON.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CLI = '00'
               MOVE 'S' TO WRK-CLI-DISPON
               PERFORM VARYING WRK-IND-PART FROM 1 BY 1
                       UNTIL WRK-IND-PART > WRK-QTD-PART
                   MOVE WRK-PT-CODIGO(WRK-IND-PART) TO CM-ID
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-PT-ACHOU(WRK-IND-PART)
                           MOVE CM-NOME TO WRK-PT-NOME(WRK-IND-PART)
                           MOVE CM-DOC TO WRK-PT-DOC(WRK-IND-PART)
                           IF CM-UF NOT = SPACES
                               MOVE CM-UF TO WRK-PT-UF(WRK-IND-PART)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER
           END-IF.
           MOVE 'N' TO WRK-PRD-DISPON.
           OPEN INPUT PRODUCT-MASTER.
           IF WRK-FS-PRD = '00'
               MOVE 'S' TO WRK-PRD-DISPON
               PERFORM VARYING WRK-IND-PROD FROM 1 BY 1
                       UNTIL WRK-IND-PROD > WRK-QTD-PROD
                   MOVE WRK-PR-CODIGO(WRK-IND-PROD) TO PRD-CODIGO
                   READ PRODUCT-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WRK-PR-ACHOU(WRK-IND-PROD)
                           MOVE PRD-DESCRICAO TO
                               WRK-PR-DESCR(WRK-IND-PROD)
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER
           END-IF.
       0300-GRAVAR-CONFERENCIA.
           MOVE ZEROS TO WRK-QTD-PENDENC.
           OPEN OUTPUT SPED-CHECK-FILE.
           PERFORM 0310-GERAR-CABECALHO-PADRAO.
           MOVE SPACES TO VAL-LINHA.
           STRING 'CONFERENCIA DA EFD DO MES ' WRK-MES-REF
                  ' - NOTAS: ' WRK-QTD-NOTAS
               DELIMITED BY SIZE INTO VAL-LINHA.
           WRITE VAL-LINHA.
           IF WRK-EMP-NOME = SPACES
               MOVE 'PARAMETRO EMPRESA-NOME AUSENTE NO SYSPARM'
                   TO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
           IF WRK-EMP-CNPJ = SPACES
               MOVE 'PARAMETRO EMPRESA-CNPJ AUSENTE NO SYSPARM'
                   TO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
           IF WRK-EMP-UF = SPACES
               MOVE 'PARAMETRO EMPRESA-UF AUSENTE NO SYSPARM'
                   TO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
           IF WRK-EMP-IE = SPACES
               MOVE 'PARAMETRO EMPRESA-IE AUSENTE NO SYSPARM'
                   TO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
           IF WRK-CLI-DISPON = 'N'
               MOVE 'CUSTMAST INDISPONIVEL - PARTICIPANTES SEM NOME'
                   TO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
           IF WRK-PRD-DISPON = 'N'
               MOVE 'PRODMAST INDISPONIVEL - PRODUTOS SEM CADASTRO'
                   TO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
           PERFORM VARYING WRK-IND-PART FROM 1 BY 1
                   UNTIL WRK-IND-PART > WRK-QTD-PART
               PERFORM 0320-CONFERIR-PARTICIPANTE
           END-PERFORM.
           PERFORM VARYING WRK-IND-PROD FROM 1 BY 1
                   UNTIL WRK-IND-PROD > WRK-QTD-PROD
               IF WRK-PR-ACHOU(WRK-IND-PROD) = 'N'
                   AND WRK-PRD-DISPON = 'S'
                   MOVE SPACES TO VAL-LINHA
                   STRING 'PRODUTO ' WRK-PR-CODIGO(WRK-IND-PROD)
                          ' SEM CADASTRO NO PRODMAST'
                       DELIMITED BY SIZE INTO VAL-LINHA
                   PERFORM 0390-GRAVAR-PENDENCIA
               END-IF
           END-PERFORM.
           PERFORM 0330-CONFERIR-NOTAS.
           MOVE SPACES TO VAL-LINHA.
           WRITE VAL-LINHA.
           MOVE SPACES TO VAL-LINHA.
           STRING 'PENDENCIAS: ' WRK-QTD-PENDENC
               DELIMITED BY SIZE INTO VAL-LINHA.
           WRITE VAL-LINHA.
           CLOSE SPED-CHECK-FILE.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0310-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==VAL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='CONFERENCIA DA EFD ICMS/IPI'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       0320-CONFERIR-PARTICIPANTE.
           IF WRK-PT-ACHOU(WRK-IND-PART) = 'N'
               AND WRK-CLI-DISPON = 'S'
               MOVE SPACES TO VAL-LINHA
               STRING 'CLIENTE ' WRK-PT-CODIGO(WRK-IND-PART)
                      ' SEM CADASTRO NO CUSTMAST'
                   DELIMITED BY SIZE INTO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
           IF WRK-PT-DOC(WRK-IND-PART) NOT NUMERIC
               OR WRK-PT-DOC(WRK-IND-PART) = ZEROS
               MOVE SPACES TO VAL-LINHA
               STRING 'CLIENTE ' WRK-PT-CODIGO(WRK-IND-PART)
                      ' SEM CPF/CNPJ'
                   DELIMITED BY SIZE INTO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
           IF WRK-PT-UF(WRK-IND-PART) = SPACES
               MOVE SPACES TO VAL-LINHA
               STRING 'CLIENTE ' WRK-PT-CODIGO(WRK-IND-PART)
                      ' SEM UF'
                   DELIMITED BY SIZE INTO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
      * NOTA VALIDA SEM ITENS OU SEM AUTORIZACAO DA NOTA ELETRONICA
      * NAO PODE SER ESCRITURADA COMO ESTA
       0330-CONFERIR-NOTAS.
           MOVE 'N' TO WRK-FIM-NFR.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR = '00'
               PERFORM UNTIL WRK-FIM-NFR = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFR
                       NOT AT END
                           MOVE NFR-DATA(1:6) TO WRK-ANOMES-REG
                           IF WRK-ANOMES-REG = WRK-MES-REF
                               AND NFR-STATUS NOT = 'C'
                               PERFORM 0340-CONFERIR-NOTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE
           END-IF.
       0340-CONFERIR-NOTA.
           MOVE NFR-NUMERO TO WRK-NUM-BUSCA.
           PERFORM 0130-LOCALIZAR-NOTA.
           IF WRK-POS-NOTA > 0
               IF WRK-NT-ITENS(WRK-POS-NOTA) = 0
                   MOVE SPACES TO VAL-LINHA
                   STRING 'NOTA ' NFR-NUMERO ' SEM ITENS NO NFITEM'
                       DELIMITED BY SIZE INTO VAL-LINHA
                   PERFORM 0390-GRAVAR-PENDENCIA
               END-IF
           END-IF.
           IF NFR-NFE-SIT NOT = 'A'
               MOVE SPACES TO VAL-LINHA
               STRING 'NOTA ' NFR-NUMERO
                      ' SEM AUTORIZACAO DA NF-E - SITUACAO '
                      NFR-NFE-SIT
                   DELIMITED BY SIZE INTO VAL-LINHA
               PERFORM 0390-GRAVAR-PENDENCIA
           END-IF.
       0390-GRAVAR-PENDENCIA.
           WRITE VAL-LINHA.
           ADD 1 TO WRK-QTD-PENDENC.
       0400-GERAR-ARQUIVO.
           MOVE ZEROS TO WRK-LIN-TOTAL WRK-QTD-TIPOS.
           OPEN OUTPUT SPED-FILE.
           PERFORM 0410-GRAVAR-BLOCO-0.
           PERFORM 0450-GRAVAR-BLOCO-C.
           PERFORM 0500-GRAVAR-BLOCO-E.
           PERFORM 0550-GRAVAR-BLOCO-9.
           CLOSE SPED-FILE.
       0410-GRAVAR-BLOCO-0.
           MOVE ZEROS TO WRK-LIN-BLOCO.
           MOVE '0000' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           MOVE WRK-DT-INI TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE WRK-DT-FIN TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE WRK-EMP-NOME TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE WRK-EMP-CNPJ TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE WRK-EMP-UF TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE WRK-EMP-IE TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           PERFORM 0750-GRAVAR-LINHA.
           MOVE '0001' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           MOVE '0' TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           PERFORM 0750-GRAVAR-LINHA.
           PERFORM VARYING WRK-IND-PART FROM 1 BY 1
                   UNTIL WRK-IND-PART > WRK-QTD-PART
               MOVE '0150' TO WRK-REG-ATUAL
               PERFORM 0700-INICIAR-LINHA
               MOVE WRK-PT-CODIGO(WRK-IND-PART) TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               MOVE WRK-PT-NOME(WRK-IND-PART) TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               MOVE WRK-PT-DOC(WRK-IND-PART) TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               MOVE WRK-PT-UF(WRK-IND-PART) TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               PERFORM 0750-GRAVAR-LINHA
           END-PERFORM.
           PERFORM VARYING WRK-IND-PROD FROM 1 BY 1
                   UNTIL WRK-IND-PROD > WRK-QTD-PROD
               MOVE '0200' TO WRK-REG-ATUAL
               PERFORM 0700-INICIAR-LINHA
               MOVE WRK-PR-CODIGO(WRK-IND-PROD) TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               MOVE WRK-PR-DESCR(WRK-IND-PROD) TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               MOVE 'UN' TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               PERFORM 0750-GRAVAR-LINHA
           END-PERFORM.
           MOVE '0990' TO WRK-REG-ATUAL.
           PERFORM 0760-FECHAR-BLOCO.
      * C100 NA ORDEM DO NOTAFISC; CANCELADA VAI COM SITUACAO 02 E
      * SEM VALORES NEM ITENS, COMO MANDA O LEIAUTE
       0450-GRAVAR-BLOCO-C.
           MOVE ZEROS TO WRK-LIN-BLOCO.
           MOVE 'C001' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           IF WRK-QTD-NOTAS > 0
               MOVE '0' TO WRK-CAMPO
           ELSE
               MOVE '1' TO WRK-CAMPO
           END-IF.
           PERFORM 0710-INCLUIR-CAMPO.
           PERFORM 0750-GRAVAR-LINHA.
           MOVE 'N' TO WRK-FIM-NFR.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR = '00'
               PERFORM UNTIL WRK-FIM-NFR = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFR
                       NOT AT END
                           MOVE NFR-DATA(1:6) TO WRK-ANOMES-REG
                           IF WRK-ANOMES-REG = WRK-MES-REF
                               PERFORM 0460-GRAVAR-C100
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE
           END-IF.
           MOVE 'C990' TO WRK-REG-ATUAL.
           PERFORM 0760-FECHAR-BLOCO.
       0460-GRAVAR-C100.
           MOVE 'C100' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           IF NFR-TIPO = 'E'
               MOVE '0' TO WRK-CAMPO
           ELSE
               MOVE '1' TO WRK-CAMPO
           END-IF.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE '0' TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE NFR-CLIENTE TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE '55' TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           IF NFR-STATUS = 'C'
               MOVE '02' TO WRK-CAMPO
           ELSE
               MOVE '00' TO WRK-CAMPO
           END-IF.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE '1' TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE NFR-NUMERO TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE SPACES TO WRK-DT-DOC.
           STRING NFR-DATA(7:2) NFR-DATA(5:2) NFR-DATA(1:4)
               DELIMITED BY SIZE INTO WRK-DT-DOC.
           MOVE WRK-DT-DOC TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           IF NFR-STATUS = 'C'
               MOVE SPACES TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
           ELSE
               MOVE NFR-TOTAL TO WRK-VALOR
               PERFORM 0720-INCLUIR-VALOR
               MOVE NFR-VALOR TO WRK-VALOR
               PERFORM 0720-INCLUIR-VALOR
               MOVE NFR-ICMS TO WRK-VALOR
               PERFORM 0720-INCLUIR-VALOR
           END-IF.
           MOVE NFR-PROTOCOLO TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           PERFORM 0750-GRAVAR-LINHA.
           IF NFR-STATUS NOT = 'C'
               PERFORM 0470-GRAVAR-C170
           END-IF.
       0470-GRAVAR-C170.
           MOVE 'N' TO WRK-FIM-NFI.
           OPEN INPUT NF-ITEM-FILE.
           IF WRK-FS-NFI = '00'
               PERFORM UNTIL WRK-FIM-NFI = 'Y'
                   READ NF-ITEM-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFI
                       NOT AT END
                           IF NFI-NUMERO = NFR-NUMERO
                               PERFORM 0480-GRAVAR-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-ITEM-FILE
           END-IF.
       0480-GRAVAR-ITEM.
           MOVE 'C170' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           MOVE NFI-ITEM TO WRK-NUMERO.
           PERFORM 0730-INCLUIR-NUMERO.
           MOVE NFI-CODPROD TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE NFI-PRODUTO TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE NFI-QTD TO WRK-NUMERO.
           PERFORM 0730-INCLUIR-NUMERO.
           MOVE 'UN' TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE NFI-VALOR TO WRK-VALOR.
           PERFORM 0720-INCLUIR-VALOR.
           MOVE NFI-ICMS TO WRK-VALOR.
           PERFORM 0720-INCLUIR-VALOR.
           PERFORM 0750-GRAVAR-LINHA.
      * SALDO DEVEDOR NO E110 QUANDO O DEBITO SUPERA O CREDITO;
      * SENAO O EXCEDENTE FICA COMO SALDO CREDOR
       0500-GRAVAR-BLOCO-E.
           MOVE ZEROS TO WRK-LIN-BLOCO WRK-TOT-DEBITO WRK-TOT-CREDITO.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
               ADD WRK-APUR-DEBITO(WRK-IND-UF) TO WRK-TOT-DEBITO
               ADD WRK-APUR-CREDITO(WRK-IND-UF) TO WRK-TOT-CREDITO
           END-PERFORM.
           MOVE 'E001' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           MOVE '0' TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           PERFORM 0750-GRAVAR-LINHA.
           MOVE 'E100' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           MOVE WRK-DT-INI TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           MOVE WRK-DT-FIN TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           PERFORM 0750-GRAVAR-LINHA.
           COMPUTE WRK-SALDO = WRK-TOT-DEBITO - WRK-TOT-CREDITO.
           MOVE 'E110' TO WRK-REG-ATUAL.
           PERFORM 0520-GRAVAR-APURACAO.
           PERFORM VARYING WRK-IND-UF FROM 1 BY 1
                   UNTIL WRK-IND-UF > WRK-QTD-UF
               MOVE 'E200' TO WRK-REG-ATUAL
               PERFORM 0700-INICIAR-LINHA
               MOVE WRK-APUR-UF(WRK-IND-UF) TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               MOVE WRK-DT-INI TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               MOVE WRK-DT-FIN TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               PERFORM 0750-GRAVAR-LINHA
               MOVE WRK-APUR-DEBITO(WRK-IND-UF) TO WRK-TOT-DEBITO
               MOVE WRK-APUR-CREDITO(WRK-IND-UF) TO WRK-TOT-CREDITO
               COMPUTE WRK-SALDO = WRK-TOT-DEBITO - WRK-TOT-CREDITO
               MOVE 'E210' TO WRK-REG-ATUAL
               PERFORM 0520-GRAVAR-APURACAO
           END-PERFORM.
           MOVE 'E990' TO WRK-REG-ATUAL.
           PERFORM 0760-FECHAR-BLOCO.
       0520-GRAVAR-APURACAO.
           PERFORM 0700-INICIAR-LINHA.
           MOVE WRK-TOT-DEBITO TO WRK-VALOR.
           PERFORM 0720-INCLUIR-VALOR.
           MOVE WRK-TOT-CREDITO TO WRK-VALOR.
           PERFORM 0720-INCLUIR-VALOR.
           IF WRK-SALDO > 0
               MOVE WRK-SALDO TO WRK-VALOR
               PERFORM 0720-INCLUIR-VALOR
               MOVE ZEROS TO WRK-VALOR
               PERFORM 0720-INCLUIR-VALOR
           ELSE
               MOVE ZEROS TO WRK-VALOR
               PERFORM 0720-INCLUIR-VALOR
               COMPUTE WRK-VALOR = 0 - WRK-SALDO
               PERFORM 0720-INCLUIR-VALOR
           END-IF.
           PERFORM 0750-GRAVAR-LINHA.
      * BLOCO 9: OS PROPRIOS REGISTROS 9001, 9900, 9990 E 9999 ENTRAM
      * NA CONTAGEM ANTES DE GRAVAR OS 9900 (UM 9900 POR REGISTRO)
       0550-GRAVAR-BLOCO-9.
           MOVE ZEROS TO WRK-LIN-BLOCO.
           MOVE '9001' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           MOVE '0' TO WRK-CAMPO.
           PERFORM 0710-INCLUIR-CAMPO.
           PERFORM 0750-GRAVAR-LINHA.
           MOVE '9990' TO WRK-REG-ATUAL.
           PERFORM 0770-CONTAR-REGISTRO.
           MOVE '9999' TO WRK-REG-ATUAL.
           PERFORM 0770-CONTAR-REGISTRO.
           MOVE '9900' TO WRK-REG-ATUAL.
           PERFORM 0770-CONTAR-REGISTRO.
           MOVE WRK-QTD-TIPOS TO WRK-TP-QTD(WRK-POS-TIPO).
           PERFORM VARYING WRK-IND-TIPO FROM 1 BY 1
                   UNTIL WRK-IND-TIPO > WRK-QTD-TIPOS
               PERFORM 0700-INICIAR-LINHA
               MOVE WRK-TP-REG(WRK-IND-TIPO) TO WRK-CAMPO
               PERFORM 0710-INCLUIR-CAMPO
               MOVE WRK-TP-QTD(WRK-IND-TIPO) TO WRK-NUMERO
               PERFORM 0730-INCLUIR-NUMERO
               PERFORM 0780-GRAVAR-SEM-CONTAR
           END-PERFORM.
           MOVE '9990' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           COMPUTE WRK-NUMERO = WRK-LIN-BLOCO + 2.
           PERFORM 0730-INCLUIR-NUMERO.
           PERFORM 0780-GRAVAR-SEM-CONTAR.
           MOVE '9999' TO WRK-REG-ATUAL.
           PERFORM 0700-INICIAR-LINHA.
           COMPUTE WRK-NUMERO = WRK-LIN-TOTAL + 1.
           PERFORM 0730-INCLUIR-NUMERO.
           PERFORM 0780-GRAVAR-SEM-CONTAR.
      * MONTAGEM DA LINHA: '|REG|' SEGUIDO DE CADA CAMPO E '|'
       0700-INICIAR-LINHA.
           MOVE SPACES TO SPD-LINHA.
           MOVE 1 TO WRK-PTR.
           STRING '|' WRK-REG-ATUAL '|' DELIMITED BY SIZE
               INTO SPD-LINHA WITH POINTER WRK-PTR.
       0710-INCLUIR-CAMPO.
           IF WRK-CAMPO NOT = SPACES
               STRING WRK-CAMPO DELIMITED BY '  '
                   INTO SPD-LINHA WITH POINTER WRK-PTR
           END-IF.
           STRING '|' DELIMITED BY SIZE INTO SPD-LINHA
               WITH POINTER WRK-PTR.
       0720-INCLUIR-VALOR.
           MOVE WRK-VALOR TO WRK-VALOR-ED.
           MOVE ZEROS TO WRK-BRANCOS.
           INSPECT WRK-VALOR-ED TALLYING WRK-BRANCOS FOR LEADING SPACES.
           STRING WRK-VALOR-ED(WRK-BRANCOS + 1:) '|'
               DELIMITED BY SIZE INTO SPD-LINHA WITH POINTER WRK-PTR.
       0730-INCLUIR-NUMERO.
           MOVE WRK-NUMERO TO WRK-NUMERO-ED.
           MOVE ZEROS TO WRK-BRANCOS.
           INSPECT WRK-NUMERO-ED TALLYING WRK-BRANCOS
               FOR LEADING SPACES.
           STRING WRK-NUMERO-ED(WRK-BRANCOS + 1:) '|'
               DELIMITED BY SIZE INTO SPD-LINHA WITH POINTER WRK-PTR.
       0750-GRAVAR-LINHA.
           WRITE SPD-LINHA.
           ADD 1 TO WRK-LIN-BLOCO WRK-LIN-TOTAL.
           PERFORM 0770-CONTAR-REGISTRO.
      * O X990 CONTA TODAS AS LINHAS DO BLOCO, INCLUSIVE ELE MESMO
       0760-FECHAR-BLOCO.
           PERFORM 0700-INICIAR-LINHA.
           COMPUTE WRK-NUMERO = WRK-LIN-BLOCO + 1.
           PERFORM 0730-INCLUIR-NUMERO.
           PERFORM 0750-GRAVAR-LINHA.
       0770-CONTAR-REGISTRO.
           MOVE ZEROS TO WRK-POS-TIPO.
           PERFORM VARYING WRK-IND-TIPO FROM 1 BY 1
                   UNTIL WRK-IND-TIPO > WRK-QTD-TIPOS
               IF WRK-TP-REG(WRK-IND-TIPO) = WRK-REG-ATUAL
                   MOVE WRK-IND-TIPO TO WRK-POS-TIPO
               END-IF
           END-PERFORM.
           IF WRK-POS-TIPO = 0 AND WRK-QTD-TIPOS < 40
               ADD 1 TO WRK-QTD-TIPOS
               MOVE WRK-QTD-TIPOS TO WRK-POS-TIPO
               MOVE WRK-REG-ATUAL TO WRK-TP-REG(WRK-POS-TIPO)
               MOVE ZEROS TO WRK-TP-QTD(WRK-POS-TIPO)
           END-IF.
           IF WRK-POS-TIPO > 0
               ADD 1 TO WRK-TP-QTD(WRK-POS-TIPO)
           END-IF.
      * LINHAS DO BLOCO 9 JA CONTADAS POR TIPO ANTES DA GRAVACAO
       0780-GRAVAR-SEM-CONTAR.
           WRITE SPD-LINHA.
           ADD 1 TO WRK-LIN-BLOCO WRK-LIN-TOTAL.
