       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB151.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = ACOMPANHAMENTO DA CAIXA DE SAIDA DE DOCUMENTOS AO
      * CLIENTE (CORREIO, GRAVADA PELO PRGCORRE PARA O GATEWAY DE
      * E-MAIL) PELO REGISTRO CORRREG (CXRREC.COB)
      * ACAO 'R' = IMPORTA O RETORNO DO GATEWAY (CORRRET, CXVREC.COB):
      * DOCUMENTO PENDENTE ENTREGUE PASSA A 'E'; DEVOLVIDO VOLTA PARA O
      * PAPEL - AS LINHAS GUARDADAS NO CORRARQ VAO PARA A FILA DE
      * IMPRESSAO CORRIMP, UMA PAGINA POR DOCUMENTO, E ELE PASSA A 'I'
      * ('F' SE O DOCUMENTO NAO ESTA NO CORRARQ); RETORNO DE DOCUMENTO
      * JA TRATADO E IGNORADO (REIMPORTAR O MESMO ARQUIVO NAO
      * REIMPRIME) E RETORNO DE DOCUMENTO DESCONHECIDO E LISTADO COM
      * RC 4
      * ACAO 'D' = RELATORIO DIARIO CORRREL DOS DOCUMENTOS POSTOS NO
      * CORREIO OU COM RETORNO NA DATA, POR SITUACAO (ENVIADO,
      * DEVOLVIDO E IMPRESSO, DEVOLVIDO SEM REIMPRESSAO), MAIS OS
      * AINDA SEM RETORNO POSTOS ATE A DATA
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOX-REGISTER-FILE ASSIGN TO 'CORRREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CXR.
           SELECT OUTBOX-REGISTER-TEMP ASSIGN TO 'CORRRTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT OUTBOX-RETURN-FILE ASSIGN TO 'CORRRET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CXV.
           SELECT OUTBOX-ARCHIVE-FILE ASSIGN TO 'CORRARQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQ.
           SELECT PRINT-QUEUE-FILE ASSIGN TO 'CORRIMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-IMP.
           SELECT OUTBOX-REPORT-FILE ASSIGN TO 'CORRREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOX-REGISTER-FILE.
       COPY 'CXRREC.COB'.
       FD  OUTBOX-REGISTER-TEMP.
       01  TMP-REC            PIC X(176).
       FD  OUTBOX-RETURN-FILE.
       COPY 'CXVREC.COB'.
       FD  OUTBOX-ARCHIVE-FILE.
       COPY 'CXSREC.COB'.
       FD  PRINT-QUEUE-FILE.
       01  IMP-LINHA          PIC X(80).
       FD  OUTBOX-REPORT-FILE.
       01  REL-LINHA          PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-CXR      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-CXV      PIC X(02) VALUE SPACES.
       77 WRK-FS-ARQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-IMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REL    PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-PAGINA-IMP  PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAG  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-RET     PIC 9(05) VALUE ZEROS.
       77 WRK-IND-RET     PIC 9(05) VALUE ZEROS.
       77 WRK-POS-RET     PIC 9(05) VALUE ZEROS.
       77 WRK-RET-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-DEV     PIC 9(05) VALUE ZEROS.
       77 WRK-IND-DEV     PIC 9(05) VALUE ZEROS.
       77 WRK-POS-DEV     PIC 9(05) VALUE ZEROS.
       77 WRK-IMPRIMINDO  PIC X(01) VALUE 'N'.
       77 WRK-QTD-ENVIADO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-IMPRESSO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-ARQ PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REPETIDO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DESCONH PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTE PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-POSTADO PIC 9(06) VALUE ZEROS.
       77 WRK-SITUACAO    PIC X(12) VALUE SPACES.
       77 WRK-QTD-ED      PIC Z(05)9 VALUE ZEROS.
      * RETORNOS DO GATEWAY DESTA IMPORTACAO; WRK-RT-USO = 'S' QUANDO
      * O DOCUMENTO FOI ACHADO NO CORRREG
       01 WRK-TABELA-RETORNOS.
           02 WRK-RT OCCURS 5000 TIMES.
               03 WRK-RT-DOCUMENTO PIC 9(08).
               03 WRK-RT-STATUS    PIC X(01).
               03 WRK-RT-DATA      PIC 9(08).
               03 WRK-RT-MOTIVO    PIC X(40).
               03 WRK-RT-USO       PIC X(01).
      * DOCUMENTOS PENDENTES DEVOLVIDOS NESTA IMPORTACAO;
      * WRK-DV-ACHOU = 'S' QUANDO FORAM REIMPRESSOS DO CORRARQ
       01 WRK-TABELA-DEVOLVIDOS.
           02 WRK-DV OCCURS 2000 TIMES.
               03 WRK-DV-DOCUMENTO PIC 9(08).
               03 WRK-DV-POS-RET   PIC 9(05).
               03 WRK-DV-ACHOU     PIC X(01).
       01 WRK-LINHA-DOC.
           02 WRK-LD-DOCUMENTO PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-DATA      PIC 9(08).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-TIPO      PIC X(03).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-CLIENTE   PIC 9(06).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-REFER     PIC X(16).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-SITUACAO  PIC X(12).
           02 FILLER           PIC X(01) VALUE SPACES.
           02 WRK-LD-MOTIVO    PIC X(21).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (R-IMPORTAR RETORNO DO GATEWAY / D-RELATORIO'
               ' DIARIO): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           EVALUATE WRK-ACAO
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0100-IMPORTAR-RETORNO
               WHEN 'D'
               WHEN 'd'
                   PERFORM 0500-RELATORIO-DIARIO
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB151'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB151'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0050-RECEBER-DATA==,
                     ==CAMPO-NOME== BY ==WRK-DATA-REL==,
                     ==TEXTO-PROMPT== BY
                         =='DATA DO RELATORIO (AAAAMMDD, 0 = HOJE): '==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0060-GERAR-CABECALHO-IMP==,
                     ==LINHA-NOME== BY ==IMP-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='DOCUMENTO DEVOLVIDO PELO E-MAIL'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA-IMP==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0070-GERAR-CABECALHO-REL==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='DOCUMENTOS AO CLIENTE POR E-MAIL EM '
                         WRK-DATA-REL==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * RETORNO EM TRES PASSADAS: LEVANTA OS DEVOLVIDOS AINDA
      * PENDENTES NO CORRREG, REIMPRIME-OS DO CORRARQ NA FILA E SO
      * ENTAO REGRAVA O CORRREG COM A SITUACAO FINAL DE CADA UM
       0100-IMPORTAR-RETORNO.
           PERFORM 0110-CARREGAR-RETORNO.
           IF WRK-FS-CXV NOT = '00'
               DISPLAY 'CORRRET INDISPONIVEL - NADA A IMPORTAR'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WRK-RET-CHEIA = 'S'
                   DISPLAY '*** RETORNO COM MAIS DE 5000 LINHAS - NADA'
                       ' FOI ATUALIZADO; DIVIDA O ARQUIVO ***'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0200-LEVANTAR-DEVOLVIDOS
                   PERFORM 0300-REIMPRIMIR-DEVOLVIDOS
                   PERFORM 0400-ATUALIZAR-REGISTRO
                   PERFORM 0450-LISTAR-DESCONHECIDOS
                   DISPLAY 'RETORNOS LIDOS.............: ' WRK-QTD-RET
                   DISPLAY 'ENVIADOS...................: '
                       WRK-QTD-ENVIADO
                   DISPLAY 'DEVOLVIDOS NA FILA (CORRIMP): '
                       WRK-QTD-IMPRESSO
                   DISPLAY 'DEVOLVIDOS FORA DO CORRARQ.: '
                       WRK-QTD-SEM-ARQ
                   DISPLAY 'JA TRATADOS (IGNORADOS)....: '
                       WRK-QTD-REPETIDO
                   IF WRK-QTD-SEM-ARQ > ZEROS
                       OR WRK-QTD-DESCONH > ZEROS
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       0110-CARREGAR-RETORNO.
           MOVE ZEROS TO WRK-QTD-RET.
           MOVE 'N' TO WRK-RET-CHEIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT OUTBOX-RETURN-FILE.
           IF WRK-FS-CXV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OUTBOX-RETURN-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0120-GUARDAR-RETORNO
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-RETURN-FILE
           END-IF.
       0120-GUARDAR-RETORNO.
           IF WRK-QTD-RET < 5000
               ADD 1 TO WRK-QTD-RET
               MOVE CXV-DOCUMENTO TO WRK-RT-DOCUMENTO(WRK-QTD-RET)
               MOVE CXV-STATUS TO WRK-RT-STATUS(WRK-QTD-RET)
               MOVE CXV-DATA TO WRK-RT-DATA(WRK-QTD-RET)
               MOVE CXV-MOTIVO TO WRK-RT-MOTIVO(WRK-QTD-RET)
               MOVE 'N' TO WRK-RT-USO(WRK-QTD-RET)
           ELSE
               MOVE 'S' TO WRK-RET-CHEIA
           END-IF.
      * O ULTIMO RETORNO DO DOCUMENTO NO ARQUIVO E O QUE VALE
       0150-LOCALIZAR-RETORNO.
           MOVE ZEROS TO WRK-POS-RET.
           PERFORM VARYING WRK-IND-RET FROM 1 BY 1
                   UNTIL WRK-IND-RET > WRK-QTD-RET
               IF WRK-RT-DOCUMENTO(WRK-IND-RET) = CXR-DOCUMENTO
                   MOVE WRK-IND-RET TO WRK-POS-RET
                   MOVE 'S' TO WRK-RT-USO(WRK-IND-RET)
               END-IF
           END-PERFORM.
       0200-LEVANTAR-DEVOLVIDOS.
           MOVE ZEROS TO WRK-QTD-DEV.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT OUTBOX-REGISTER-FILE.
           IF WRK-FS-CXR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OUTBOX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0150-LOCALIZAR-RETORNO
                           IF WRK-POS-RET > ZEROS
                               AND CXR-STATUS = 'P'
                               AND WRK-RT-STATUS(WRK-POS-RET) = 'D'
                               AND WRK-QTD-DEV < 2000
                               ADD 1 TO WRK-QTD-DEV
                               MOVE CXR-DOCUMENTO
                                   TO WRK-DV-DOCUMENTO(WRK-QTD-DEV)
                               MOVE WRK-POS-RET
                                   TO WRK-DV-POS-RET(WRK-QTD-DEV)
                               MOVE 'N' TO WRK-DV-ACHOU(WRK-QTD-DEV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-REGISTER-FILE
           END-IF.
       0300-REIMPRIMIR-DEVOLVIDOS.
           MOVE ZEROS TO WRK-PAGINA-IMP.
           MOVE 'N' TO WRK-IMPRIMINDO.
           OPEN OUTPUT PRINT-QUEUE-FILE.
           IF WRK-QTD-DEV = ZEROS
               MOVE 'NENHUM DOCUMENTO DEVOLVIDO NESTA IMPORTACAO'
                   TO IMP-LINHA
               WRITE IMP-LINHA
           ELSE
               MOVE 'N' TO WRK-FIM-ARQ
               OPEN INPUT OUTBOX-ARCHIVE-FILE
               IF WRK-FS-ARQ = '00'
                   PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                       READ OUTBOX-ARCHIVE-FILE
                           AT END
                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               PERFORM 0310-TRATAR-ARQUIVADO
                       END-READ
                   END-PERFORM
                   CLOSE OUTBOX-ARCHIVE-FILE
               ELSE
                   DISPLAY 'CORRARQ INDISPONIVEL - DEVOLVIDOS SEM'
                       ' REIMPRESSAO'
               END-IF
           END-IF.
           CLOSE PRINT-QUEUE-FILE.
       0310-TRATAR-ARQUIVADO.
           EVALUATE CXS-TIPO-REG
               WHEN 'H'
                   PERFORM 0320-LOCALIZAR-DEVOLVIDO
                   IF WRK-POS-DEV > ZEROS
                       MOVE 'S' TO WRK-IMPRIMINDO
                       MOVE 'S' TO WRK-DV-ACHOU(WRK-POS-DEV)
                       PERFORM 0330-INICIAR-PAGINA
                   ELSE
                       MOVE 'N' TO WRK-IMPRIMINDO
                   END-IF
               WHEN 'L'
                   IF WRK-IMPRIMINDO = 'S'
                       MOVE CXL-TEXTO TO IMP-LINHA
                       WRITE IMP-LINHA
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO WRK-IMPRIMINDO
           END-EVALUATE.
       0320-LOCALIZAR-DEVOLVIDO.
           MOVE ZEROS TO WRK-POS-DEV.
           PERFORM VARYING WRK-IND-DEV FROM 1 BY 1
                   UNTIL WRK-IND-DEV > WRK-QTD-DEV
               IF WRK-DV-DOCUMENTO(WRK-IND-DEV) = CXH-DOCUMENTO
                   AND WRK-DV-ACHOU(WRK-IND-DEV) = 'N'
                   MOVE WRK-IND-DEV TO WRK-POS-DEV
               END-IF
           END-PERFORM.
      * CADA DOCUMENTO DEVOLVIDO COMECA PAGINA NOVA COM O MOTIVO DA
      * DEVOLUCAO - O PAPEL SEGUE PELO CORREIO COMUM
       0330-INICIAR-PAGINA.
           PERFORM 0060-GERAR-CABECALHO-IMP.
           MOVE WRK-DV-POS-RET(WRK-POS-DEV) TO WRK-IND-RET.
           MOVE SPACES TO IMP-LINHA.
           STRING 'DOCUMENTO ' CXH-DOCUMENTO ' TIPO ' CXH-TIPO-DOC
                  ' CLIENTE ' CXH-CLIENTE ' REF ' CXH-REFERENCIA
               DELIMITED BY SIZE INTO IMP-LINHA.
           WRITE IMP-LINHA.
           MOVE SPACES TO IMP-LINHA.
           STRING 'MOTIVO DA DEVOLUCAO: ' WRK-RT-MOTIVO(WRK-IND-RET)
               DELIMITED BY SIZE INTO IMP-LINHA.
           WRITE IMP-LINHA.
           MOVE SPACES TO IMP-LINHA.
           WRITE IMP-LINHA.
       0400-ATUALIZAR-REGISTRO.
           MOVE ZEROS TO WRK-QTD-ENVIADO WRK-QTD-IMPRESSO
               WRK-QTD-SEM-ARQ WRK-QTD-REPETIDO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT OUTBOX-REGISTER-FILE.
           IF WRK-FS-CXR = '00'
               OPEN OUTPUT OUTBOX-REGISTER-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OUTBOX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0410-APLICAR-RETORNO
                           WRITE TMP-REC FROM CXR-REC
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-REGISTER-FILE OUTBOX-REGISTER-TEMP
               PERFORM 0420-DEVOLVER-REGISTRO
           ELSE
               DISPLAY 'CORRREG INDISPONIVEL - STATUS ' WRK-FS-CXR
           END-IF.
       0410-APLICAR-RETORNO.
           PERFORM 0150-LOCALIZAR-RETORNO.
           IF WRK-POS-RET > ZEROS
               IF CXR-STATUS NOT = 'P'
                   ADD 1 TO WRK-QTD-REPETIDO
               ELSE
                   MOVE WRK-RT-DATA(WRK-POS-RET) TO CXR-DATA-STATUS
                   MOVE WRK-RT-MOTIVO(WRK-POS-RET) TO CXR-MOTIVO
                   IF WRK-RT-STATUS(WRK-POS-RET) = 'D'
                       PERFORM 0415-MARCAR-DEVOLVIDO
                   ELSE
                       MOVE 'E' TO CXR-STATUS
                       MOVE SPACES TO CXR-MOTIVO
                       ADD 1 TO WRK-QTD-ENVIADO
                   END-IF
               END-IF
           END-IF.
       0415-MARCAR-DEVOLVIDO.
           MOVE 'F' TO CXR-STATUS.
           PERFORM VARYING WRK-IND-DEV FROM 1 BY 1
                   UNTIL WRK-IND-DEV > WRK-QTD-DEV
               IF WRK-DV-DOCUMENTO(WRK-IND-DEV) = CXR-DOCUMENTO
                   AND WRK-DV-ACHOU(WRK-IND-DEV) = 'S'
                   MOVE 'I' TO CXR-STATUS
               END-IF
           END-PERFORM.
           IF CXR-STATUS = 'I'
               ADD 1 TO WRK-QTD-IMPRESSO
           ELSE
               ADD 1 TO WRK-QTD-SEM-ARQ
           END-IF.
       0420-DEVOLVER-REGISTRO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT OUTBOX-REGISTER-FILE.
           OPEN INPUT OUTBOX-REGISTER-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ OUTBOX-REGISTER-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE CXR-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE OUTBOX-REGISTER-FILE OUTBOX-REGISTER-TEMP.
       0450-LISTAR-DESCONHECIDOS.
           MOVE ZEROS TO WRK-QTD-DESCONH.
           PERFORM VARYING WRK-IND-RET FROM 1 BY 1
                   UNTIL WRK-IND-RET > WRK-QTD-RET
               IF WRK-RT-USO(WRK-IND-RET) = 'N'
                   ADD 1 TO WRK-QTD-DESCONH
                   DISPLAY 'RETORNO DE DOCUMENTO DESCONHECIDO: '
                       WRK-RT-DOCUMENTO(WRK-IND-RET) ' STATUS '
                       WRK-RT-STATUS(WRK-IND-RET)
               END-IF
           END-PERFORM.
       0500-RELATORIO-DIARIO.
           PERFORM 0050-RECEBER-DATA.
           IF WRK-DATA-REL = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-REL
           END-IF.
           MOVE ZEROS TO WRK-PAGINA WRK-QTD-ENVIADO WRK-QTD-IMPRESSO
               WRK-QTD-SEM-ARQ WRK-QTD-PENDENTE WRK-QTD-POSTADO.
           OPEN OUTPUT OUTBOX-REPORT-FILE.
           PERFORM 0510-IMPRIMIR-CABECALHO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT OUTBOX-REGISTER-FILE.
           IF WRK-FS-CXR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OUTBOX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           PERFORM 0520-AVALIAR-DOCUMENTO
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-REGISTER-FILE
           ELSE
               MOVE 'CORRREG INDISPONIVEL - NENHUM DOCUMENTO POSTADO'
                   TO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           PERFORM 0550-IMPRIMIR-TOTAIS.
           CLOSE OUTBOX-REPORT-FILE.
           DISPLAY 'RELATORIO GRAVADO EM CORRREL'.
           IF WRK-QTD-SEM-ARQ > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0510-IMPRIMIR-CABECALHO.
           MOVE ZEROS TO WRK-LINHAS-PAG.
           PERFORM 0070-GERAR-CABECALHO-REL.
           MOVE SPACES TO REL-LINHA.
           STRING 'DOCUMENTO POSTADO  TIP CLIENT REFERENCIA      '
                  ' SITUACAO     MOTIVO'
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
      * ENTRA NO DIA O DOCUMENTO POSTADO NA DATA, O QUE TEVE RETORNO
      * NA DATA E O QUE CONTINUA SEM RETORNO DESDE ANTES
       0520-AVALIAR-DOCUMENTO.
           IF CXR-DATA = WRK-DATA-REL
               OR CXR-DATA-STATUS = WRK-DATA-REL
               OR (CXR-STATUS = 'P' AND CXR-DATA < WRK-DATA-REL)
               IF CXR-DATA = WRK-DATA-REL
                   ADD 1 TO WRK-QTD-POSTADO
               END-IF
               EVALUATE CXR-STATUS
                   WHEN 'E'
                       MOVE 'ENVIADO' TO WRK-SITUACAO
                       ADD 1 TO WRK-QTD-ENVIADO
                   WHEN 'I'
                       MOVE 'IMPRESSO' TO WRK-SITUACAO
                       ADD 1 TO WRK-QTD-IMPRESSO
                   WHEN 'F'
                       MOVE 'FALHOU' TO WRK-SITUACAO
                       ADD 1 TO WRK-QTD-SEM-ARQ
                   WHEN OTHER
                       MOVE 'SEM RETORNO' TO WRK-SITUACAO
                       ADD 1 TO WRK-QTD-PENDENTE
               END-EVALUATE
               PERFORM 0530-IMPRIMIR-DOCUMENTO
           END-IF.
       0530-IMPRIMIR-DOCUMENTO.
           MOVE CXR-DOCUMENTO TO WRK-LD-DOCUMENTO.
           MOVE CXR-DATA TO WRK-LD-DATA.
           MOVE CXR-TIPO-DOC TO WRK-LD-TIPO.
           MOVE CXR-CLIENTE TO WRK-LD-CLIENTE.
           MOVE CXR-REFERENCIA TO WRK-LD-REFER.
           MOVE WRK-SITUACAO TO WRK-LD-SITUACAO.
           MOVE CXR-MOTIVO TO WRK-LD-MOTIVO.
           WRITE REL-LINHA FROM WRK-LINHA-DOC.
           ADD 1 TO WRK-LINHAS-PAG.
           IF WRK-LINHAS-PAG >= 50
               PERFORM 0510-IMPRIMIR-CABECALHO
           END-IF.
       0550-IMPRIMIR-TOTAIS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-POSTADO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'POSTADOS NO CORREIO NA DATA......: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-ENVIADO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'ENVIADOS.........................: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-IMPRESSO TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEVOLVIDOS E IMPRESSOS (CORRIMP).: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-SEM-ARQ TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'DEVOLVIDOS SEM REIMPRESSAO.......: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WRK-QTD-PENDENTE TO WRK-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING 'SEM RETORNO DO GATEWAY...........: ' WRK-QTD-ED
               DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
