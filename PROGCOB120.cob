       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB120.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = IMPORTACAO DO RETORNO DO GATEWAY DA NOTA FISCAL
      * ELETRONICA (NFERET) PARA A REMESSA NFEREM DO PROGCOB119 E
      * PARA OS EVENTOS DE CANCELAMENTO NFECANC, NOS MOLDES DO
      * PROGCOB115: O ARQUIVO E CONFERIDO INTEIRO (HEADER 'H' +
      * TRAILER 'T' COM QUANTIDADE E HASH DOS NUMEROS DAS NOTAS)
      * ANTES DE QUALQUER ATUALIZACAO; TRAILER DIVERGENTE REJEITA O
      * ARQUIVO COM RELATORIO EM NFEEXC, ALERTA VIA PRGALERT E RC 8,
      * SEM TOCAR O NOTAFISC; COM O ARQUIVO INTEGRO, EM UMA UNICA
      * REGRAVACAO DO NOTAFISC:
      * EVENTO 'N' - NOTA TRANSMITIDA ('T') FICA AUTORIZADA ('A', COM
      * O PROTOCOLO) OU REJEITADA ('R', COM O MOTIVO)
      * EVENTO 'C' - NOTA COM CANCELAMENTO ENVIADO ('C') FICA COM O
      * CANCELAMENTO HOMOLOGADO ('X') OU GUARDA O MOTIVO DA REJEICAO
      * TODA REJEICAO ENTRA NA FILA DE CORRECAO NFEFILA (NFQREC.COB)
      * TRATADA PELO PROGCOB119; REJEICOES E LINHAS SEM NOTA
      * CORRESPONDENTE SAEM NO RELATORIO DE EXCECAO NFEEXC
      * NFERET: RTN-SITUACAO = 'A' AUTORIZADA / 'R' REJEITADA
      * DATA = XX/XX/XXXX
      * MANUTENCAO = AREA DO REGISTRO DO NOTAFISC AMPLIADA PARA O
      * NFR-EMISSOR
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NFE-RETURN-FILE ASSIGN TO 'NFERET'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RET.
           SELECT NF-REGISTRY-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFR.
           SELECT NF-REGISTRY-TEMP ASSIGN TO 'NOTATMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT NFE-QUEUE-FILE ASSIGN TO 'NFEFILA'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFQ.
           SELECT NFE-EXC-FILE ASSIGN TO 'NFEEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXC.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  NFE-RETURN-FILE.
       01  RTN-REC.
           02 RTN-NUMERO    PIC 9(08).
           02 RTN-EVENTO    PIC X(01).
           02 RTN-SITUACAO  PIC X(01).
           02 RTN-PROTOCOLO PIC X(15).
           02 RTN-MOTIVO    PIC X(30).
       01  RTN-HEADER.
           02 RTH-TIPO     PIC X(01).
           02 RTH-FONTE    PIC X(08).
           02 RTH-DATA     PIC 9(08).
       01  RTN-TRAILER.
           02 RTT-TIPO     PIC X(01).
           02 RTT-QTD      PIC 9(06).
           02 RTT-HASH     PIC 9(13).
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  NF-REGISTRY-TEMP.
       01  TMP-REC         PIC X(194).
       FD  NFE-QUEUE-FILE.
       COPY 'NFQREC.COB'.
       FD  NFE-EXC-FILE.
       01  EXC-LINHA       PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-RET      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFR      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFQ      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXC      PIC X(02) VALUE SPACES.
       77 WRK-FIM-RET     PIC X(01) VALUE 'N'.
       77 WRK-FIM-NFR     PIC X(01) VALUE 'N'.
       77 WRK-ARQ-OK      PIC X(01) VALUE 'N'.
       77 WRK-TEM-HEADER  PIC X(01) VALUE 'N'.
       77 WRK-TEM-TRAILER PIC X(01) VALUE 'N'.
       77 WRK-VER-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-VER-HASH    PIC 9(13) VALUE ZEROS.
       77 WRK-TRL-QTD     PIC 9(06) VALUE ZEROS.
       77 WRK-TRL-HASH    PIC 9(13) VALUE ZEROS.
       77 WRK-QTD-RET     PIC 9(03) VALUE ZEROS.
       77 WRK-IND-RET     PIC 9(03) VALUE ZEROS.
       77 WRK-TAB-CHEIA   PIC X(01) VALUE 'N'.
       77 WRK-QTD-AUTORIZ PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-HOMOLOG PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REJEIT  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-PAR PIC 9(06) VALUE ZEROS.
       77 WRK-ALT-PROGRAMA PIC X(10) VALUE 'PROGCOB120'.
       77 WRK-ALT-SEVERIDADE PIC X(01) VALUE 'A'.
       77 WRK-ALT-MENSAGEM PIC X(40) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       01 WRK-TABELA-RETORNO.
           02 WRK-RET OCCURS 500 TIMES.
               03 WRK-RET-NUMERO    PIC 9(08).
               03 WRK-RET-EVENTO    PIC X(01).
               03 WRK-RET-SITUACAO  PIC X(01).
               03 WRK-RET-PROTOCOLO PIC X(15).
               03 WRK-RET-MOTIVO    PIC X(30).
               03 WRK-RET-CASADO    PIC X(01).
       PROCEDURE DIVISION.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-CONFERIR-RETORNO.
           IF WRK-ARQ-OK = 'N'
               PERFORM 0500-REJEITAR-ARQUIVO
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0200-CARREGAR-RETORNO
               IF WRK-TAB-CHEIA = 'S'
                   DISPLAY '*** RETORNO COM MAIS DE 500 NOTAS'
                       ' - TABELA TRANSBORDOU, NADA FOI ATUALIZADO'
                   DISPLAY '*** AUMENTE A TABELA DO PROGCOB120 OU'
                       ' PARTA O ARQUIVO E RODE DE NOVO ***'
                   MOVE 8 TO RETURN-CODE
                   PERFORM 0910-REGISTRAR-FIM
                   GOBACK
               END-IF
               PERFORM 0300-ATUALIZAR-NOTAS
               PERFORM 0370-ENFILEIRAR-REJEICOES
               PERFORM 0400-GRAVAR-EXCECOES
               DISPLAY 'NOTAS AUTORIZADAS: ' WRK-QTD-AUTORIZ
                   '  CANCELAMENTOS HOMOLOGADOS: ' WRK-QTD-HOMOLOG
               DISPLAY 'REJEITADAS: ' WRK-QTD-REJEIT
                   '  SEM CORRESPONDENCIA: ' WRK-QTD-SEM-PAR
               IF WRK-QTD-SEM-PAR > 0 OR WRK-QTD-REJEIT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB120'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB120'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       0100-CONFERIR-RETORNO.
           MOVE 'N' TO WRK-ARQ-OK WRK-TEM-HEADER WRK-TEM-TRAILER.
           MOVE ZEROS TO WRK-VER-QTD WRK-VER-HASH
               WRK-TRL-QTD WRK-TRL-HASH.
           MOVE 'N' TO WRK-FIM-RET.
           OPEN INPUT NFE-RETURN-FILE.
           IF WRK-FS-RET NOT = '00'
               DISPLAY 'NFERET INDISPONIVEL - STATUS ' WRK-FS-RET
           ELSE
               PERFORM UNTIL WRK-FIM-RET = 'Y'
                   READ NFE-RETURN-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-RET
                       NOT AT END
                           EVALUATE RTH-TIPO
                               WHEN 'H'
                                   MOVE 'S' TO WRK-TEM-HEADER
                               WHEN 'T'
                                   MOVE 'S' TO WRK-TEM-TRAILER
                                   MOVE RTT-QTD TO WRK-TRL-QTD
                                   MOVE RTT-HASH TO WRK-TRL-HASH
                               WHEN OTHER
                                   ADD 1 TO WRK-VER-QTD
                                   ADD RTN-NUMERO TO WRK-VER-HASH
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE NFE-RETURN-FILE
               IF WRK-TEM-HEADER = 'S' AND WRK-TEM-TRAILER = 'S'
                   AND WRK-VER-QTD = WRK-TRL-QTD
                   AND WRK-VER-HASH = WRK-TRL-HASH
                   MOVE 'S' TO WRK-ARQ-OK
               ELSE
                   DISPLAY 'CONTADO: ' WRK-VER-QTD
                       ' HASH: ' WRK-VER-HASH
                   DISPLAY 'TRAILER: ' WRK-TRL-QTD
                       ' HASH: ' WRK-TRL-HASH
               END-IF
           END-IF.
       0200-CARREGAR-RETORNO.
           MOVE ZEROS TO WRK-QTD-RET.
           MOVE 'N' TO WRK-FIM-RET.
           OPEN INPUT NFE-RETURN-FILE.
           PERFORM UNTIL WRK-FIM-RET = 'Y'
               READ NFE-RETURN-FILE
                   AT END
                       MOVE 'Y' TO WRK-FIM-RET
                   NOT AT END
                       IF RTH-TIPO NOT = 'H' AND RTH-TIPO NOT = 'T'
                           IF WRK-QTD-RET >= 500
                               MOVE 'S' TO WRK-TAB-CHEIA
                           ELSE
                           ADD 1 TO WRK-QTD-RET
                           MOVE RTN-NUMERO TO
                               WRK-RET-NUMERO(WRK-QTD-RET)
                           MOVE RTN-EVENTO TO
                               WRK-RET-EVENTO(WRK-QTD-RET)
                           MOVE RTN-SITUACAO TO
                               WRK-RET-SITUACAO(WRK-QTD-RET)
                           MOVE RTN-PROTOCOLO TO
                               WRK-RET-PROTOCOLO(WRK-QTD-RET)
                           MOVE RTN-MOTIVO TO
                               WRK-RET-MOTIVO(WRK-QTD-RET)
                           MOVE 'N' TO
                               WRK-RET-CASADO(WRK-QTD-RET)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NFE-RETURN-FILE.
       0300-ATUALIZAR-NOTAS.
           MOVE ZEROS TO WRK-QTD-AUTORIZ WRK-QTD-HOMOLOG
               WRK-QTD-REJEIT.
           MOVE 'N' TO WRK-FIM-NFR.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR NOT = '00'
               DISPLAY 'NOTAFISC INDISPONIVEL - NADA ATUALIZADO'
           ELSE
               OPEN OUTPUT NF-REGISTRY-TEMP
               PERFORM UNTIL WRK-FIM-NFR = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-NFR
                       NOT AT END
                           IF NFR-NFE-SIT = 'T' OR NFR-NFE-SIT = 'C'
                               PERFORM 0350-CASAR-NOTA
                           END-IF
                           WRITE TMP-REC FROM NFR-REC
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE NF-REGISTRY-TEMP
               PERFORM 0360-DEVOLVER-DO-TEMP
           END-IF.
      * A NOTA TRANSMITIDA ('T') SO CASA COM O EVENTO 'N' E A DE
      * CANCELAMENTO ENVIADO ('C') SO COM O EVENTO 'C'; SITUACAO
      * DIFERENTE DE 'A' E TRATADA COMO REJEICAO
       0350-CASAR-NOTA.
           PERFORM VARYING WRK-IND-RET FROM 1 BY 1
                   UNTIL WRK-IND-RET > WRK-QTD-RET
               IF WRK-RET-CASADO(WRK-IND-RET) = 'N'
                   AND WRK-RET-NUMERO(WRK-IND-RET) = NFR-NUMERO
                   AND ((WRK-RET-EVENTO(WRK-IND-RET) = 'N'
                         AND NFR-NFE-SIT = 'T')
                     OR (WRK-RET-EVENTO(WRK-IND-RET) = 'C'
                         AND NFR-NFE-SIT = 'C'))
                   MOVE 'S' TO WRK-RET-CASADO(WRK-IND-RET)
                   EVALUATE TRUE
                       WHEN WRK-RET-SITUACAO(WRK-IND-RET) NOT = 'A'
                           MOVE WRK-RET-MOTIVO(WRK-IND-RET)
                               TO NFR-NFE-MOTIVO
                           IF NFR-NFE-SIT = 'T'
                               MOVE 'R' TO NFR-NFE-SIT
                           END-IF
                           ADD 1 TO WRK-QTD-REJEIT
                       WHEN NFR-NFE-SIT = 'T'
                           MOVE 'A' TO NFR-NFE-SIT
                           MOVE WRK-RET-PROTOCOLO(WRK-IND-RET)
                               TO NFR-PROTOCOLO
                           MOVE SPACES TO NFR-NFE-MOTIVO
                           ADD 1 TO WRK-QTD-AUTORIZ
                       WHEN OTHER
                           MOVE 'X' TO NFR-NFE-SIT
                           MOVE SPACES TO NFR-NFE-MOTIVO
                           ADD 1 TO WRK-QTD-HOMOLOG
                   END-EVALUATE
               END-IF
           END-PERFORM.
       0360-DEVOLVER-DO-TEMP.
           MOVE 'N' TO WRK-FIM-NFR.
           OPEN OUTPUT NF-REGISTRY-FILE.
           OPEN INPUT NF-REGISTRY-TEMP.
           PERFORM UNTIL WRK-FIM-NFR = 'Y'
               READ NF-REGISTRY-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-NFR
                   NOT AT END
                       WRITE NFR-REC FROM TMP-REC
               END-READ
           END-PERFORM.
           CLOSE NF-REGISTRY-FILE NF-REGISTRY-TEMP.
      * CADA REJEICAO CASADA ABRE UMA ENTRADA NA FILA DE CORRECAO
       0370-ENFILEIRAR-REJEICOES.
           IF WRK-QTD-REJEIT > 0
               OPEN EXTEND NFE-QUEUE-FILE
               IF WRK-FS-NFQ NOT = '00'
                   OPEN OUTPUT NFE-QUEUE-FILE
               END-IF
               PERFORM VARYING WRK-IND-RET FROM 1 BY 1
                       UNTIL WRK-IND-RET > WRK-QTD-RET
                   IF WRK-RET-CASADO(WRK-IND-RET) = 'S'
                       AND WRK-RET-SITUACAO(WRK-IND-RET) NOT = 'A'
                       MOVE WRK-RET-NUMERO(WRK-IND-RET) TO NFQ-NUMERO
                       MOVE WRK-RET-EVENTO(WRK-IND-RET) TO NFQ-EVENTO
                       MOVE WRK-DATA-HOJE TO NFQ-DATA
                       MOVE WRK-RET-MOTIVO(WRK-IND-RET) TO NFQ-MOTIVO
                       MOVE 'A' TO NFQ-SITUACAO
                       MOVE SPACES TO NFQ-OPERADOR
                       MOVE ZEROS TO NFQ-DATA-LIB
                       WRITE NFQ-REC
                   END-IF
               END-PERFORM
               CLOSE NFE-QUEUE-FILE
           END-IF.
       0400-GRAVAR-EXCECOES.
           MOVE ZEROS TO WRK-QTD-SEM-PAR.
           OPEN OUTPUT NFE-EXC-FILE.
           MOVE 'RETORNO DA NF-E - REJEICOES E LINHAS SEM NOTA'
               TO EXC-LINHA.
           WRITE EXC-LINHA.
           PERFORM VARYING WRK-IND-RET FROM 1 BY 1
                   UNTIL WRK-IND-RET > WRK-QTD-RET
               IF WRK-RET-CASADO(WRK-IND-RET) = 'N'
                   ADD 1 TO WRK-QTD-SEM-PAR
                   MOVE SPACES TO EXC-LINHA
                   STRING 'NOTA ' WRK-RET-NUMERO(WRK-IND-RET)
                          ' EVENTO ' WRK-RET-EVENTO(WRK-IND-RET)
                          ' SEM NOTA AGUARDANDO RETORNO'
                       DELIMITED BY SIZE INTO EXC-LINHA
                   WRITE EXC-LINHA
               ELSE
                   IF WRK-RET-SITUACAO(WRK-IND-RET) NOT = 'A'
                       MOVE SPACES TO EXC-LINHA
                       STRING 'NOTA ' WRK-RET-NUMERO(WRK-IND-RET)
                              ' EVENTO ' WRK-RET-EVENTO(WRK-IND-RET)
                              ' REJEITADA: '
                              WRK-RET-MOTIVO(WRK-IND-RET)
                           DELIMITED BY SIZE INTO EXC-LINHA
                       WRITE EXC-LINHA
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'AUTORIZADAS: ' WRK-QTD-AUTORIZ
                  '  CANCELAMENTOS: ' WRK-QTD-HOMOLOG
                  '  REJEITADAS: ' WRK-QTD-REJEIT
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'SEM CORRESPONDENCIA: ' WRK-QTD-SEM-PAR
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
           CLOSE NFE-EXC-FILE.
       0500-REJEITAR-ARQUIVO.
           OPEN OUTPUT NFE-EXC-FILE.
           MOVE 'NFERET REJEITADO - TRAILER NAO CONFERE'
               TO EXC-LINHA.
           WRITE EXC-LINHA.
           IF WRK-TEM-TRAILER = 'N'
               MOVE 'TRAILER AUSENTE NO ARQUIVO' TO EXC-LINHA
               WRITE EXC-LINHA
           END-IF.
           MOVE SPACES TO EXC-LINHA.
           STRING 'NOTAS SOMADAS..: ' WRK-VER-QTD
                  '  HASH SOMADO...: ' WRK-VER-HASH
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE SPACES TO EXC-LINHA.
           STRING 'NOTAS TRAILER..: ' WRK-TRL-QTD
                  '  HASH TRAILER..: ' WRK-TRL-HASH
               DELIMITED BY SIZE INTO EXC-LINHA.
           WRITE EXC-LINHA.
           MOVE 'NENHUMA ATUALIZACAO GRAVADA NO NOTAFISC' TO EXC-LINHA.
           WRITE EXC-LINHA.
           CLOSE NFE-EXC-FILE.
           MOVE SPACES TO WRK-ALT-MENSAGEM.
           STRING 'RETORNO DA NF-E REJEITADO EM ' WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-ALT-MENSAGEM.
           CALL 'PRGALERT' USING WRK-ALT-PROGRAMA
               WRK-ALT-SEVERIDADE WRK-ALT-MENSAGEM.
           DISPLAY '*** NFERET REJEITADO - VER NFEEXC ***'.
