       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB146.
      ****************************************
      * AREA DE COMENTARIOS - REMARKS
      * AUTHOR = NATALIA WAZNY
      * OBJETIVO = ATENDIMENTO AO TITULAR DE DADOS PESSOAIS (LGPD)
      * ACAO 'E' = EXTRATO COMPLETO DO CLIENTE (CM-ID) EM LGPDEXT:
      * CADASTRO DO CUSTMAST E A IMAGEM DE TODO REGISTRO QUE SE
      * REFERE A ELE NO CUSTORD, FATURIN, NOTAFISC, CONTAREC,
      * SHIPSTAT, VALECRED, JORNFILE (IMAGENS DO CUSTMAST) E NOS
      * ARQUIVOS ANUAIS DO PROGCOB101 (CORDAAAA, FATUAAAA E
      * SHIPAAAA, DO ANO DO CADASTRO ATE O ANO CORRENTE)
      * ACAO 'A' = ANONIMIZACAO DO CLIENTE INATIVO SEM TITULO EM
      * ABERTO NO CONTAREC E SEM VALE COM SALDO NO VALECRED: NOME,
      * DOCUMENTO E ENDERECO SUBSTITUIDOS NO CUSTMAST E NAS IMAGENS
      * DO JORNFILE; AS NOTAS FISCAIS FICAM INTACTAS DURANTE O PRAZO
      * LEGAL DE GUARDA (SYSPARM LGPD-RETENCAO-ANOS, DEFAULT 5) E SO
      * AS MAIS ANTIGAS PERDEM O DOCUMENTO - CLIENTE JA ANONIMIZADO
      * PODE PASSAR DE NOVO PARA TRATAR AS NOTAS QUE VENCERAM O PRAZO
      * ACAO 'R' = RELATORIO DAS SOLICITACOES ATENDIDAS (LGPDREL)
      * TODA SOLICITACAO, ATENDIDA OU RECUSADA, VAI PARA A TRILHA DE
      * AUDITORIA LGPDLOG (LGPREC.COB) COM OPERADOR, DATA E HORA
      * SO ADM - UNICO NIVEL QUE VE O DADO PESSOAL SEM MASCARA
      * EXECUTAR PELO PRGMENU (OPERADOR E NIVEL VIA LINKAGE)
      * DATA = XX/XX/XXXX
      * MANUTENCAO = AREA DO REGISTRO DO NOTAFISC AMPLIADA PARA O
      * NFR-EMISSOR
      * MANUTENCAO = ENDERECOS DE ENTREGA DO CLIENTE (ENDENTR) ENTRAM
      * NO EXTRATO DO TITULAR E SAO SUBSTITUIDOS NA ANONIMIZACAO COMO O
      * ENDERECO DO CADASTRO
      * MANUTENCAO = E-MAIL DO CLIENTE (CONTCLI) E REGISTRO DOS
      * DOCUMENTOS ENVIADOS POR E-MAIL (CORRREG) ENTRAM NO EXTRATO; NA
      * ANONIMIZACAO O E-MAIL E APAGADO E O CANAL VOLTA A IMPRESSO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-ID
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-DOC
               FILE STATUS IS WRK-FS-CLI.
           SELECT ORDER-FILE ASSIGN TO DYNAMIC WRK-NOME-PED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PED.
           SELECT BILLING-FILE ASSIGN TO DYNAMIC WRK-NOME-FAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FAT.
           SELECT SHIPMENT-STATUS-FILE ASSIGN TO DYNAMIC WRK-NOME-SST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SST.
           SELECT NF-REGISTRY-FILE ASSIGN TO 'NOTAFISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NFR.
           SELECT NF-REGISTRY-TEMP ASSIGN TO 'NOTATMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT RECEIVABLE-FILE ASSIGN TO 'CONTAREC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RCV.
           SELECT VOUCHER-FILE ASSIGN TO 'VALECRED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VCR.
           SELECT JOURNAL-FILE ASSIGN TO 'JORNFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JRN.
           SELECT JOURNAL-TEMP ASSIGN TO 'JORNTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT DELIVERY-ADDRESS-FILE ASSIGN TO 'ENDENTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDE.
           SELECT DELIVERY-ADDRESS-TEMP ASSIGN TO 'ENDTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT CUSTOMER-CONTACT-FILE ASSIGN TO 'CONTCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTC.
           SELECT CUSTOMER-CONTACT-TEMP ASSIGN TO 'CONTTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT OUTBOX-REGISTER-FILE ASSIGN TO 'CORRREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CXR.
           SELECT OUTBOX-REGISTER-TEMP ASSIGN TO 'CORRRTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TMP.
           SELECT LGPD-LOG-FILE ASSIGN TO 'LGPDLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGP.
           SELECT LGPD-EXTRACT ASSIGN TO 'LGPDEXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXT.
           SELECT LGPD-REPORT ASSIGN TO 'LGPDREL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY 'CUSTREC.COB'.
       FD  ORDER-FILE.
       COPY 'CORDREC.COB'.
       FD  BILLING-FILE.
       COPY 'FATREC.COB'.
       FD  SHIPMENT-STATUS-FILE.
       COPY 'SHIPREC.COB'.
       FD  NF-REGISTRY-FILE.
       COPY 'NFREC.COB'.
       FD  NF-REGISTRY-TEMP.
       01  NTMP-REC           PIC X(194).
       FD  RECEIVABLE-FILE.
       COPY 'RCVREC.COB'.
       FD  VOUCHER-FILE.
       COPY 'VALEREC.COB'.
       FD  JOURNAL-FILE.
       COPY 'JRNREC.COB'.
       FD  JOURNAL-TEMP.
       01  JTMP-REC           PIC X(430).
       FD  DELIVERY-ADDRESS-FILE.
       COPY 'EDEREC.COB'.
       FD  DELIVERY-ADDRESS-TEMP.
       01  ETM-REC            PIC X(117).
       FD  CUSTOMER-CONTACT-FILE.
       COPY 'CTCREC.COB'.
       FD  CUSTOMER-CONTACT-TEMP.
       01  CTT-REC            PIC X(95).
       FD  OUTBOX-REGISTER-FILE.
       COPY 'CXRREC.COB'.
       FD  OUTBOX-REGISTER-TEMP.
       01  CRT-REC            PIC X(176).
       FD  LGPD-LOG-FILE.
       COPY 'LGPREC.COB'.
       FD  LGPD-EXTRACT.
       01  EXT-LINHA          PIC X(220).
       FD  LGPD-REPORT.
       01  REL-LINHA          PIC X(80).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FS-CLI      PIC X(02) VALUE SPACES.
       77 WRK-FS-PED      PIC X(02) VALUE SPACES.
       77 WRK-FS-FAT      PIC X(02) VALUE SPACES.
       77 WRK-FS-SST      PIC X(02) VALUE SPACES.
       77 WRK-FS-EDE      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTC      PIC X(02) VALUE SPACES.
       77 WRK-FS-CXR      PIC X(02) VALUE SPACES.
       77 WRK-FS-NFR      PIC X(02) VALUE SPACES.
       77 WRK-FS-TMP      PIC X(02) VALUE SPACES.
       77 WRK-FS-RCV      PIC X(02) VALUE SPACES.
       77 WRK-FS-VCR      PIC X(02) VALUE SPACES.
       77 WRK-FS-JRN      PIC X(02) VALUE SPACES.
       77 WRK-FS-LGP      PIC X(02) VALUE SPACES.
       77 WRK-FS-EXT      PIC X(02) VALUE SPACES.
       77 WRK-FS-REL      PIC X(02) VALUE SPACES.
       77 WRK-NOME-PED    PIC X(12) VALUE SPACES.
       77 WRK-NOME-FAT    PIC X(12) VALUE SPACES.
       77 WRK-NOME-SST    PIC X(12) VALUE SPACES.
       77 WRK-FIM-ARQ     PIC X(01) VALUE 'N'.
       77 WRK-ACAO        PIC X(01) VALUE SPACES.
       77 WRK-ACHOU       PIC X(01) VALUE 'N'.
       77 WRK-CONFIRMA    PIC X(01) VALUE SPACES.
       77 WRK-JA-ANONIMO  PIC X(01) VALUE 'N'.
       77 WRK-ERRO        PIC X(01) VALUE 'N'.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-ANO         PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-INI     PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-ATUAL   PIC 9(04) VALUE ZEROS.
       01 WRK-CLIENTE     PIC 9(06) VALUE ZEROS.
       01 WRK-CLIENTE-X REDEFINES WRK-CLIENTE PIC X(06).
       77 WRK-FILTRO      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REG     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-TIT     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-VALE    PIC 9(04) VALUE ZEROS.
       77 WRK-MOTIVO      PIC X(20) VALUE SPACES.
       77 WRK-TIPO-AUD    PIC X(01) VALUE SPACES.
       77 WRK-ULT-SEQ     PIC 9(06) VALUE ZEROS.
       77 WRK-ANOS-RETENCAO PIC 9(02) VALUE 5.
       77 WRK-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       77 WRK-NOME-ANONIMO PIC X(20) VALUE 'CLIENTE ANONIMIZADO'.
       77 WRK-DOC-ANONIMO PIC 9(14) VALUE ZEROS.
       77 WRK-LIMITE-ED   PIC Z(06)9.99 VALUE ZEROS.
       77 WRK-PAGINA      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXTRATO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ANONIMO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-RECUSA  PIC 9(04) VALUE ZEROS.
       77 WRK-PARM-CHAVE  PIC X(20) VALUE SPACES.
       77 WRK-PARM-VALOR  PIC X(20) VALUE SPACES.
       77 WRK-PARM-ACHOU  PIC X(01) VALUE 'N'.
       77 WRK-JRN-PROGRAMA PIC X(10) VALUE 'PROGCOB146'.
       77 WRK-JRN-ARQUIVO  PIC X(10) VALUE 'CUSTMAST'.
       77 WRK-JRN-OPERACAO PIC X(08) VALUE 'REWRITE'.
       77 WRK-JRN-CHAVE    PIC X(20) VALUE SPACES.
       77 WRK-JRN-ANTES    PIC X(170) VALUE SPACES.
       77 WRK-JRN-DEPOIS   PIC X(170) VALUE SPACES.
      * LINHA DO EXTRATO: ARQUIVO DE ORIGEM + IMAGEM DO REGISTRO NO
      * LAYOUT DO PROPRIO ARQUIVO
       01 WRK-LINHA-IMG.
           02 WRK-LI-ARQUIVO  PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LI-IMAGEM   PIC X(209).
       01 WRK-LINHA-DET.
           02 WRK-LD-SEQ      PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-CLIENTE  PIC 9(06).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-TIPO     PIC X(01).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-DATA     PIC 9(08).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-OPERADOR PIC X(20).
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-QTD      PIC ZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-RETIDOS  PIC ZZZZZ9.
           02 FILLER          PIC X(01) VALUE SPACES.
           02 WRK-LD-OBS      PIC X(20).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       01 LNK-NIVEL    PIC 9(02).
           88 LNK-ADM          VALUE 01.
       PROCEDURE DIVISION USING LNK-OPERADOR LNK-NIVEL.
       0001-PRINCIPAL.
           PERFORM 0900-REGISTRAR-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ACAO (E-EXTRATO DO TITULAR / A-ANONIMIZAR /'
               ' R-RELATORIO DE SOLICITACOES): '.
           ACCEPT WRK-ACAO FROM CONSOLE.
           IF NOT LNK-ADM
               DISPLAY 'SOLICITACOES LGPD SO PARA ADM'
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WRK-ACAO
           END-IF.
           EVALUATE WRK-ACAO
               WHEN 'E'
               WHEN 'e'
                   PERFORM 0100-EXTRAIR
               WHEN 'A'
               WHEN 'a'
                   PERFORM 0300-ANONIMIZAR
               WHEN 'R'
               WHEN 'r'
                   PERFORM 0500-RELATORIO
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ACAO INVALIDA'
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 0910-REGISTRAR-FIM.
           GOBACK.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0900-REGISTRAR-INICIO==,
                     ==NOME-PROGRAMA== BY =='PROGCOB146'==,
                     ==STATUS-EXEC== BY =='INICIO'==.
       COPY 'RUNLOG.COB'
           REPLACING ==PARA-NOME== BY ==0910-REGISTRAR-FIM==,
                     ==NOME-PROGRAMA== BY =='PROGCOB146'==,
                     ==STATUS-EXEC== BY =='FIM'==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0060-RECEBER-CLIENTE==,
                     ==CAMPO-NOME== BY ==WRK-CLIENTE==,
                     ==TEXTO-PROMPT== BY
                         =='CODIGO DO CLIENTE (CM-ID): '==.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0070-RECEBER-FILTRO==,
                     ==CAMPO-NOME== BY ==WRK-FILTRO==,
                     ==TEXTO-PROMPT== BY
                         =='CLIENTE (ZEROS = TODOS): '==.
      * O REGISTRO 000000 E O CONTROLE DE ID DO CUSTMAST, NAO CLIENTE
       0080-LER-CLIENTE.
           MOVE 'N' TO WRK-ACHOU.
           IF WRK-CLIENTE > ZEROS
               MOVE WRK-CLIENTE TO CM-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU
               END-READ
           END-IF.
           IF WRK-ACHOU = 'N'
               DISPLAY 'CLIENTE NAO ENCONTRADO: ' WRK-CLIENTE
               MOVE 8 TO RETURN-CODE
           END-IF.
       0100-EXTRAIR.
           PERFORM 0060-RECEBER-CLIENTE.
           OPEN INPUT CUSTOMER-MASTER.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'CUSTMAST INDISPONIVEL - STATUS ' WRK-FS-CLI
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0080-LER-CLIENTE
               IF WRK-ACHOU = 'S'
                   PERFORM 0110-GERAR-EXTRATO
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF.
       0110-GERAR-EXTRATO.
           MOVE ZEROS TO WRK-QTD-REG.
           OPEN OUTPUT LGPD-EXTRACT.
           PERFORM 0115-GRAVAR-CADASTRO.
           PERFORM 0190-EXTRAIR-ARQUIVOS-ANUAIS.
           MOVE 'CUSTORD' TO WRK-NOME-PED.
           PERFORM 0120-EXTRAIR-PEDIDOS.
           MOVE 'FATURIN' TO WRK-NOME-FAT.
           PERFORM 0130-EXTRAIR-FATURAMENTO.
           MOVE 'SHIPSTAT' TO WRK-NOME-SST.
           PERFORM 0140-EXTRAIR-EMBARQUES.
           PERFORM 0145-EXTRAIR-ENTREGA.
           PERFORM 0146-EXTRAIR-CONTATO.
           PERFORM 0147-EXTRAIR-CORREIO.
           PERFORM 0150-EXTRAIR-NOTAS.
           PERFORM 0160-EXTRAIR-TITULOS.
           PERFORM 0170-EXTRAIR-VALES.
           PERFORM 0180-EXTRAIR-JORNAL.
           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.
           STRING 'TOTAL DE REGISTROS DO CLIENTE: ' WRK-QTD-REG
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           CLOSE LGPD-EXTRACT.
           MOVE 'E' TO WRK-TIPO-AUD.
           MOVE ZEROS TO WRK-QTD-RETIDOS.
           MOVE 'EXTRATO EM LGPDEXT' TO WRK-MOTIVO.
           PERFORM 0700-GRAVAR-AUDITORIA.
           DISPLAY 'EXTRATO DO CLIENTE ' WRK-CLIENTE ' EM LGPDEXT: '
               WRK-QTD-REG ' REGISTROS'.
       0115-GRAVAR-CADASTRO.
           MOVE SPACES TO EXT-LINHA.
           STRING 'EXTRATO DE DADOS PESSOAIS DO TITULAR (LGPD) -'
                  ' CLIENTE ' WRK-CLIENTE
                  ' - EMITIDO EM ' WRK-DATA-HOJE
                  ' POR ' FUNCTION TRIM(LNK-OPERADOR)
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.
           STRING 'CUSTMAST   NOME: ' CM-NOME
                  '  DOCUMENTO: ' CM-DOC
                  '  CADASTRO: ' CM-DATA
                  '  STATUS: ' CM-STATUS
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE SPACES TO EXT-LINHA.
           STRING 'CUSTMAST   ENDERECO: ' CM-LOGRADOURO
                  ' ' CM-CIDADE ' ' CM-UF
                  '  CEP: ' CM-CEP
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           MOVE CM-LIMITE TO WRK-LIMITE-ED.
           MOVE SPACES TO EXT-LINHA.
           STRING 'CUSTMAST   LIMITE: ' WRK-LIMITE-ED
                  '  FUSAO: ' CM-ID-FUSAO
                  '  ULTIMA ALTERACAO: ' CM-STAMP
                  ' POR ' CM-OPERADOR
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
           ADD 1 TO WRK-QTD-REG.
           MOVE SPACES TO EXT-LINHA.
           WRITE EXT-LINHA.
           STRING 'DEMAIS ARQUIVOS: NOME DO ARQUIVO E IMAGEM DO'
                  ' REGISTRO NO LAYOUT DO PROPRIO ARQUIVO'
               DELIMITED BY SIZE INTO EXT-LINHA.
           WRITE EXT-LINHA.
      * MESMO FD PARA O CUSTORD VIVO E PARA OS CORDAAAA (MESMO LAYOUT);
      * ARQUIVO INEXISTENTE E SIMPLESMENTE PULADO
       0120-EXTRAIR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT ORDER-FILE.
           IF WRK-FS-PED = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ ORDER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CORD-CLIENTE = WRK-CLIENTE
                               MOVE WRK-NOME-PED TO WRK-LI-ARQUIVO
                               MOVE CORD-REC TO WRK-LI-IMAGEM
                               PERFORM 0195-GRAVAR-IMAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF.
       0130-EXTRAIR-FATURAMENTO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT BILLING-FILE.
           IF WRK-FS-FAT = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ BILLING-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF FAT-CLIENTE = WRK-CLIENTE
                               MOVE WRK-NOME-FAT TO WRK-LI-ARQUIVO
                               MOVE FAT-REC TO WRK-LI-IMAGEM
                               PERFORM 0195-GRAVAR-IMAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLING-FILE
           END-IF.
       0140-EXTRAIR-EMBARQUES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT SHIPMENT-STATUS-FILE.
           IF WRK-FS-SST = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ SHIPMENT-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF SST-CLIENTE = WRK-CLIENTE
                               MOVE WRK-NOME-SST TO WRK-LI-ARQUIVO
                               MOVE SST-REC TO WRK-LI-IMAGEM
                               PERFORM 0195-GRAVAR-IMAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SHIPMENT-STATUS-FILE
           END-IF.
       0145-EXTRAIR-ENTREGA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT DELIVERY-ADDRESS-FILE.
           IF WRK-FS-EDE = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ DELIVERY-ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF EDE-CLIENTE = WRK-CLIENTE
                               MOVE 'ENDENTR' TO WRK-LI-ARQUIVO
                               MOVE EDE-REC TO WRK-LI-IMAGEM
                               PERFORM 0195-GRAVAR-IMAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-ADDRESS-FILE
           END-IF.
       0146-EXTRAIR-CONTATO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUSTOMER-CONTACT-FILE.
           IF WRK-FS-CTC = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUSTOMER-CONTACT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CTC-CLIENTE = WRK-CLIENTE
                               MOVE 'CONTCLI' TO WRK-LI-ARQUIVO
                               MOVE CTC-REC TO WRK-LI-IMAGEM
                               PERFORM 0195-GRAVAR-IMAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF.
       0147-EXTRAIR-CORREIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT OUTBOX-REGISTER-FILE.
           IF WRK-FS-CXR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OUTBOX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CXR-CLIENTE = WRK-CLIENTE
                               MOVE 'CORRREG' TO WRK-LI-ARQUIVO
                               MOVE CXR-REC TO WRK-LI-IMAGEM
                               PERFORM 0195-GRAVAR-IMAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-REGISTER-FILE
           END-IF.
       0150-EXTRAIR-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF NFR-CLIENTE = WRK-CLIENTE
                               MOVE 'NOTAFISC' TO WRK-LI-ARQUIVO
                               MOVE NFR-REC TO WRK-LI-IMAGEM
                               PERFORM 0195-GRAVAR-IMAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE
           END-IF.
       0160-EXTRAIR-TITULOS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCV-CLIENTE = WRK-CLIENTE
                               MOVE 'CONTAREC' TO WRK-LI-ARQUIVO
                               MOVE RCV-REC TO WRK-LI-IMAGEM
                               PERFORM 0195-GRAVAR-IMAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.
       0170-EXTRAIR-VALES.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT VOUCHER-FILE.
           IF WRK-FS-VCR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ VOUCHER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF VCR-CLIENTE = WRK-CLIENTE
                               MOVE 'VALECRED' TO WRK-LI-ARQUIVO
                               MOVE VCR-REC TO WRK-LI-IMAGEM
                               PERFORM 0195-GRAVAR-IMAGEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOUCHER-FILE
           END-IF.
      * DO JORNAL SO INTERESSAM AS IMAGENS DO CUSTMAST DO CLIENTE
      * (CM-ID NO INICIO DA JRN-CHAVE): UMA LINHA PARA A IMAGEM ANTES
      * E OUTRA PARA A DEPOIS, QUANDO EXISTEM
       0180-EXTRAIR-JORNAL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-FS-JRN = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF JRN-ARQUIVO = 'CUSTMAST'
                               AND JRN-CHAVE(1:6) = WRK-CLIENTE-X
                               PERFORM 0185-GRAVAR-JORNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
       0185-GRAVAR-JORNAL.
           MOVE 'JORNFILE' TO WRK-LI-ARQUIVO.
           IF JRN-ANTES NOT = SPACES
               MOVE SPACES TO WRK-LI-IMAGEM
               STRING JRN-SEQ ' ' JRN-DATA ' ' JRN-HORA ' '
                      JRN-OPERACAO ' ANTES  ' JRN-ANTES(1:160)
                   DELIMITED BY SIZE INTO WRK-LI-IMAGEM
               WRITE EXT-LINHA FROM WRK-LINHA-IMG
           END-IF.
           IF JRN-DEPOIS NOT = SPACES
               MOVE SPACES TO WRK-LI-IMAGEM
               STRING JRN-SEQ ' ' JRN-DATA ' ' JRN-HORA ' '
                      JRN-OPERACAO ' DEPOIS ' JRN-DEPOIS(1:160)
                   DELIMITED BY SIZE INTO WRK-LI-IMAGEM
               WRITE EXT-LINHA FROM WRK-LINHA-IMG
           END-IF.
           ADD 1 TO WRK-QTD-REG.
      * ARQUIVOS ANUAIS DO PROGCOB101, DO ANO DO CADASTRO ATE O ANO
      * CORRENTE; CADASTRO SEM DATA VARRE OS DEZ ULTIMOS ANOS
       0190-EXTRAIR-ARQUIVOS-ANUAIS.
           MOVE WRK-DATA-HOJE(1:4) TO WRK-ANO-ATUAL.
           IF CM-DATA IS NUMERIC AND CM-DATA > ZEROS
               MOVE CM-DATA(1:4) TO WRK-ANO-INI
           ELSE
               COMPUTE WRK-ANO-INI = WRK-ANO-ATUAL - 10
           END-IF.
           PERFORM VARYING WRK-ANO FROM WRK-ANO-INI BY 1
                   UNTIL WRK-ANO > WRK-ANO-ATUAL
               MOVE SPACES TO WRK-NOME-PED WRK-NOME-FAT WRK-NOME-SST
               STRING 'CORD' WRK-ANO DELIMITED BY SIZE
                   INTO WRK-NOME-PED
               STRING 'FATU' WRK-ANO DELIMITED BY SIZE
                   INTO WRK-NOME-FAT
               STRING 'SHIP' WRK-ANO DELIMITED BY SIZE
                   INTO WRK-NOME-SST
               PERFORM 0120-EXTRAIR-PEDIDOS
               PERFORM 0130-EXTRAIR-FATURAMENTO
               PERFORM 0140-EXTRAIR-EMBARQUES
           END-PERFORM.
       0195-GRAVAR-IMAGEM.
           WRITE EXT-LINHA FROM WRK-LINHA-IMG.
           ADD 1 TO WRK-QTD-REG.
       0300-ANONIMIZAR.
           PERFORM 0060-RECEBER-CLIENTE.
           COMPUTE WRK-DOC-ANONIMO = 99000000000000 + WRK-CLIENTE.
           PERFORM 0310-LER-RETENCAO.
           OPEN I-O CUSTOMER-MASTER.
           IF WRK-FS-CLI NOT = '00'
               DISPLAY 'CUSTMAST INDISPONIVEL - STATUS ' WRK-FS-CLI
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0080-LER-CLIENTE
               IF WRK-ACHOU = 'S'
                   PERFORM 0320-VERIFICAR-CONDICOES
                   IF WRK-MOTIVO = SPACES
                       PERFORM 0330-CONFIRMAR
                   ELSE
                       DISPLAY 'ANONIMIZACAO RECUSADA - ' WRK-MOTIVO
                       MOVE 4 TO RETURN-CODE
                       MOVE 'N' TO WRK-TIPO-AUD
                       MOVE ZEROS TO WRK-QTD-REG WRK-QTD-RETIDOS
                       PERFORM 0700-GRAVAR-AUDITORIA
                   END-IF
               END-IF
               CLOSE CUSTOMER-MASTER
           END-IF.
      * PRAZO DE GUARDA DOS DOCUMENTOS FISCAIS EM ANOS; A NOTA EMITIDA
      * A PARTIR DE WRK-DATA-CORTE AINDA ESTA DENTRO DO PRAZO
       0310-LER-RETENCAO.
           MOVE 'LGPD-RETENCAO-ANOS' TO WRK-PARM-CHAVE.
           CALL 'PRGPARM' USING WRK-PARM-CHAVE WRK-PARM-VALOR
               WRK-PARM-ACHOU.
           IF WRK-PARM-ACHOU = 'S'
               AND FUNCTION NUMVAL(WRK-PARM-VALOR) > 0
               COMPUTE WRK-ANOS-RETENCAO =
                   FUNCTION NUMVAL(WRK-PARM-VALOR)
           END-IF.
           COMPUTE WRK-DATA-CORTE =
               WRK-DATA-HOJE - WRK-ANOS-RETENCAO * 10000.
      * CLIENTE JA ANONIMIZADO NAO E RECUSADO: PASSA DE NOVO SO PARA
      * TRATAR AS NOTAS QUE SAIRAM DO PRAZO LEGAL DESDE A ULTIMA VEZ
       0320-VERIFICAR-CONDICOES.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N' TO WRK-JA-ANONIMO.
           EVALUATE TRUE
               WHEN CM-NOME = WRK-NOME-ANONIMO
                   MOVE 'S' TO WRK-JA-ANONIMO
               WHEN CM-STATUS NOT = 'I'
                   MOVE 'CLIENTE ATIVO' TO WRK-MOTIVO
               WHEN OTHER
                   PERFORM 0322-CONTAR-TITULOS
                   PERFORM 0324-CONTAR-VALES
                   IF WRK-QTD-TIT > ZEROS
                       STRING 'TITULOS ABERTOS ' WRK-QTD-TIT
                           DELIMITED BY SIZE INTO WRK-MOTIVO
                   ELSE
                       IF WRK-QTD-VALE > ZEROS
                           STRING 'VALES C/ SALDO: ' WRK-QTD-VALE
                               DELIMITED BY SIZE INTO WRK-MOTIVO
                       END-IF
                   END-IF
           END-EVALUATE.
       0322-CONTAR-TITULOS.
           MOVE ZEROS TO WRK-QTD-TIT.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT RECEIVABLE-FILE.
           IF WRK-FS-RCV = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ RECEIVABLE-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF RCV-CLIENTE = WRK-CLIENTE
                               AND RCV-STATUS = 'A'
                               ADD 1 TO WRK-QTD-TIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE-FILE
           END-IF.
       0324-CONTAR-VALES.
           MOVE ZEROS TO WRK-QTD-VALE.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT VOUCHER-FILE.
           IF WRK-FS-VCR = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ VOUCHER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF VCR-CLIENTE = WRK-CLIENTE
                               AND VCR-STATUS = 'A'
                               AND VCR-SALDO > ZEROS
                               ADD 1 TO WRK-QTD-VALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VOUCHER-FILE
           END-IF.
       0330-CONFIRMAR.
           DISPLAY 'CLIENTE ' CM-ID ' ' CM-NOME ' STATUS ' CM-STATUS.
           IF WRK-JA-ANONIMO = 'S'
               DISPLAY 'CLIENTE JA ANONIMIZADO - SO AS NOTAS FORA DO'
                   ' PRAZO LEGAL SERAO TRATADAS'
           ELSE
               DISPLAY 'NOME, DOCUMENTO E ENDERECO SERAO SUBSTITUIDOS'
                   ' - OPERACAO IRREVERSIVEL'
           END-IF.
           DISPLAY 'NOTAS FISCAIS EMITIDAS DESDE ' WRK-DATA-CORTE
               ' FICAM INTACTAS (PRAZO LEGAL DE ' WRK-ANOS-RETENCAO
               ' ANOS)'.
           DISPLAY 'CONFIRMA A ANONIMIZACAO (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
               PERFORM 0340-APLICAR
           ELSE
               DISPLAY 'ANONIMIZACAO CANCELADA PELO OPERADOR'
           END-IF.
       0340-APLICAR.
           MOVE ZEROS TO WRK-QTD-REG WRK-QTD-RETIDOS.
           MOVE 'N' TO WRK-ERRO.
           IF WRK-JA-ANONIMO = 'N'
               MOVE SPACES TO WRK-JRN-ANTES
               MOVE CM-RECORD TO WRK-JRN-ANTES(1:160)
               PERFORM 0390-MASCARAR-CADASTRO
               MOVE LNK-OPERADOR TO CM-OPERADOR
               ACCEPT WRK-HORA-HOJE FROM TIME
               COMPUTE CM-STAMP =
                   WRK-DATA-HOJE * 100000000 + WRK-HORA-HOJE
               REWRITE CM-RECORD
               IF WRK-FS-CLI NOT = '00'
                   DISPLAY 'ERRO NA REGRAVACAO DO CUSTMAST - STATUS '
                       WRK-FS-CLI
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WRK-ERRO
               ELSE
                   ADD 1 TO WRK-QTD-REG
                   PERFORM 0345-GRAVAR-JORNAL
                   PERFORM 0350-ANONIMIZAR-JORNAL
                   PERFORM 0370-ANONIMIZAR-ENTREGA
                   PERFORM 0376-ANONIMIZAR-CONTATO
                   PERFORM 0380-ANONIMIZAR-CORREIO
               END-IF
           END-IF.
           IF WRK-ERRO = 'N'
               PERFORM 0360-ANONIMIZAR-NOTAS
               MOVE 'A' TO WRK-TIPO-AUD
               IF WRK-JA-ANONIMO = 'S'
                   MOVE 'REVISAO DAS NOTAS' TO WRK-MOTIVO
               ELSE
                   MOVE 'NOME/DOC/ENDERECO' TO WRK-MOTIVO
               END-IF
               PERFORM 0700-GRAVAR-AUDITORIA
               DISPLAY 'CLIENTE ' WRK-CLIENTE ' ANONIMIZADO - '
                   WRK-QTD-REG ' REGISTROS ALTERADOS'
               DISPLAY WRK-QTD-RETIDOS
                   ' NOTAS FISCAIS RETIDAS NO PRAZO LEGAL'
           END-IF.
       0345-GRAVAR-JORNAL.
           MOVE SPACES TO WRK-JRN-CHAVE.
           MOVE CM-ID TO WRK-JRN-CHAVE(1:6).
           MOVE SPACES TO WRK-JRN-DEPOIS.
           MOVE CM-RECORD TO WRK-JRN-DEPOIS(1:160).
           CALL 'PRGJORN' USING WRK-JRN-PROGRAMA WRK-JRN-ARQUIVO
               WRK-JRN-OPERACAO WRK-JRN-CHAVE WRK-JRN-ANTES
               WRK-JRN-DEPOIS LNK-OPERADOR.
      * AS IMAGENS ANTES/DEPOIS DO CUSTMAST GUARDADAS NO JORNAL TAMBEM
      * TEM NOME, DOCUMENTO E ENDERECO - INCLUSIVE A ANTES DA PROPRIA
      * ANONIMIZACAO, GRAVADA ACIMA; O CM-RECORD JA REGRAVADO SERVE
      * DE AREA DE TRABALHO PARA MASCARAR CADA IMAGEM PELO LAYOUT
       0350-ANONIMIZAR-JORNAL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-FS-JRN = '00'
               OPEN OUTPUT JOURNAL-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF JRN-ARQUIVO = 'CUSTMAST'
                               AND JRN-CHAVE(1:6) = WRK-CLIENTE-X
                               PERFORM 0355-MASCARAR-IMAGENS
                           END-IF
                           WRITE JTMP-REC FROM JRN-REC
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE JOURNAL-TEMP
               PERFORM 0358-DEVOLVER-JORNAL
           END-IF.
       0355-MASCARAR-IMAGENS.
           IF JRN-ANTES(1:6) = WRK-CLIENTE-X
               MOVE JRN-ANTES(1:160) TO CM-RECORD
               PERFORM 0390-MASCARAR-CADASTRO
               MOVE CM-RECORD TO JRN-ANTES(1:160)
           END-IF.
           IF JRN-DEPOIS(1:6) = WRK-CLIENTE-X
               MOVE JRN-DEPOIS(1:160) TO CM-RECORD
               PERFORM 0390-MASCARAR-CADASTRO
               MOVE CM-RECORD TO JRN-DEPOIS(1:160)
           END-IF.
           ADD 1 TO WRK-QTD-REG.
       0358-DEVOLVER-JORNAL.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT JOURNAL-FILE.
           OPEN INPUT JOURNAL-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ JOURNAL-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE JRN-REC FROM JTMP-REC
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE JOURNAL-TEMP.
      * OS ENDERECOS DE ENTREGA DO CLIENTE (ENDENTR) RECEBEM O MESMO
      * ENDERECO FICTICIO DO CADASTRO; A UF FICA PARA AS ESTATISTICAS
       0370-ANONIMIZAR-ENTREGA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT DELIVERY-ADDRESS-FILE.
           IF WRK-FS-EDE = '00'
               OPEN OUTPUT DELIVERY-ADDRESS-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ DELIVERY-ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF EDE-CLIENTE = WRK-CLIENTE
                               MOVE SPACES TO EDE-DESCRICAO
                               MOVE 'ANONIMIZADO' TO EDE-LOGRADOURO
                               MOVE SPACES TO EDE-CIDADE
                               MOVE ZEROS TO EDE-CEP
                               ADD 1 TO WRK-QTD-REG
                           END-IF
                           WRITE ETM-REC FROM EDE-REC
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-ADDRESS-FILE DELIVERY-ADDRESS-TEMP
               PERFORM 0375-DEVOLVER-ENTREGA
           END-IF.
       0375-DEVOLVER-ENTREGA.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT DELIVERY-ADDRESS-FILE.
           OPEN INPUT DELIVERY-ADDRESS-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ DELIVERY-ADDRESS-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE EDE-REC FROM ETM-REC
               END-READ
           END-PERFORM.
           CLOSE DELIVERY-ADDRESS-FILE DELIVERY-ADDRESS-TEMP.
      * O E-MAIL DO CLIENTE (CONTCLI) E APAGADO E O CANAL VOLTA A
      * IMPRESSO - SEM ENDERECO NAO HA PARA ONDE MANDAR O DOCUMENTO
       0376-ANONIMIZAR-CONTATO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT CUSTOMER-CONTACT-FILE.
           IF WRK-FS-CTC = '00'
               OPEN OUTPUT CUSTOMER-CONTACT-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ CUSTOMER-CONTACT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CTC-CLIENTE = WRK-CLIENTE
                               MOVE SPACES TO CTC-EMAIL
                               MOVE 'I' TO CTC-CANAL
                               MOVE LNK-OPERADOR TO CTC-OPERADOR
                               MOVE WRK-DATA-HOJE TO CTC-DATA
                               ADD 1 TO WRK-QTD-REG
                           END-IF
                           WRITE CTT-REC FROM CTC-REC
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CONTACT-FILE CUSTOMER-CONTACT-TEMP
               PERFORM 0377-DEVOLVER-CONTATO
           END-IF.
       0377-DEVOLVER-CONTATO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT CUSTOMER-CONTACT-FILE.
           OPEN INPUT CUSTOMER-CONTACT-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ CUSTOMER-CONTACT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE CTC-REC FROM CTT-REC
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-CONTACT-FILE CUSTOMER-CONTACT-TEMP.
      * NO REGISTRO DOS DOCUMENTOS ENVIADOS (CORRREG) SO O E-MAIL DE
      * DESTINO E APAGADO; DOCUMENTO, TIPO E SITUACAO FICAM
       0380-ANONIMIZAR-CORREIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT OUTBOX-REGISTER-FILE.
           IF WRK-FS-CXR = '00'
               OPEN OUTPUT OUTBOX-REGISTER-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ OUTBOX-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF CXR-CLIENTE = WRK-CLIENTE
                               MOVE 'ANONIMIZADO' TO CXR-EMAIL
                               ADD 1 TO WRK-QTD-REG
                           END-IF
                           WRITE CRT-REC FROM CXR-REC
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-REGISTER-FILE OUTBOX-REGISTER-TEMP
               PERFORM 0385-DEVOLVER-CORREIO
           END-IF.
       0385-DEVOLVER-CORREIO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT OUTBOX-REGISTER-FILE.
           OPEN INPUT OUTBOX-REGISTER-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ OUTBOX-REGISTER-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE CXR-REC FROM CRT-REC
               END-READ
           END-PERFORM.
           CLOSE OUTBOX-REGISTER-FILE OUTBOX-REGISTER-TEMP.
      * NOTA DENTRO DO PRAZO LEGAL FICA COMO FOI EMITIDA; A MAIS
      * ANTIGA RECEBE O MESMO DOCUMENTO FICTICIO DO CADASTRO
       0360-ANONIMIZAR-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT NF-REGISTRY-FILE.
           IF WRK-FS-NFR = '00'
               OPEN OUTPUT NF-REGISTRY-TEMP
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ NF-REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF NFR-CLIENTE = WRK-CLIENTE
                               PERFORM 0365-TRATAR-NOTA
                           END-IF
                           WRITE NTMP-REC FROM NFR-REC
                   END-READ
               END-PERFORM
               CLOSE NF-REGISTRY-FILE NF-REGISTRY-TEMP
               PERFORM 0368-DEVOLVER-NOTAS
           END-IF.
       0365-TRATAR-NOTA.
           IF NFR-DATA < WRK-DATA-CORTE
               IF NFR-DOC NOT = WRK-DOC-ANONIMO
                   MOVE WRK-DOC-ANONIMO TO NFR-DOC
                   ADD 1 TO WRK-QTD-REG
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-RETIDOS
           END-IF.
       0368-DEVOLVER-NOTAS.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN OUTPUT NF-REGISTRY-FILE.
           OPEN INPUT NF-REGISTRY-TEMP.
           PERFORM UNTIL WRK-FIM-ARQ = 'Y'
               READ NF-REGISTRY-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-ARQ
                   NOT AT END
                       WRITE NFR-REC FROM NTMP-REC
               END-READ
           END-PERFORM.
           CLOSE NF-REGISTRY-FILE NF-REGISTRY-TEMP.
      * CM-DOC E CHAVE ALTERNADA UNICA: O DOCUMENTO FICTICIO E 99 +
      * ZEROS + CM-ID, UM POR CLIENTE; A UF FICA (SO A UF NAO
      * IDENTIFICA NINGUEM E SEGUE NOS TOTAIS FISCAIS POR ESTADO)
       0390-MASCARAR-CADASTRO.
           MOVE WRK-NOME-ANONIMO TO CM-NOME.
           MOVE WRK-DOC-ANONIMO TO CM-DOC.
           MOVE 'ANONIMIZADO' TO CM-LOGRADOURO.
           MOVE SPACES TO CM-CIDADE.
           MOVE ZEROS TO CM-CEP.
       0500-RELATORIO.
           PERFORM 0070-RECEBER-FILTRO.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT LGPD-LOG-FILE.
           IF WRK-FS-LGP NOT = '00'
               DISPLAY 'NENHUMA SOLICITACAO REGISTRADA NO LGPDLOG'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO WRK-PAGINA WRK-QTD-EXTRATO
                   WRK-QTD-ANONIMO WRK-QTD-RECUSA
               OPEN OUTPUT LGPD-REPORT
               PERFORM 0590-GERAR-CABECALHO-PADRAO
               MOVE SPACES TO REL-LINHA
               STRING 'SEQ    CLIENT T DATA     OPERADOR            '
                      ' REGIST RETIDA OBSERVACAO'
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ LGPD-LOG-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF WRK-FILTRO = ZEROS
                               OR LGP-CLIENTE = WRK-FILTRO
                               PERFORM 0510-IMPRIMIR-SOLICITACAO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               STRING 'EXTRATOS: ' WRK-QTD-EXTRATO
                      '  ANONIMIZACOES: ' WRK-QTD-ANONIMO
                      '  RECUSADAS: ' WRK-QTD-RECUSA
                   DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
               CLOSE LGPD-LOG-FILE LGPD-REPORT
               DISPLAY 'RELATORIO DE SOLICITACOES EM LGPDREL'
           END-IF.
       0510-IMPRIMIR-SOLICITACAO.
           MOVE LGP-SEQ TO WRK-LD-SEQ.
           MOVE LGP-CLIENTE TO WRK-LD-CLIENTE.
           MOVE LGP-TIPO TO WRK-LD-TIPO.
           MOVE LGP-DATA TO WRK-LD-DATA.
           MOVE LGP-OPERADOR TO WRK-LD-OPERADOR.
           MOVE LGP-QTD-REG TO WRK-LD-QTD.
           MOVE LGP-QTD-RETIDOS TO WRK-LD-RETIDOS.
           MOVE LGP-OBS TO WRK-LD-OBS.
           WRITE REL-LINHA FROM WRK-LINHA-DET.
           EVALUATE LGP-TIPO
               WHEN 'E'
                   ADD 1 TO WRK-QTD-EXTRATO
               WHEN 'A'
                   ADD 1 TO WRK-QTD-ANONIMO
               WHEN 'N'
                   ADD 1 TO WRK-QTD-RECUSA
           END-EVALUATE.
       COPY 'RELHEAD.COB'
           REPLACING ==PARA-NOME== BY ==0590-GERAR-CABECALHO-PADRAO==,
                     ==LINHA-NOME== BY ==REL-LINHA==,
                     ==TITULO-PROGRAMA== BY
                         =='SOLICITACOES DO TITULAR (LGPD)'==,
                     ==PAGINA-NOME== BY ==WRK-PAGINA==,
                     ==DATA-NOME== BY ==WRK-DATA-HOJE==.
      * TRILHA DE AUDITORIA: SEQUENCIAL = MAIOR DO LGPDLOG + 1
       0700-GRAVAR-AUDITORIA.
           MOVE ZEROS TO WRK-ULT-SEQ.
           MOVE 'N' TO WRK-FIM-ARQ.
           OPEN INPUT LGPD-LOG-FILE.
           IF WRK-FS-LGP = '00'
               PERFORM UNTIL WRK-FIM-ARQ = 'Y'
                   READ LGPD-LOG-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-ARQ
                       NOT AT END
                           IF LGP-SEQ > WRK-ULT-SEQ
                               MOVE LGP-SEQ TO WRK-ULT-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LGPD-LOG-FILE
           END-IF.
           ACCEPT WRK-HORA-HOJE FROM TIME.
           OPEN EXTEND LGPD-LOG-FILE.
           IF WRK-FS-LGP NOT = '00'
               OPEN OUTPUT LGPD-LOG-FILE
           END-IF.
           MOVE SPACES TO LGP-REC.
           COMPUTE LGP-SEQ = WRK-ULT-SEQ + 1.
           MOVE WRK-CLIENTE TO LGP-CLIENTE.
           MOVE WRK-TIPO-AUD TO LGP-TIPO.
           MOVE WRK-DATA-HOJE TO LGP-DATA.
           MOVE WRK-HORA-HOJE TO LGP-HORA.
           MOVE LNK-OPERADOR TO LGP-OPERADOR.
           MOVE WRK-QTD-REG TO LGP-QTD-REG.
           MOVE WRK-QTD-RETIDOS TO LGP-QTD-RETIDOS.
           MOVE WRK-MOTIVO TO LGP-OBS.
           WRITE LGP-REC.
           CLOSE LGPD-LOG-FILE.
