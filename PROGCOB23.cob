      * REGISTRADA VIRA O DEFAULT DA UF DE ENTREGA NA DIGITACAO DE
      * PEDIDOS (PROGCOB66) E A BASE DO RELATORIO DE DIVERGENCIA DE
      * UF (PROGCOB78)
      * MANUTENCAO = OPCAO 8 MANTEM OS ENDERECOS DE ENTREGA DO CLIENTE
      * NO ENDENTR (EDEREC.COB): VARIOS ENDERECOS NUMERADOS POR CLIENTE
      * (FILIAIS EM OUTRAS UFS), COM INCLUSAO, ALTERACAO E INATIVACAO
      * LOGICA REGISTRADAS NO SECURITY-LOG; O ENDERECO DO CADASTRO
      * CONTINUA SENDO O DE FATURAMENTO
      * MANUTENCAO = OPCAO 0 MANTEM O E-MAIL DE CONTATO E O CANAL
      * PREFERIDO DE ENVIO DE DOCUMENTOS (E-MAIL OU IMPRESSO) NO
      * CONTCLI (CTCREC.COB), USADO PELO PRGCORRE NO EXTRATO, NA
      * COBRANCA, NA NOTA E NO ORCAMENTO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT APPROVAL-FILE ASSIGN TO 'APROVPEN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APR.
           SELECT DELIVERY-ADDRESS-FILE ASSIGN TO 'ENDENTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDE.
           SELECT DELIVERY-ADDRESS-TEMP ASSIGN TO 'ENDTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ETM.
           SELECT CUSTOMER-CONTACT-FILE ASSIGN TO 'CONTCLI'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTC.
           SELECT CUSTOMER-CONTACT-TEMP ASSIGN TO 'CONTTMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTT.
       COPY 'RLOGSEL.COB'.
       DATA DIVISION.
       FILE SECTION.
       01  SEC-LINHA          PIC X(80).
       FD  APPROVAL-FILE.
       COPY 'APRREC.COB'.
       FD  DELIVERY-ADDRESS-FILE.
       COPY 'EDEREC.COB'.
       FD  DELIVERY-ADDRESS-TEMP.
       01  ETM-REC            PIC X(117).
       FD  CUSTOMER-CONTACT-FILE.
       COPY 'CTCREC.COB'.
       FD  CUSTOMER-CONTACT-TEMP.
       01  CTT-REC            PIC X(95).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-MASC-IND    PIC 9(02) VALUE ZEROS.
       77 WRK-MASC-PTR    PIC 9(02) VALUE ZEROS.
       77 WRK-MASC-FASE   PIC X(01) VALUE SPACES.
       77 WRK-FS-EDE      PIC X(02) VALUE SPACES.
       77 WRK-FS-ETM      PIC X(02) VALUE SPACES.
       77 WRK-FIM-EDE     PIC X(01) VALUE 'N'.
       77 WRK-FIM-ENDER   PIC X(01) VALUE 'N'.
       77 WRK-OPCAO-END   PIC 9(01) VALUE ZEROS.
       77 WRK-NUM-ENDER   PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-ENDER   PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-ENDER   PIC 9(02) VALUE ZEROS.
       77 WRK-IND-ENDER   PIC 9(03) VALUE ZEROS.
       77 WRK-POS-ENDER   PIC 9(02) VALUE ZEROS.
       77 WRK-DESC-ENDER  PIC X(20) VALUE SPACES.
       77 WRK-DADOS-OK    PIC X(01) VALUE 'N'.
       77 WRK-FS-CTC      PIC X(02) VALUE SPACES.
       77 WRK-FS-CTT      PIC X(02) VALUE SPACES.
       77 WRK-FIM-CTC     PIC X(01) VALUE 'N'.
       77 WRK-ACHOU-CTC   PIC X(01) VALUE 'N'.
       77 WRK-EMAIL       PIC X(60) VALUE SPACES.
       77 WRK-CANAL       PIC X(01) VALUE SPACES.
       77 WRK-QTD-ARROBA  PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-PONTO   PIC 9(02) VALUE ZEROS.
       01 WRK-CONTATO-ATUAL.
           02 WRK-CA-EMAIL PIC X(60).
           02 WRK-CA-CANAL PIC X(01).
       01 WRK-TABELA-ENDER.
           02 WRK-END OCCURS 99 TIMES.
               03 WRK-END-REC PIC X(117).
       LINKAGE SECTION.
       01 LNK-OPERADOR PIC X(20).
       01 LNK-NIVEL    PIC 9(02).
               DISPLAY '1-CONSULTAR 2-ALTERAR NOME 3-INATIVAR'
               DISPLAY '4-PROXIMO CLIENTE 5-BUSCAR POR NOME'
               DISPLAY '6-ALTERAR LIMITE DE CREDITO'
               DISPLAY '7-ALTERAR ENDERECO 8-ENDERECOS DE ENTREGA'
               DISPLAY '0-E-MAIL E CANAL DE ENVIO 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                       PERFORM 0600-ALTERAR-LIMITE
                   WHEN 7
                       PERFORM 0660-ALTERAR-ENDERECO
                   WHEN 8
                       PERFORM 0670-ENDERECOS-ENTREGA
                   WHEN 0
                       PERFORM 0690-CONTATO-ELETRONICO
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
                   DISPLAY 'CEP INVALIDO - ENDERECO NAO ALTERADO'
               END-IF
           END-IF.
      * ENDERECOS DE ENTREGA DO CLIENTE (ENDENTR, EDEREC.COB): OS DO
      * CLIENTE SAO CARREGADOS NA TABELA E, A CADA INCLUSAO /
      * ALTERACAO / INATIVACAO, O ENDENTR INTEIRO E REGRAVADO PELO
      * ENDTMP; O ENDERECO DO CADASTRO (OPCAO 7) CONTINUA SENDO O DE
      * FATURAMENTO E O ENDERECO 00 DOS PEDIDOS
       0670-ENDERECOS-ENTREGA.
           PERFORM 0150-LER-POR-ID.
           IF WRK-ACHOU = 'S'
               PERFORM 0700-EXIBIR-CLIENTE
               MOVE 'N' TO WRK-FIM-ENDER
               PERFORM UNTIL WRK-FIM-ENDER = 'Y'
                   PERFORM 0671-CARREGAR-ENTREGA
                   PERFORM 0672-LISTAR-ENTREGA
                   DISPLAY '1-INCLUIR 2-ALTERAR 3-INATIVAR 9-VOLTAR: '
                   ACCEPT WRK-OPCAO-END FROM CONSOLE
                   EVALUATE WRK-OPCAO-END
                       WHEN 1
                           PERFORM 0676-INCLUIR-ENTREGA
                       WHEN 2
                           PERFORM 0677-ALTERAR-ENTREGA
                       WHEN 3
                           PERFORM 0678-INATIVAR-ENTREGA
                       WHEN 9
                           MOVE 'Y' TO WRK-FIM-ENDER
                       WHEN OTHER
                           DISPLAY 'OPCAO INVALIDA'
                   END-EVALUATE
               END-PERFORM
           END-IF.
       0671-CARREGAR-ENTREGA.
           MOVE ZEROS TO WRK-QTD-ENDER WRK-ULT-ENDER.
           MOVE 'N' TO WRK-FIM-EDE.
           OPEN INPUT DELIVERY-ADDRESS-FILE.
           IF WRK-FS-EDE = '00'
               PERFORM UNTIL WRK-FIM-EDE = 'Y'
                   READ DELIVERY-ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-EDE
                       NOT AT END
                           IF EDE-CLIENTE = CM-ID
                               AND WRK-QTD-ENDER < 99
                               ADD 1 TO WRK-QTD-ENDER
                               MOVE EDE-REC
                                   TO WRK-END-REC(WRK-QTD-ENDER)
                               IF EDE-NUMERO > WRK-ULT-ENDER
                                   MOVE EDE-NUMERO TO WRK-ULT-ENDER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-ADDRESS-FILE
           END-IF.
       0672-LISTAR-ENTREGA.
           IF WRK-QTD-ENDER = ZEROS
               DISPLAY 'CLIENTE SEM ENDERECO DE ENTREGA - PEDIDOS VAO'
                   ' PARA O ENDERECO DO CADASTRO'
           ELSE
               DISPLAY 'NR DESCRICAO           CIDADE'
                   '               UF CEP      SITUACAO'
               PERFORM VARYING WRK-IND-ENDER FROM 1 BY 1
                       UNTIL WRK-IND-ENDER > WRK-QTD-ENDER
                   MOVE WRK-END-REC(WRK-IND-ENDER) TO EDE-REC
                   IF EDE-STATUS = 'I'
                       DISPLAY EDE-NUMERO ' ' EDE-DESCRICAO ' '
                           EDE-CIDADE ' ' EDE-UF ' ' EDE-CEP
                           ' INATIVO'
                   ELSE
                       DISPLAY EDE-NUMERO ' ' EDE-DESCRICAO ' '
                           EDE-CIDADE ' ' EDE-UF ' ' EDE-CEP
                           ' ATIVO'
                   END-IF
                   DISPLAY '   ' EDE-LOGRADOURO
               END-PERFORM
           END-IF.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0673-RECEBER-NUM-ENDER==,
                     ==CAMPO-NOME== BY ==WRK-NUM-ENDER==,
                     ==TEXTO-PROMPT== BY
                         =='NUMERO DO ENDERECO DE ENTREGA: '==.
      * MESMAS REGRAS DA OPCAO 7: UF INFORMADA E CEP COM 8 DIGITOS
      * NUMERICOS - FORA DISSO NADA E GRAVADO
       0674-RECEBER-DADOS-ENTREGA.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'DESCRICAO (EX: FILIAL SUL): '.
           ACCEPT WRK-DESC-ENDER FROM CONSOLE.
           DISPLAY 'LOGRADOURO: '.
           ACCEPT WRK-LOGRADOURO FROM CONSOLE.
           DISPLAY 'CIDADE....: '.
           ACCEPT WRK-CIDADE FROM CONSOLE.
           DISPLAY 'UF........: '.
           ACCEPT WRK-UF-NOVA FROM CONSOLE.
           DISPLAY 'CEP (8 DIGITOS): '.
           ACCEPT WRK-CEP-X FROM CONSOLE.
           IF WRK-LOGRADOURO = SPACES OR WRK-UF-NOVA = SPACES
               DISPLAY 'LOGRADOURO E UF OBRIGATORIOS - NADA GRAVADO'
           ELSE
               IF WRK-CEP-X IS NUMERIC
                   MOVE 'S' TO WRK-DADOS-OK
               ELSE
                   DISPLAY 'CEP INVALIDO - NADA GRAVADO'
               END-IF
           END-IF.
       0675-LOCALIZAR-ENTREGA.
           MOVE ZEROS TO WRK-POS-ENDER.
           PERFORM VARYING WRK-IND-ENDER FROM 1 BY 1
                   UNTIL WRK-IND-ENDER > WRK-QTD-ENDER
               MOVE WRK-END-REC(WRK-IND-ENDER) TO EDE-REC
               IF EDE-NUMERO = WRK-NUM-ENDER
                   MOVE WRK-IND-ENDER TO WRK-POS-ENDER
               END-IF
           END-PERFORM.
      * O NUMERO NOVO E O MAIOR JA USADO + 1 - NUMERO DE ENDERECO
      * INATIVADO NAO VOLTA A SER USADO
       0676-INCLUIR-ENTREGA.
           IF WRK-ULT-ENDER = 99 OR WRK-QTD-ENDER = 99
               DISPLAY 'LIMITE DE 99 ENDERECOS DE ENTREGA NO CLIENTE'
           ELSE
               PERFORM 0674-RECEBER-DADOS-ENTREGA
               IF WRK-DADOS-OK = 'S'
                   COMPUTE WRK-NUM-ENDER = WRK-ULT-ENDER + 1
                   ADD 1 TO WRK-QTD-ENDER
                   MOVE SPACES TO EDE-REC
                   MOVE CM-ID TO EDE-CLIENTE
                   MOVE WRK-NUM-ENDER TO EDE-NUMERO
                   MOVE 'A' TO EDE-STATUS
                   PERFORM 0683-MONTAR-ENTREGA
                   MOVE EDE-REC TO WRK-END-REC(WRK-QTD-ENDER)
                   PERFORM 0679-GRAVAR-ENTREGA
                   DISPLAY 'ENDERECO DE ENTREGA INCLUIDO: '
                       WRK-NUM-ENDER
                   MOVE SPACES TO WRK-ACAO
                   STRING 'INCLUSAO ENTREGA ' WRK-NUM-ENDER
                       DELIMITED BY SIZE INTO WRK-ACAO
                   PERFORM 0800-REGISTRAR-SECLOG
               END-IF
           END-IF.
       0677-ALTERAR-ENTREGA.
           PERFORM 0673-RECEBER-NUM-ENDER.
           PERFORM 0675-LOCALIZAR-ENTREGA.
           IF WRK-POS-ENDER = ZEROS
               DISPLAY 'ENDERECO NAO ENCONTRADO: ' WRK-NUM-ENDER
           ELSE
               PERFORM 0674-RECEBER-DADOS-ENTREGA
               IF WRK-DADOS-OK = 'S'
                   MOVE WRK-END-REC(WRK-POS-ENDER) TO EDE-REC
                   PERFORM 0683-MONTAR-ENTREGA
                   MOVE EDE-REC TO WRK-END-REC(WRK-POS-ENDER)
                   PERFORM 0679-GRAVAR-ENTREGA
                   DISPLAY 'ENDERECO DE ENTREGA ALTERADO: '
                       WRK-NUM-ENDER
                   MOVE SPACES TO WRK-ACAO
                   STRING 'ALTERACAO ENTREGA ' WRK-NUM-ENDER
                       DELIMITED BY SIZE INTO WRK-ACAO
                   PERFORM 0800-REGISTRAR-SECLOG
               END-IF
           END-IF.
       0678-INATIVAR-ENTREGA.
           PERFORM 0673-RECEBER-NUM-ENDER.
           PERFORM 0675-LOCALIZAR-ENTREGA.
           IF WRK-POS-ENDER = ZEROS
               DISPLAY 'ENDERECO NAO ENCONTRADO: ' WRK-NUM-ENDER
           ELSE
               MOVE WRK-END-REC(WRK-POS-ENDER) TO EDE-REC
               IF EDE-STATUS = 'I'
                   DISPLAY 'ENDERECO JA ESTA INATIVO'
               ELSE
                   MOVE 'I' TO EDE-STATUS
                   MOVE LNK-OPERADOR TO EDE-OPERADOR
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE WRK-DATA-HOJE TO EDE-DATA
                   MOVE EDE-REC TO WRK-END-REC(WRK-POS-ENDER)
                   PERFORM 0679-GRAVAR-ENTREGA
                   DISPLAY 'ENDERECO DE ENTREGA INATIVADO (EXCLUSAO'
                       ' LOGICA): ' WRK-NUM-ENDER
                   MOVE SPACES TO WRK-ACAO
                   STRING 'INATIVA ENTREGA ' WRK-NUM-ENDER
                       DELIMITED BY SIZE INTO WRK-ACAO
                   PERFORM 0800-REGISTRAR-SECLOG
               END-IF
           END-IF.
       0683-MONTAR-ENTREGA.
           MOVE WRK-DESC-ENDER TO EDE-DESCRICAO.
           MOVE WRK-LOGRADOURO TO EDE-LOGRADOURO.
           MOVE WRK-CIDADE TO EDE-CIDADE.
           MOVE WRK-UF-NOVA TO EDE-UF.
           MOVE WRK-CEP-X TO EDE-CEP.
           MOVE LNK-OPERADOR TO EDE-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO EDE-DATA.
      * OS ENDERECOS DOS DEMAIS CLIENTES PASSAM INTACTOS PELO ENDTMP;
      * OS DO CLIENTE SAEM DA TABELA
       0679-GRAVAR-ENTREGA.
           MOVE 'N' TO WRK-FIM-EDE.
           OPEN OUTPUT DELIVERY-ADDRESS-TEMP.
           OPEN INPUT DELIVERY-ADDRESS-FILE.
           IF WRK-FS-EDE = '00'
               PERFORM UNTIL WRK-FIM-EDE = 'Y'
                   READ DELIVERY-ADDRESS-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-EDE
                       NOT AT END
                           IF EDE-CLIENTE NOT = CM-ID
                               WRITE ETM-REC FROM EDE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELIVERY-ADDRESS-FILE
           END-IF.
           PERFORM VARYING WRK-IND-ENDER FROM 1 BY 1
                   UNTIL WRK-IND-ENDER > WRK-QTD-ENDER
               WRITE ETM-REC FROM WRK-END-REC(WRK-IND-ENDER)
           END-PERFORM.
           CLOSE DELIVERY-ADDRESS-TEMP.
           MOVE 'N' TO WRK-FIM-EDE.
           OPEN OUTPUT DELIVERY-ADDRESS-FILE.
           OPEN INPUT DELIVERY-ADDRESS-TEMP.
           PERFORM UNTIL WRK-FIM-EDE = 'Y'
               READ DELIVERY-ADDRESS-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-EDE
                   NOT AT END
                       WRITE EDE-REC FROM ETM-REC
               END-READ
           END-PERFORM.
           CLOSE DELIVERY-ADDRESS-FILE DELIVERY-ADDRESS-TEMP.
      * CONTATO ELETRONICO (CONTCLI, CTCREC.COB): UM REGISTRO POR
      * CLIENTE, REGRAVADO PELO CONTTMP COMO O ENDENTR; CANAL 'E' SO
      * COM E-MAIL VALIDO (UMA ARROBA E PONTO NO DOMINIO)
       0690-CONTATO-ELETRONICO.
           PERFORM 0150-LER-POR-ID.
           IF WRK-ACHOU = 'S'
               PERFORM 0700-EXIBIR-CLIENTE
               PERFORM 0691-LER-CONTATO
               IF WRK-ACHOU-CTC = 'S'
                   DISPLAY 'E-MAIL ATUAL: ' WRK-CA-EMAIL
                   DISPLAY 'CANAL ATUAL.: ' WRK-CA-CANAL
                       ' (E = E-MAIL / I = IMPRESSO)'
               ELSE
                   DISPLAY 'CLIENTE SEM CONTATO ELETRONICO - DOCUMENTOS'
                       ' IMPRESSOS'
               END-IF
               DISPLAY 'NOVO E-MAIL (BRANCO = SEM E-MAIL): '
               ACCEPT WRK-EMAIL FROM CONSOLE
               DISPLAY 'CANAL DE ENVIO (E = E-MAIL / I = IMPRESSO): '
               ACCEPT WRK-CANAL FROM CONSOLE
               PERFORM 0692-VALIDAR-CONTATO
               IF WRK-DADOS-OK = 'S'
                   PERFORM 0693-GRAVAR-CONTATO
                   DISPLAY 'CONTATO ELETRONICO GRAVADO'
                   MOVE SPACES TO WRK-ACAO
                   STRING 'CONTATO CANAL ' WRK-CANAL
                       DELIMITED BY SIZE INTO WRK-ACAO
                   PERFORM 0800-REGISTRAR-SECLOG
               END-IF
           END-IF.
       0691-LER-CONTATO.
           MOVE 'N' TO WRK-ACHOU-CTC.
           MOVE SPACES TO WRK-CONTATO-ATUAL.
           MOVE 'N' TO WRK-FIM-CTC.
           OPEN INPUT CUSTOMER-CONTACT-FILE.
           IF WRK-FS-CTC = '00'
               PERFORM UNTIL WRK-FIM-CTC = 'Y'
                   READ CUSTOMER-CONTACT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-CTC
                       NOT AT END
                           IF CTC-CLIENTE = CM-ID
                               MOVE 'Y' TO WRK-FIM-CTC
                               MOVE 'S' TO WRK-ACHOU-CTC
                               MOVE CTC-EMAIL TO WRK-CA-EMAIL
                               MOVE CTC-CANAL TO WRK-CA-CANAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF.
       0692-VALIDAR-CONTATO.
           MOVE 'N' TO WRK-DADOS-OK.
           IF WRK-CANAL = 'e'
               MOVE 'E' TO WRK-CANAL
           END-IF.
           IF WRK-CANAL = 'i'
               MOVE 'I' TO WRK-CANAL
           END-IF.
           MOVE ZEROS TO WRK-QTD-ARROBA WRK-QTD-PONTO.
           INSPECT WRK-EMAIL TALLYING WRK-QTD-ARROBA FOR ALL '@'.
           IF WRK-QTD-ARROBA = 1
               INSPECT WRK-EMAIL TALLYING WRK-QTD-PONTO
                   FOR ALL '.' AFTER INITIAL '@'
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CANAL NOT = 'E' AND WRK-CANAL NOT = 'I'
                   DISPLAY 'CANAL INVALIDO - NADA GRAVADO'
               WHEN WRK-EMAIL NOT = SPACES
                   AND (WRK-QTD-ARROBA NOT = 1 OR WRK-QTD-PONTO = 0
                        OR WRK-EMAIL(1:1) = '@')
                   DISPLAY 'E-MAIL INVALIDO - NADA GRAVADO'
               WHEN WRK-CANAL = 'E' AND WRK-EMAIL = SPACES
                   DISPLAY 'CANAL E-MAIL EXIGE O ENDERECO - NADA'
                       ' GRAVADO'
               WHEN OTHER
                   MOVE 'S' TO WRK-DADOS-OK
           END-EVALUATE.
      * OS CONTATOS DOS DEMAIS CLIENTES PASSAM INTACTOS PELO CONTTMP
       0693-GRAVAR-CONTATO.
           MOVE 'N' TO WRK-FIM-CTC.
           OPEN OUTPUT CUSTOMER-CONTACT-TEMP.
           OPEN INPUT CUSTOMER-CONTACT-FILE.
           IF WRK-FS-CTC = '00'
               PERFORM UNTIL WRK-FIM-CTC = 'Y'
                   READ CUSTOMER-CONTACT-FILE
                       AT END
                           MOVE 'Y' TO WRK-FIM-CTC
                       NOT AT END
                           IF CTC-CLIENTE NOT = CM-ID
                               WRITE CTT-REC FROM CTC-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-CONTACT-FILE
           END-IF.
           MOVE SPACES TO CTC-REC.
           MOVE CM-ID TO CTC-CLIENTE.
           MOVE WRK-EMAIL TO CTC-EMAIL.
           MOVE WRK-CANAL TO CTC-CANAL.
           MOVE LNK-OPERADOR TO CTC-OPERADOR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO CTC-DATA.
           WRITE CTT-REC FROM CTC-REC.
           CLOSE CUSTOMER-CONTACT-TEMP.
           MOVE 'N' TO WRK-FIM-CTC.
           OPEN OUTPUT CUSTOMER-CONTACT-FILE.
           OPEN INPUT CUSTOMER-CONTACT-TEMP.
           PERFORM UNTIL WRK-FIM-CTC = 'Y'
               READ CUSTOMER-CONTACT-TEMP
                   AT END
                       MOVE 'Y' TO WRK-FIM-CTC
                   NOT AT END
                       WRITE CTC-REC FROM CTT-REC
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-CONTACT-FILE CUSTOMER-CONTACT-TEMP.
       COPY 'VALNUM.COB'
           REPLACING ==PARA-NOME== BY ==0650-RECEBER-LIMITE==,
                     ==CAMPO-NOME== BY ==WRK-LIMITE-NOVO==,
