      * TRANSPORTADORAS - O PROGCOB15 TRADUZ O NOME DE LOJA DO HEADER
      * DO SALESTXN PELO CADASTRO E OS FECHAMENTOS QUEBRAM POR LOJA
      * DATA = XX/XX/XXXX
      * MANUTENCAO = UFS ATENDIDAS POR LOJA (LOJ-UFS), INFORMADAS NA
      * INCLUSAO E ALTERADAS PELA OPCAO 5 - O LOTE DE FRETE DO
      * PROGCOB09 BAIXA O ESTOQUE DA LOJA QUE ATENDE A UF DO PEDIDO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  STORE-MASTER.
       COPY 'LOJREC.COB'.
       FD  STORE-TEMP.
       01  TMP-REC         PIC X(43).
       COPY 'RLOGFD.COB'.
       WORKING-STORAGE SECTION.
       COPY 'RLOGWS.COB'.
       77 WRK-FIM-SESSAO  PIC X(01) VALUE 'N'.
       77 WRK-CODIGO      PIC 9(02) VALUE ZEROS.
       77 WRK-NOME        PIC X(20) VALUE SPACES.
       77 WRK-UFS         PIC X(20) VALUE SPACES.
       77 WRK-STATUS-NOVO PIC X(01) VALUE SPACES.
       77 WRK-EXISTE      PIC X(01) VALUE 'N'.
       77 WRK-QTD-LISTA   PIC 9(02) VALUE ZEROS.
           PERFORM 0900-REGISTRAR-INICIO.
           PERFORM UNTIL WRK-FIM-SESSAO = 'Y'
               DISPLAY '1-LISTAR 2-INCLUIR 3-ALTERAR NOME'
               DISPLAY '4-INATIVAR 5-UFS ATENDIDAS 9-SAIR: '
               ACCEPT WRK-OPCAO FROM CONSOLE
               EVALUATE WRK-OPCAO
                   WHEN 1
                   WHEN 4
                       MOVE 'I' TO WRK-STATUS-NOVO
                       PERFORM 0300-ALTERAR
                   WHEN 5
                       MOVE 'U' TO WRK-STATUS-NOVO
                       PERFORM 0300-ALTERAR
                   WHEN 9
                       MOVE 'Y' TO WRK-FIM-SESSAO
                   WHEN OTHER
           MOVE 'N' TO WRK-FIM-LOJ.
           OPEN INPUT STORE-MASTER.
           IF WRK-FS-LOJ = '00'
               DISPLAY 'COD NOME                 STATUS UFS ATENDIDAS'
               PERFORM UNTIL WRK-FIM-LOJ = 'Y'
                   READ STORE-MASTER
                       AT END
                           MOVE 'Y' TO WRK-FIM-LOJ
                       NOT AT END
                           DISPLAY LOJ-CODIGO '  ' LOJ-NOME ' '
                               LOJ-STATUS '      ' LOJ-UFS
                           ADD 1 TO WRK-QTD-LISTA
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY 'NOME DA LOJA (IGUAL AO HEADER DO SALESTXN): '
               ACCEPT WRK-NOME FROM CONSOLE
               PERFORM 0160-RECEBER-UFS
               OPEN EXTEND STORE-MASTER
               IF WRK-FS-LOJ NOT = '00'
                   OPEN OUTPUT STORE-MASTER
               MOVE WRK-CODIGO TO LOJ-CODIGO
               MOVE WRK-NOME TO LOJ-NOME
               MOVE 'A' TO LOJ-STATUS
               MOVE WRK-UFS TO LOJ-UFS
               WRITE LOJ-REC
               CLOSE STORE-MASTER
               DISPLAY 'LOJA INCLUIDA: ' WRK-CODIGO
           END-IF.
      * ATE 10 UFS EMENDADAS (EX SPRJMG); EM BRANCO A LOJA NAO ATENDE
      * PEDIDO DO LOTE DE FRETE
       0160-RECEBER-UFS.
           MOVE SPACES TO WRK-UFS.
           DISPLAY 'UFS ATENDIDAS (ATE 10, EMENDADAS - EX SPRJMG): '.
           ACCEPT WRK-UFS FROM CONSOLE.
           INSPECT WRK-UFS CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       0250-VERIFICAR-EXISTENTE.
           MOVE 'N' TO WRK-EXISTE.
           MOVE 'N' TO WRK-FIM-LOJ.
               CLOSE STORE-MASTER
           END-IF.
      * COM STATUS NOVO EM BRANCO A OPCAO E ALTERACAO DE NOME; COM
      * 'I' E INATIVACAO (O NOME FICA); COM 'U' TROCA AS UFS ATENDIDAS
       0300-ALTERAR.
           PERFORM 0150-RECEBER-CODIGO.
           PERFORM 0250-VERIFICAR-EXISTENTE.
                   DISPLAY 'NOVO NOME DA LOJA: '
                   ACCEPT WRK-NOME FROM CONSOLE
               END-IF
               IF WRK-STATUS-NOVO = 'U'
                   PERFORM 0160-RECEBER-UFS
               END-IF
               PERFORM 0350-REGRAVAR-LOJA
               DISPLAY 'LOJA ATUALIZADA: ' WRK-CODIGO
           END-IF.
                       MOVE 'Y' TO WRK-FIM-LOJ
                   NOT AT END
                       IF LOJ-CODIGO = WRK-CODIGO
                           EVALUATE WRK-STATUS-NOVO
                               WHEN 'I'
                                   MOVE 'I' TO LOJ-STATUS
                               WHEN 'U'
                                   MOVE WRK-UFS TO LOJ-UFS
                               WHEN OTHER
                                   MOVE WRK-NOME TO LOJ-NOME
                           END-EVALUATE
                       END-IF
                       WRITE TMP-REC FROM LOJ-REC
               END-READ
