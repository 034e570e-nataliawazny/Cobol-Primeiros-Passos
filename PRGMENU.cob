      * MANUTENCAO = O OPERADOR AUTENTICADO E PASSADO VIA LINKAGE A
      * PROGCOB02, PROGCOB06 E PROGCOB23, QUE CARIMBAM CM-OPERADOR E
      * LED-OPERADOR NOS REGISTROS QUE GRAVAM
      * MANUTENCAO = OPCAO 106 - TABELAS DE PRECO DE CLIENTE
      * (PROGCOB105), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 107 - CONSOLIDACAO DE EMBARQUES (PROGCOB106)
      * MANUTENCAO = OPCAO 108 - AUDITORIA DE FATURA DE FRETE
      * (PROGCOB107), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 109 - SINISTROS DE TRANSPORTE (PROGCOB108)
      * MANUTENCAO = OPCAO 110 - DEVOLUCAO DE CLIENTE / RMA (PROGCOB109)
      * MANUTENCAO = OPCAO 111 - INVENTARIO FISICO (PROGCOB110),
      * RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 112 - RENTABILIDADE DE PEDIDOS (PROGCOB111),
      * RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCOES 113 - NOTAS DE FORNECEDOR / CONTAS A PAGAR
      * (PROGCOB112) E 114 - ENVELHECIMENTO DO PAGAR (PROGCOB113),
      * RESTRITAS A SUPERVISOR E ADM
      * MANUTENCAO = OPCOES 115 - LOTE DE PAGAMENTO A FORNECEDOR
      * (PROGCOB114) E 116 - RETORNO DO BANCO DO PAGAR (PROGCOB115),
      * RESTRITAS A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 117 - AVALIACAO DE FORNECEDORES (PROGCOB116),
      * RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 118 - TRANSFERENCIA ENTRE LOJAS (PROGCOB117)
      * MANUTENCAO = OPCAO 119 - ESTRUTURA DE KITS (PROGCOB118)
      * MANUTENCAO = OPCOES 120 - REMESSA DA NOTA ELETRONICA E FILA DE
      * CORRECAO (PROGCOB119) E 121 - RETORNO DA NOTA ELETRONICA
      * (PROGCOB120)
      * MANUTENCAO = OPCAO 122 - ARQUIVO SPED FISCAL (PROGCOB121),
      * RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 123 - LIVRO DE ENTRADAS (PROGCOB122),
      * RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCOES 122 E 123 LISTADAS SO PARA SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 124 - POSTAGEM CONTABIL DOS EVENTOS E REGRAS
      * (PROGCOB123), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 125 - CONCILIACAO BANCARIA (PROGCOB124),
      * RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 126 - PROVISAO PARA DEVEDORES DUVIDOSOS E
      * BAIXA COMO PERDA (PROGCOB125), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 127 - SALDO CREDOR DE CLIENTE (PROGCOB126),
      * RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 128 - DRE E BALANCO PATRIMONIAL
      * (PROGCOB127), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 129 - LANCAMENTOS RECORRENTES E PROVISOES
      * DO LEDGER (PROGCOB128), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCOES 130 - CADASTRO E BAIXA DO ATIVO
      * IMOBILIZADO (PROGCOB129) E 131 - DEPRECIACAO E RELATORIO DO
      * IMOBILIZADO (PROGCOB130), RESTRITAS A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 132 - CONCILIACAO DA ADQUIRENTE DE CARTOES
      * (PROGCOB131), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCOES 133 - ABERTURA E FECHAMENTO DE TURNO DE
      * CAIXA (PROGCOB132) E 134 - CONFERENCIA DE TURNOS E FALTAS POR
      * OPERADOR (PROGCOB133), ESTA RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 135 - PONTOS DE FIDELIDADE: ACUMULACAO,
      * EXTRATO DO CLIENTE E PASSIVO (PROGCOB134)
      * MANUTENCAO = OPCAO 136 - RESPONSAVEL FINANCEIRO E COBRANCA DAS
      * MENSALIDADES (PROGCOB135), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 137 - ALERTA DE ALUNOS EM RISCO POR TURMA
      * (PROGCOB136), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 138 - CERTIFICADOS DE CONCLUSAO DE CURSO
      * (PROGCOB137), COM O OPERADOR PARA O CERTLOG
      * MANUTENCAO = OPCAO 139 - PROFESSORES E HORARIO DE AULAS
      * (PROGCOB138)
      * MANUTENCAO = OPCAO 140 - REMATRICULA EM LOTE E PROMOCAO DE
      * TURMA (PROGCOB139), RESTRITA A SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 141 - RECUPERACAO DE MASTER COM REAPLICACAO
      * DO JORNAL ATE DATA/HORA (PROGCOB140), RESTRITA A ADM
      * MANUTENCAO = OPCAO 142 - CONSULTA E REIMPRESSAO DO SPOOL DE
      * RELATORIOS (PROGCOB141); OPERADOR GRAVADO NO SESSAO (SESREC)
      * NO LOGIN E LIMPO NA SAIDA, PARA A CATALOGACAO DO PRGSPOOL
      * MANUTENCAO = OPCAO 143 - PORTAO DE ENTRADA DOS ARQUIVOS
      * EXTERNOS (PROGCOB142)
      * MANUTENCAO = OPCAO 144 - VOLUME DOS ARQUIVOS DA CADEIA E
      * TENDENCIA (PROGCOB143), SO SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 145 - RECERTIFICACAO TRIMESTRAL DE ACESSO
      * E INATIVACAO DE CONTAS SEM USO (PROGCOB144), SO SUPERVISOR
      * E ADM
      * MANUTENCAO = OPCAO 146 - EXTRATO E ANONIMIZACAO DE DADOS DO
      * TITULAR (PROGCOB146), SO ADM
      * MANUTENCAO = EMISSAO DE NF (27), BAIXA DE RECEBER (55),
      * DIGITACAO DE PEDIDOS (66) E CANCELAMENTO DE NF (75) PASSAM A
      * RECEBER O OPERADOR DA SESSAO
      * MANUTENCAO = OPCAO 147 - AUDITORIA DE SEGREGACAO DE FUNCOES
      * (PROGCOB147), SO SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 148 - CALENDARIO DE OBRIGACOES FISCAIS E
      * OPERACIONAIS (PROGCOB148), SO SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 149 - TABELA DE CAMBIO E VARIACAO CAMBIAL
      * (PROGCOB149), SO SUPERVISOR E ADM
      * MANUTENCAO = OPERADOR PASSADO AO PROGCOB53 (EMISSOR DO
      * ORCAMENTO) E OPCAO 150 - FUNIL DE ORCAMENTOS (PROGCOB150), SO
      * SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 151 - RETORNO DO E-MAIL E CAIXA DE SAIDA DE
      * DOCUMENTOS AO CLIENTE (PROGCOB151), SO SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 152 - PEDIDOS FIXOS DE CLIENTES DE CONTRATO
      * (PROGCOB152), SO SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 153 - PONTO DE REPOSICAO PELO CONSUMO E
      * APROVACAO DO COMPRADOR (PROGCOB153), SO SUPERVISOR E ADM
      * MANUTENCAO = OPCAO 154 - CONFERENCIA DA SEPARACAO NO ARMAZEM
      * (PROGCOB154), LIBERADA COMO O ROMANEIO (72)
      * MANUTENCAO = OPCAO 155 - EXTRATO AD-HOC DE ARQUIVOS PARA OS
      * ANALISTAS (PROGCOB155), COM OPERADOR E NIVEL DA SESSAO
      ****************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SECURITY-LOG ASSIGN TO 'SECLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SEC.
           SELECT SESSION-FILE ASSIGN TO 'SESSAO'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SES.
       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG.
       01  SEC-LINHA          PIC X(80).
       FD  SESSION-FILE.
       COPY 'SESREC.COB'.
       WORKING-STORAGE SECTION.
      * OPCAO COM 3 DIGITOS: 99 SEGUE SENDO SAIR E AS OPCOES ACIMA
      * DE 99 DESPACHAM OS PROGRAMAS NOVOS (100 = PROGCOB99)
       77 WRK-LOG-ACAO    PIC X(01) VALUE 'L'.
       77 WRK-PERMITIDO   PIC X(01) VALUE 'N'.
       77 WRK-FS-SEC      PIC X(02) VALUE SPACES.
       77 WRK-FS-SES      PIC X(02) VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-HOJE   PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-MINUTOS PIC 9(02) VALUE 05.
                   PERFORM 0200-CHAMAR-PROGRAMA
               END-IF
           END-PERFORM.
           PERFORM 0070-LIMPAR-SESSAO.
           STOP RUN.
       0050-LER-PARAMETROS.
           MOVE 'TIMEOUT-MINUTOS' TO WRK-PARM-CHAVE.
               WRK-NIVEL WRK-USUARIO-OK.
           IF WRK-USUARIO-OK = 'S'
               ACCEPT WRK-HORA-LOGIN-G FROM TIME
               PERFORM 0065-GRAVAR-SESSAO
           END-IF.
      * O SESSAO DIZ AO PRGSPOOL QUEM ESTA RODANDO OS RELATORIOS
       0065-GRAVAR-SESSAO.
           MOVE SPACES TO SES-REC.
           MOVE WRK-USUARIO TO SES-USUARIO.
           MOVE WRK-NIVEL TO SES-NIVEL.
           ACCEPT SES-DATA FROM DATE YYYYMMDD.
           ACCEPT SES-HORA FROM TIME.
           OPEN OUTPUT SESSION-FILE.
           WRITE SES-REC.
           CLOSE SESSION-FILE.
       0070-LIMPAR-SESSAO.
           OPEN OUTPUT SESSION-FILE.
           CLOSE SESSION-FILE.
       0100-EXIBIR-MENU.
           DISPLAY '==================================================='.
           DISPLAY '  MENU PRINCIPAL - UTILITARIOS PROGCOB'.
           DISPLAY ' 97 - BOLETINS POR TURMA           (PROGCOB97)'.
           DISPLAY ' 98 - CONVERSAO DE ORCAMENTO       (PROGCOB98)'.
           DISPLAY ' 103- CONSULTA HISTORICA DE ANOS   (PROGCOB102)'.
           DISPLAY ' 107- CONSOLIDACAO DE EMBARQUES   '
               ' (PROGCOB106)'.
           DISPLAY ' 109- SINISTROS DE TRANSPORTE     '
               ' (PROGCOB108)'.
           DISPLAY ' 110- DEVOLUCAO DE CLIENTE (RMA)  '
               ' (PROGCOB109)'.
           DISPLAY ' 118- TRANSFERENCIA ENTRE LOJAS   '
               ' (PROGCOB117)'.
           DISPLAY ' 119- ESTRUTURA DE KITS           '
               ' (PROGCOB118)'.
           DISPLAY ' 120- REMESSA NF-E / FILA CORRECAO'
               ' (PROGCOB119)'.
           DISPLAY ' 121- RETORNO DA NF-E             '
               ' (PROGCOB120)'.
           DISPLAY ' 133- TURNO DE CAIXA               '
               ' (PROGCOB132)'.
           DISPLAY ' 135- PONTOS DE FIDELIDADE         '
               ' (PROGCOB134)'.
           DISPLAY ' 138- CERTIFICADOS DE CONCLUSAO    '
               ' (PROGCOB137)'.
           DISPLAY ' 139- PROFESSORES E HORARIO        '
               ' (PROGCOB138)'.
           DISPLAY ' 142- SPOOL DE RELATORIOS          '
               ' (PROGCOB141)'.
           DISPLAY ' 143- PORTAO DE ENTRADA DE ARQUIVOS'
               ' (PROGCOB142)'.
           DISPLAY ' 154- SEPARACAO NO ARMAZEM         '
               ' (PROGCOB154)'.
           DISPLAY ' 155- EXTRATO AD-HOC DE ARQUIVOS   '
               ' (PROGCOB155)'.
           IF ADM OR SUPERVISOR
               DISPLAY ' 17 - FECHAMENTO MENSAL DE VENDAS  (PROGCOB17)'
               DISPLAY ' 20 - RECONCILIACAO DE VENDAS      (PROGCOB20)'
               DISPLAY ' 89 - DESPESAS POR CENTRO DE CUSTO (PROGCOB89)'
               DISPLAY ' 90 - ORCAMENTO POR CONTA          (PROGCOB90)'
               DISPLAY ' 91 - PROJECAO DE CAIXA            (PROGCOB91)'
               DISPLAY ' 106- TABELAS DE PRECO DE CLIENTE  '
                   ' (PROGCOB105)'
               DISPLAY ' 108- AUDITORIA DE FATURA DE FRETE'
                   ' (PROGCOB107)'
               DISPLAY ' 111- INVENTARIO FISICO            '
                   ' (PROGCOB110)'
               DISPLAY ' 112- RENTABILIDADE DE PEDIDOS     '
                   ' (PROGCOB111)'
               DISPLAY ' 113- NOTAS DE FORNECEDOR / PAGAR  '
                   ' (PROGCOB112)'
               DISPLAY ' 114- ENVELHECIMENTO DO PAGAR      '
                   ' (PROGCOB113)'
               DISPLAY ' 115- LOTE DE PAGAMENTO FORNECEDOR '
                   ' (PROGCOB114)'
               DISPLAY ' 116- RETORNO BANCARIO DO PAGAR    '
                   ' (PROGCOB115)'
               DISPLAY ' 117- AVALIACAO DE FORNECEDORES    '
                   ' (PROGCOB116)'
               DISPLAY ' 122- ARQUIVO SPED FISCAL          '
                   ' (PROGCOB121)'
               DISPLAY ' 123- LIVRO DE ENTRADAS            '
                   ' (PROGCOB122)'
               DISPLAY ' 124- POSTAGEM CONTABIL DE EVENTOS '
                   ' (PROGCOB123)'
               DISPLAY ' 125- CONCILIACAO BANCARIA         '
                   ' (PROGCOB124)'
               DISPLAY ' 126- PROVISAO E BAIXA DE PERDAS   '
                   ' (PROGCOB125)'
               DISPLAY ' 127- SALDO CREDOR DE CLIENTE      '
                   ' (PROGCOB126)'
               DISPLAY ' 128- DRE E BALANCO PATRIMONIAL    '
                   ' (PROGCOB127)'
               DISPLAY ' 129- LANCAMENTOS RECORRENTES      '
                   ' (PROGCOB128)'
               DISPLAY ' 130- CADASTRO DO ATIVO IMOBILIZADO'
                   ' (PROGCOB129)'
               DISPLAY ' 131- DEPRECIACAO DO IMOBILIZADO   '
                   ' (PROGCOB130)'
               DISPLAY ' 132- CONCILIACAO DE CARTOES       '
                   ' (PROGCOB131)'
               DISPLAY ' 134- CONFERENCIA DE TURNOS        '
                   ' (PROGCOB133)'
               DISPLAY ' 136- MENSALIDADES ESCOLARES       '
                   ' (PROGCOB135)'
               DISPLAY ' 137- ALERTA DE ALUNOS EM RISCO    '
                   ' (PROGCOB136)'
               DISPLAY ' 140- REMATRICULA EM LOTE          '
                   ' (PROGCOB139)'
               DISPLAY ' 144- VOLUME DOS ARQUIVOS DA CADEIA'
                   ' (PROGCOB143)'
               DISPLAY ' 145- RECERTIFICACAO DE ACESSO     '
                   ' (PROGCOB144)'
               DISPLAY ' 147- SEGREGACAO DE FUNCOES        '
                   ' (PROGCOB147)'
               DISPLAY ' 148- CALENDARIO DE OBRIGACOES     '
                   ' (PROGCOB148)'
               DISPLAY ' 149- CAMBIO E VARIACAO CAMBIAL    '
                   ' (PROGCOB149)'
               DISPLAY ' 150- FUNIL DE ORCAMENTOS          '
                   ' (PROGCOB150)'
               DISPLAY ' 151- CAIXA DE SAIDA POR E-MAIL    '
                   ' (PROGCOB151)'
               DISPLAY ' 152- PEDIDOS FIXOS DE CONTRATO    '
                   ' (PROGCOB152)'
               DISPLAY ' 153- PONTO DE REPOSICAO (CONSUMO) '
                   ' (PROGCOB153)'
           END-IF.
           IF ADM OR SUPERVISOR
               DISPLAY ' 47 - BACKUP DE MASTER INDEXADO    (PROGCOB47)'
                   ' (PROGCOB100)'
               DISPLAY ' 102- ARQUIVAMENTO ANUAL          '
                   ' (PROGCOB101)'
               DISPLAY ' 141- RECUPERACAO COM O JORNAL     '
                   ' (PROGCOB140)'
               DISPLAY ' 146- DADOS DO TITULAR (LGPD)      '
                   ' (PROGCOB146)'
           END-IF.
           DISPLAY ' 99 - SAIR'.
           DISPLAY '==================================================='.
               WHEN 26
                   CALL 'PROGCOB26'
               WHEN 27
                   CALL 'PROGCOB27' USING WRK-USUARIO
               WHEN 28
                   CALL 'PROGCOB28'
               WHEN 29
               WHEN 52
                   CALL 'PROGCOB52'
               WHEN 53
                   CALL 'PROGCOB53' USING WRK-USUARIO
               WHEN 55
                   CALL 'PROGCOB55' USING WRK-USUARIO
               WHEN 56
                   CALL 'PROGCOB56'
               WHEN 57
               WHEN 65
                   CALL 'PROGCOB65'
               WHEN 66
                   CALL 'PROGCOB66' USING WRK-USUARIO
               WHEN 67
                   CALL 'PROGCOB67'
               WHEN 68
               WHEN 74
                   CALL 'PROGCOB74'
               WHEN 75
                   CALL 'PROGCOB75' USING WRK-USUARIO
               WHEN 76
                   CALL 'PROGCOB76'
               WHEN 77
                   CALL 'PROGCOB103'
               WHEN 105
                   CALL 'PROGCOB104'
               WHEN 106
                   CALL 'PROGCOB105' USING WRK-USUARIO
               WHEN 107
                   CALL 'PROGCOB106'
               WHEN 108
                   CALL 'PROGCOB107'
               WHEN 109
                   CALL 'PROGCOB108' USING WRK-USUARIO
               WHEN 110
                   CALL 'PROGCOB109' USING WRK-USUARIO
               WHEN 111
                   CALL 'PROGCOB110' USING WRK-USUARIO
               WHEN 112
                   CALL 'PROGCOB111'
               WHEN 113
                   CALL 'PROGCOB112' USING WRK-USUARIO
               WHEN 114
                   CALL 'PROGCOB113'
               WHEN 115
                   CALL 'PROGCOB114'
               WHEN 116
                   CALL 'PROGCOB115'
               WHEN 117
                   CALL 'PROGCOB116'
               WHEN 118
                   CALL 'PROGCOB117' USING WRK-USUARIO
               WHEN 119
                   CALL 'PROGCOB118' USING WRK-USUARIO
               WHEN 120
                   CALL 'PROGCOB119' USING WRK-USUARIO
               WHEN 121
                   CALL 'PROGCOB120'
               WHEN 122
                   CALL 'PROGCOB121'
               WHEN 123
                   CALL 'PROGCOB122'
               WHEN 124
                   CALL 'PROGCOB123'
               WHEN 125
                   CALL 'PROGCOB124'
               WHEN 126
                   CALL 'PROGCOB125' USING WRK-USUARIO WRK-NIVEL
               WHEN 127
                   CALL 'PROGCOB126'
               WHEN 128
                   CALL 'PROGCOB127'
               WHEN 129
                   CALL 'PROGCOB128'
               WHEN 130
                   CALL 'PROGCOB129' USING WRK-USUARIO WRK-NIVEL
               WHEN 131
                   CALL 'PROGCOB130'
               WHEN 132
                   CALL 'PROGCOB131'
               WHEN 133
                   CALL 'PROGCOB132' USING WRK-USUARIO
               WHEN 134
                   CALL 'PROGCOB133'
               WHEN 135
                   CALL 'PROGCOB134'
               WHEN 136
                   CALL 'PROGCOB135'
               WHEN 137
                   CALL 'PROGCOB136'
               WHEN 138
                   CALL 'PROGCOB137' USING WRK-USUARIO
               WHEN 139
                   CALL 'PROGCOB138'
               WHEN 140
                   CALL 'PROGCOB139'
               WHEN 141
                   CALL 'PROGCOB140' USING WRK-USUARIO
               WHEN 142
                   CALL 'PROGCOB141' USING WRK-USUARIO WRK-NIVEL
               WHEN 143
                   CALL 'PROGCOB142' USING WRK-USUARIO WRK-NIVEL
               WHEN 144
                   CALL 'PROGCOB143'
               WHEN 145
                   CALL 'PROGCOB144' USING WRK-USUARIO WRK-NIVEL
               WHEN 146
                   CALL 'PROGCOB146' USING WRK-USUARIO WRK-NIVEL
               WHEN 147
                   CALL 'PROGCOB147'
               WHEN 148
                   CALL 'PROGCOB148'
               WHEN 149
                   CALL 'PROGCOB149'
               WHEN 150
                   CALL 'PROGCOB150'
               WHEN 151
                   CALL 'PROGCOB151'
               WHEN 152
                   CALL 'PROGCOB152'
               WHEN 153
                   CALL 'PROGCOB153'
               WHEN 154
                   CALL 'PROGCOB154'
               WHEN 155
                   CALL 'PROGCOB155' USING WRK-USUARIO WRK-NIVEL
               WHEN 99
                   DISPLAY 'ENCERRANDO MENU...'
               WHEN OTHER
               WHEN 100
               WHEN 101
               WHEN 102
               WHEN 141
               WHEN 146
                   IF ADM
                       MOVE 'S' TO WRK-PERMITIDO
                   END-IF
               WHEN 91
               WHEN 104
               WHEN 105
               WHEN 106
               WHEN 108
               WHEN 111
               WHEN 112
               WHEN 113
               WHEN 114
               WHEN 115
               WHEN 116
               WHEN 117
               WHEN 122
               WHEN 123
               WHEN 124
               WHEN 125
               WHEN 126
               WHEN 127
               WHEN 128
               WHEN 129
               WHEN 130
               WHEN 131
               WHEN 132
               WHEN 134
               WHEN 136
               WHEN 137
               WHEN 140
               WHEN 144
               WHEN 145
               WHEN 147
               WHEN 148
               WHEN 149
               WHEN 150
               WHEN 151
               WHEN 152
               WHEN 153
                   IF ADM OR SUPERVISOR
                       MOVE 'S' TO WRK-PERMITIDO
                   END-IF
