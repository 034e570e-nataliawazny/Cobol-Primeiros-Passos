           02 TUR-PROFESSOR  PIC X(20).
           02 TUR-CAPACIDADE PIC 9(03).
           02 TUR-PERIODO    PIC X(01).
      *> TUR-MENSALIDADE = VALOR CHEIO DA MENSALIDADE DA TURMA, BASE
      *> DA COBRANCA MENSAL DO PROGCOB135 (O DESCONTO DE IRMAO OU
      *> BOLSA E DO ALUNO, NO RESPFIN); TURMA GRAVADA ANTES DO CAMPO
      *> FICA SEM MENSALIDADE ATE SER ALTERADA NO PROGCOB94
           02 TUR-MENSALIDADE PIC 9(05)V99.
      *> TUR-COD-PROF = CODIGO DO PROFESSOR NO PROFMAST (PRFREC.COB);
      *> TUR-PROFESSOR PASSA A SER O NOME DO CADASTRO, GRAVADO PELO
      *> PROGCOB94 - ZEROS NA TURMA ANTERIOR AO CADASTRO DE PROFESSORES
           02 TUR-COD-PROF    PIC 9(04).
