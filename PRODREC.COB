      *> PRD-STAMP = CARIMBO DE ATUALIZACAO (AAAAMMDD + HORA) PARA A
      *> PROTECAO CONTRA PERDA DE ATUALIZACAO DO PROGCOB25
           02 PRD-STAMP     PIC 9(16).
      *> PRD-LOCAL = ENDERECO DO PRODUTO NO ARMAZEM (RUA/PRATELEIRA/
      *> NIVEL), ORDEM DE PERCURSO DA LISTA DE SEPARACAO DO PROGCOB154;
      *> BRANCOS = SEM ENDERECO (SAI NO FIM DA LISTA)
      *> O REGISTRO PASSOU DE 56 PARA 64 BYTES COM O PRD-LOCAL: O
      *> PRODMAST INDEXADO ANTIGO E CONVERTIDO UMA UNICA VEZ PELO
      *> PROGCOB156 (JCL PRODMIG, PRODMAST ANTIGO RENOMEADO PARA
      *> PRODOLD); BACKUP PRDBAAAAMMDD ANTIGO DO PROGCOB47 RECARREGA
      *> PELO PROGCOB48 COM O PRD-LOCAL EM BRANCO
           02 PRD-LOCAL     PIC X(08).
