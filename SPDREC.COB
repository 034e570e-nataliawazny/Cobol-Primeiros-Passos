      *> COPY DENTRO DE FILE SECTION, APOS O FD DO SPOOL-DEF-FILE -
      *> LAYOUT COMUM DO SPD-REC (SPOOLDEF): QUAIS ARQUIVOS DE
      *> RELATORIO CADA PROGRAMA GRAVA E A REGRA DO TIPO DE RELATORIO
      *> SPD-RETENCAO = DIAS QUE A COPIA FICA NO SPOOL (ZEROS = USA O
      *> RET-SPOOL DO SYSPARM, DEFAULT 90) - APLICADA PELO PROGCOB44
      *> SPD-ACESSO = QUEM CONSULTA/REIMPRIME NO PROGCOB141, COM A
      *> MESMA REGRA DO PRGMENU: 'T' TODOS / 'S' SUPERVISOR E ADM /
      *> 'A' SO ADM
      *> MANTIDO PELO PROGCOB141 (OPCAO DE DEFINICOES, SO ADM)
       01  SPD-REC.
           02 SPD-PROGRAMA     PIC X(10).
           02 SPD-RELATORIO    PIC X(10).
           02 SPD-RETENCAO     PIC 9(04).
           02 SPD-ACESSO       PIC X(01).
