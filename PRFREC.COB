      *> COPY DENTRO DE FILE SECTION, APOS O FD DO TEACHER-MASTER -
      *> LAYOUT COMUM DO PRF-REC (PROFMAST): CADASTRO DE PROFESSORES,
      *> MANTIDO PELO PROGCOB138; O PROGCOB94 GRAVA NA TURMA O CODIGO
      *> (TUR-COD-PROF) E O NOME DAQUI, EM VEZ DE TEXTO LIVRE
      *> PRF-AULAS-SEM = AULAS SEMANAIS CONTRATADAS - TETO DE AULAS DO
      *> PROFESSOR NO HORARIO (HORREC.COB)
      *> PRF-ATIVO = 'A' ATIVO / 'I' INATIVO (NAO RECEBE TURMA NEM AULA)
       01  PRF-REC.
           02 PRF-CODIGO    PIC 9(04).
           02 PRF-NOME      PIC X(20).
           02 PRF-AULAS-SEM PIC 9(02).
           02 PRF-ATIVO     PIC X(01).
