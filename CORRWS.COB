      *> COPY DENTRO DE WORKING-STORAGE SECTION - PARAMETROS DO CALL
      *> AO PRGCORRE (DOCUMENTO AO CLIENTE PELO CORREIO ELETRONICO)
      *> CALL 'PRGCORRE' USING WRK-CORR-FUNCAO WRK-CORR-PROGRAMA
      *>     WRK-CORR-CLIENTE WRK-CORR-TIPO WRK-CORR-REFER
      *>     WRK-CORR-ASSUNTO WRK-CORR-LINHA WRK-CORR-DOCUMENTO
      *>     WRK-CORR-ENVIAR
      *> FUNCAO 'A' ABRE O DOCUMENTO DO CLIENTE: WRK-CORR-ENVIAR 'S'
      *> QUANDO O CLIENTE RECEBE POR E-MAIL (AS LINHAS VAO PARA O
      *> CORREIO COM 'L' E O BLOCO FECHA COM 'F'), 'N' QUANDO O
      *> DOCUMENTO CONTINUA NO RELATORIO IMPRESSO
       77 WRK-CORR-FUNCAO    PIC X(01) VALUE SPACES.
       77 WRK-CORR-PROGRAMA  PIC X(10) VALUE SPACES.
       77 WRK-CORR-CLIENTE   PIC 9(06) VALUE ZEROS.
       77 WRK-CORR-TIPO      PIC X(03) VALUE SPACES.
       77 WRK-CORR-REFER     PIC X(20) VALUE SPACES.
       77 WRK-CORR-ASSUNTO   PIC X(50) VALUE SPACES.
       77 WRK-CORR-LINHA     PIC X(80) VALUE SPACES.
       77 WRK-CORR-DOCUMENTO PIC 9(08) VALUE ZEROS.
       77 WRK-CORR-ENVIAR    PIC X(01) VALUE 'N'.
