      *> COPY DENTRO DE FILE SECTION, APOS O FD DO EXCHANGE-RATE-FILE
      *> - LAYOUT COMUM DO CAM-REC (CAMBIO): TAXA DE CAMBIO DIARIA DAS
      *> MOEDAS ESTRANGEIRAS EM REAIS, MANTIDA E IMPORTADA DA PTAX DO
      *> BANCO CENTRAL PELO PROGCOB149 E CONSULTADA PELO PRGCAMBI
      *> UMA TAXA POR MOEDA E DATA; DIA SEM TAXA (FIM DE SEMANA,
      *> FERIADO, PTAX AINDA NAO PUBLICADA) USA A ULTIMA ANTERIOR
      *> CAM-MOEDA = CODIGO ISO DA MOEDA (USD, EUR...)
      *> CAM-TAXA = REAIS POR UMA UNIDADE DA MOEDA (VENDA DA PTAX)
      *> CAM-ORIGEM = 'B' IMPORTADA DO BANCO CENTRAL / 'M' DIGITADA
       01  CAM-REC.
           02 CAM-MOEDA    PIC X(03).
           02 CAM-DATA     PIC 9(08).
           02 CAM-TAXA     PIC 9(03)V9(06).
           02 CAM-ORIGEM   PIC X(01).
