      *> PROGRAMAS DE MANUTENCAO E REVERTIDO POR FAIXA DE SEQ NO
      *> PROGCOB100 - O BACKUP DA MANHA (PROGCOB47/48) PROTEGE DA
      *> PERDA DO ARQUIVO, O JORNAL PROTEGE DA TARDE RUIM
      *> O PROGCOB140 REAPLICA AS IMAGENS DEPOIS SOBRE O BACKUP ATE UMA
      *> DATA/HORA (RECUPERACAO DE MASTER CORROMPIDO NO MEIO DO DIA)
      *> JRN-OPERACAO = 'WRITE' / 'REWRITE' / 'DELETE'
      *> JRN-ANTES/JRN-DEPOIS = IMAGEM CRUA DO REGISTRO (X(170)
      *> COMPORTA O MAIOR MASTER, O CM-RECORD)
