      * COMPILADO - E ASSIM QUE PROGCOB06 (LIMITE-ALERTA), PROGCOB10
      * (TIMEOUT-MINUTOS), PROGCOB12 (INTERVALO-CKPT) E PROGCOB20
      * (TOLERANCIA) LEEM SEUS LIMITES NO INICIO
      * MANUTENCAO = CHAVE TOLERANCIA-FRETE LIDA PELO PROGCOB107
      * DATA = XX/XX/XXXX
      ****************************************
       ENVIRONMENT DIVISION.
