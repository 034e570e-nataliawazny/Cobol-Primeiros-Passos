           MOVE WRK-RLOG-DATA TO RLOG-DATA.
           MOVE WRK-RLOG-HORA TO RLOG-HORA.
           MOVE STATUS-EXEC TO RLOG-STATUS.
           MOVE STATUS-EXEC TO WRK-RLOG-STATUS.
           OPEN EXTEND RUN-LOG-FILE.
           IF WRK-FS-RLOG NOT = '00'
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           WRITE RLOG-REC.
           CLOSE RUN-LOG-FILE.
      *> NO FIM DO PROGRAMA OS RELATORIOS QUE ELE GRAVOU ENTRAM NO
      *> SPOOLCAT (PRGSPOOL / SPOOLDEF) ANTES DA PROXIMA EXECUCAO
      *> SOBREPOR O ARQUIVO DE NOME FIXO - O RETURN-CODE DO PROGRAMA
      *> E GUARDADO ANTES DO CALL E DEVOLVIDO DEPOIS, SENAO O COND
      *> DOS PASSOS SEGUINTES ENXERGARIA O RC DO PRGSPOOL
           IF WRK-RLOG-STATUS = 'FIM'
               MOVE NOME-PROGRAMA TO WRK-RLOG-PROGRAMA
               MOVE RETURN-CODE TO WRK-RLOG-RETORNO
               CALL 'PRGSPOOL' USING WRK-RLOG-PROGRAMA
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               MOVE WRK-RLOG-RETORNO TO RETURN-CODE
           END-IF.
