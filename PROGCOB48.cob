                               MOVE 'Y' TO WRK-FIM-ARQ
                           NOT AT END
                               IF BKT-MARCA NOT = '*T*'
                                   MOVE BKP-LINHA(1:64)
                                       TO PRD-RECORD
                                   WRITE PRD-RECORD
                                   ADD 1 TO WRK-QTD-CARGA
