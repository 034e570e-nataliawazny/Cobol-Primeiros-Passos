           IF WRK-FS-PRD = '00'
               EVALUATE JRN-OPERACAO
                   WHEN 'REWRITE'
                       MOVE JRN-ANTES(1:64) TO PRD-RECORD
                       REWRITE PRD-RECORD
                       IF WRK-FS-PRD = '00'
                           MOVE 'S' TO WRK-REVERTEU
                       END-IF
                   WHEN 'WRITE'
                       MOVE JRN-DEPOIS(1:64) TO PRD-RECORD
                       DELETE PRODUCT-MASTER RECORD
                       IF WRK-FS-PRD = '00'
                           MOVE 'S' TO WRK-REVERTEU
                       END-IF
                   WHEN 'DELETE'
                       MOVE JRN-ANTES(1:64) TO PRD-RECORD
                       WRITE PRD-RECORD
                       IF WRK-FS-PRD = '00'
                           MOVE 'S' TO WRK-REVERTEU
