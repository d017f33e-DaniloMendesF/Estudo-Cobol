      * registro gravado antes de o campo de contraparte existir
               MOVE ZEROS TO HIX-CONTA-CONTRA
           END-IF
           MOVE HIST-REFERENCIA TO HIX-REFERENCIA
           MOVE "N" TO WS-HIX-GRAVADO
           PERFORM TENTA-GRAVAR-ENTRADA
               UNTIL HIX-GRAVADO OR HIX-SEQ = ZEROS.
