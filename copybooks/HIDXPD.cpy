           MOVE HIST-SALDO-APOS TO HIX-SALDO-APOS
           MOVE HIST-ORIGEM TO HIX-ORIGEM
           MOVE HIST-CONTA-CONTRA TO HIX-CONTA-CONTRA
           MOVE HIST-REFERENCIA TO HIX-REFERENCIA
           MOVE "N" TO WS-HIX-GRAVADO
           PERFORM TENTA-GRAVAR-HISTIDX
               UNTIL HIX-GRAVADO OR HIX-SEQ = ZEROS.
