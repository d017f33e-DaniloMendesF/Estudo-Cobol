           MOVE HIX-SALDO-APOS TO HIST-SALDO-APOS
           MOVE HIX-ORIGEM TO HIST-ORIGEM
           MOVE HIX-CONTA-CONTRA TO HIST-CONTA-CONTRA
           MOVE HIX-REFERENCIA TO HIST-REFERENCIA
           WRITE HISTORICO
           IF WS-HISTARC-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO HISTARC.DAT: "
