           MOVE WRK-SALDO-NOVO TO HIST-SALDO-APOS
           MOVE "JUROS" TO HIST-ORIGEM
           MOVE ZEROS TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO O HISTORICO" TO WS-MSG-EXCECAO
