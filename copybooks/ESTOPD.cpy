      ******************************************************************
      * Copybook: ESTOPD
      * Purpose : Shared reversal lookup paragraph. COPY at the end of
      *           the PROCEDURE DIVISION of any program that requests
      *           or applies a reversal, together with ESTOWS.cpy in
      *           WORKING-STORAGE. History is append only, so the
      *           original line is never marked: an entry is
      *           "already reversed" when a later "X"/"Y" of the same
      *           account points back at its date + sequence. The
      *           teller's request and the supervisor's approval ask
      *           the question the same way.
      ******************************************************************
      * ---------------------------------------------------------------
      * Procura no indice, da data do original em diante, um estorno
      * da conta WRK-EST-CONTA apontando WRK-EST-DATA/WRK-EST-SEQ.
      * Resposta em WS-JA-ESTORNADO; o registro HISTIDX-REG corrente
      * e sobreposto pela varredura.
      * ---------------------------------------------------------------
       VERIFICA-JA-ESTORNADO.
           MOVE "N" TO WS-JA-ESTORNADO
           MOVE WRK-EST-CONTA TO HIX-CONTA
           MOVE WRK-EST-DATA TO HIX-DATA
           MOVE ZEROS TO HIX-SEQ
           START HISTIDX-FILE KEY NOT < HIX-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-FIM-EST
           PERFORM UNTIL FIM-ESTORNOS
               READ HISTIDX-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-EST
                   NOT AT END
                       IF HIX-CONTA NOT = WRK-EST-CONTA
                           MOVE "S" TO WS-FIM-EST
                       ELSE
                           IF (HIX-ESTORNO-DEB OR HIX-ESTORNO-CRED)
                              AND HIX-EST-DATA = WRK-EST-DATA
                              AND HIX-EST-SEQ = WRK-EST-SEQ
                               MOVE "S" TO WS-JA-ESTORNADO
                               MOVE "S" TO WS-FIM-EST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
