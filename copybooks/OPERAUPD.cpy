      *           record-skip rules, so they cannot drift between the
      *           maintenance programs.
      *           AUTORIZA-OPERADOR leaves the veredicts in
      *           OPERADOR-AUTORIZADO / OPERADOR-SUPERVISOR, the
      *           authenticated ID in WS-OPERADOR-ID (for the audit
      *           trail) and the home branch in WS-OPERADOR-AGENCIA.
      *           Profile and branch checks beyond the login are the
      *           caller's business.
      ******************************************************************
      * ---------------------------------------------------------------
               MOVE "S" TO WS-OPER-PERFIL (1)
               MOVE "A" TO WS-OPER-STATUS (1)
               MOVE ZEROS TO WS-OPER-FALHAS (1)
               MOVE 0001 TO WS-OPER-AGENCIA (1)
               PERFORM REGRAVA-OPERADORES
               MOVE "S" TO WS-OPERADOR-PERFIL
               MOVE 0001 TO WS-OPERADOR-AGENCIA
               MOVE "S" TO WS-OPERADOR-AUTORIZADO
               DISPLAY "Operador supervisor cadastrado nesta "
                       "execucao."
           IF WS-OPER-HASH (WS-IX-OPER) = WRK-SENHA-HASH
               MOVE WS-OPER-PERFIL (WS-IX-OPER)
                   TO WS-OPERADOR-PERFIL
               MOVE WS-OPER-AGENCIA (WS-IX-OPER)
                   TO WS-OPERADOR-AGENCIA
               MOVE "S" TO WS-OPERADOR-AUTORIZADO
               IF WS-OPER-FALHAS (WS-IX-OPER) > ZEROS
                   MOVE ZEROS TO WS-OPER-FALHAS (WS-IX-OPER)
               MOVE OPER-PERFIL TO WS-OPER-PERFIL (WS-QTD-OPERADORES)
               MOVE OPER-STATUS TO WS-OPER-STATUS (WS-QTD-OPERADORES)
               MOVE OPER-FALHAS TO WS-OPER-FALHAS (WS-QTD-OPERADORES)
      * registro de antes da agencia de lotacao vem com o campo em
      * branco: o operador fica na sede ate o supervisor transferir
               IF OPER-AGENCIA IS NUMERIC AND OPER-AGENCIA > ZEROS
                   MOVE OPER-AGENCIA
                       TO WS-OPER-AGENCIA (WS-QTD-OPERADORES)
               ELSE
                   MOVE 0001 TO WS-OPER-AGENCIA (WS-QTD-OPERADORES)
               END-IF
           END-IF.

       REGRAVA-OPERADORES.
               MOVE WS-OPER-PERFIL (WS-IX-OPER) TO OPER-PERFIL
               MOVE WS-OPER-STATUS (WS-IX-OPER) TO OPER-STATUS
               MOVE WS-OPER-FALHAS (WS-IX-OPER) TO OPER-FALHAS
               MOVE WS-OPER-AGENCIA (WS-IX-OPER) TO OPER-AGENCIA
               WRITE OPERADOR
           END-PERFORM
           CLOSE OPERADOR-FILE.
