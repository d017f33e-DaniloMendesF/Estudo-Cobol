      ******************************************************************
      * Copybook: AGENPD
      * Purpose : Shared branch-grouping paragraphs. COPY at the end
      *           of the PROCEDURE DIVISION of any report that groups
      *           its output by branch, together with AGENWS.cpy in
      *           WORKING-STORAGE (see that copybook for the names the
      *           consuming program must provide). The master is keyed
      *           by account number only, so a report reads it once
      *           to learn the branches (CARREGA-AGENCIAS) and then
      *           once per branch (REPOSICIONA-CONTAS + READ NEXT,
      *           keeping only CONTA-AGENCIA = WS-AGENCIA-CORRENTE).
      *           More branches than the table holds sets
      *           AGENCIAS-ESTOURO: the report must not go on with a
      *           branch left out.
      ******************************************************************
      * ---------------------------------------------------------------
      * Le o master inteiro (ja aberto) montando a tabela de agencias
      * com quantidade de contas e soma dos saldos, e volta o arquivo
      * ao inicio.
      * ---------------------------------------------------------------
       CARREGA-AGENCIAS.
           MOVE ZEROS TO WS-QTD-AGENCIAS
           MOVE "N" TO WS-AGE-ESTOURO
           PERFORM REPOSICIONA-CONTAS
           PERFORM UNTIL FIM-CONTAS-AGENCIA
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-AGE
                   NOT AT END
                       MOVE CONTA-AGENCIA TO WS-AGENCIA-PROCURA
                       PERFORM ANOTA-AGENCIA
                       IF WS-AGE-ACHADA > ZEROS
                           ADD 1 TO WS-AGE-QTD-CONTAS (WS-AGE-ACHADA)
                           ADD CONTA-SALDO
                               TO WS-AGE-SALDO (WS-AGE-ACHADA)
                       END-IF
               END-READ
           END-PERFORM.

      * ---------------------------------------------------------------
      * Procura WS-AGENCIA-PROCURA na tabela; se nao estiver, insere
      * mantendo a ordem crescente. Devolve a posicao em
      * WS-AGE-ACHADA (zeros quando a tabela ja estava cheia).
      * ---------------------------------------------------------------
       ANOTA-AGENCIA.
           MOVE ZEROS TO WS-AGE-ACHADA
           MOVE 1 TO WS-AGE-POSICAO
           PERFORM VARYING WS-IX-AGE FROM 1 BY 1
                   UNTIL WS-IX-AGE > WS-QTD-AGENCIAS
               IF WS-AGE-CODIGO (WS-IX-AGE) = WS-AGENCIA-PROCURA
                   MOVE WS-IX-AGE TO WS-AGE-ACHADA
               END-IF
               IF WS-AGE-CODIGO (WS-IX-AGE) < WS-AGENCIA-PROCURA
                   ADD 1 TO WS-AGE-POSICAO
               END-IF
           END-PERFORM
           IF WS-AGE-ACHADA > ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-AGENCIAS NOT < WS-MAX-AGENCIAS
               MOVE "S" TO WS-AGE-ESTOURO
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX-AGE FROM WS-QTD-AGENCIAS BY -1
                   UNTIL WS-IX-AGE < WS-AGE-POSICAO
               MOVE WS-TAB-AGE (WS-IX-AGE) TO WS-TAB-AGE (WS-IX-AGE + 1)
           END-PERFORM
           MOVE WS-AGENCIA-PROCURA TO WS-AGE-CODIGO (WS-AGE-POSICAO)
           MOVE ZEROS TO WS-AGE-QTD-CONTAS (WS-AGE-POSICAO)
           MOVE ZEROS TO WS-AGE-SALDO (WS-AGE-POSICAO)
           ADD 1 TO WS-QTD-AGENCIAS
           MOVE WS-AGE-POSICAO TO WS-AGE-ACHADA.

      * ---------------------------------------------------------------
      * Volta o master para a primeira conta. Arquivo vazio deixa
      * FIM-CONTAS-AGENCIA ligado.
      * ---------------------------------------------------------------
       REPOSICIONA-CONTAS.
           MOVE "N" TO WS-FIM-AGE
           MOVE ZEROS TO CONTA-NUMERO
           START CONTAS-FILE KEY NOT < CONTA-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-AGE
           END-START.
