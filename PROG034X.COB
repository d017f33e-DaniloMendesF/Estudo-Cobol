      * HIST-SALDO-APOS, so each account's history is a replayable
      * chain. This utility walks HISTORIC.DAT in file order and, per
      * account, checks that each HIST-SALDO-APOS equals the prior
      * one plus or minus HIST-VALOR according to HIST-TIPO (the
      * HIST-CREDITO / HIST-DEBITO groups, reversals included), then
      * checks that the final chain value matches CONTA-SALDO in the
      * CONTAS master. Every break and every drifted account goes to
      * RELCHAIN.DAT -- the tool to run after a CLIREST-style restore
           END-IF

           EVALUATE TRUE
      * o sinal vem dos grupos de HISTREC.cpy (estornos "X"/"Y"
      * inclusive), nao de uma lista de tipos repetida aqui
               WHEN HIST-CREDITO
                   COMPUTE WRK-SALDO-ESPERADO =
                       WS-CAD-SALDO (WS-IX-ACHADO) + HIST-VALOR
               WHEN HIST-DEBITO
                   COMPUTE WRK-SALDO-ESPERADO =
                       WS-CAD-SALDO (WS-IX-ACHADO) - HIST-VALOR
               WHEN OTHER
