      * as a "V" movement (origem JURODEV) so it appears on the
      * EXTRATO1 statement, and reported to RELJURDV.DAT. An account
      * already charged in the month (movement "V" present) is not
      * charged again on a rerun, same guard as JUROS01. An estate
      * account (holder deceased, OBITO01) is not charged: the bank
      * claims the debt in the probate.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURODEV.
               MOVE "N" TO WS-ACUM-JA-COBRADA (WS-IX-ACHADO)
      * saldo de abertura do mes = saldo apos o primeiro lancamento
      * com o efeito dele desfeito; vigora do dia 1 ate a vespera.
               IF HIST-CREDITO
                   SUBTRACT HIST-VALOR FROM HIST-SALDO-APOS
                       GIVING WRK-SALDO-ABERTURA
               ELSE
           IF CONTA-ENCERRADA
               EXIT PARAGRAPH
           END-IF
      * espolio nao sofre debito: os juros devedores ficam para o
      * banco cobrar no inventario
           IF CONTA-ESPOLIO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WS-IX-ACHADO
           PERFORM VARYING WS-IX FROM 1 BY 1
           MOVE WRK-SALDO-NOVO TO HIST-SALDO-APOS
           MOVE "JURODEV" TO HIST-ORIGEM
           MOVE ZEROS TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO O HISTORICO" TO WS-MSG-EXCECAO
