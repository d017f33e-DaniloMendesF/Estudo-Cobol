       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
       77 WRK-TIPO-DESCRITO PIC X(10) VALUE SPACES.
      * contraparte da transferencia, mostrada ao lado do lancamento
       77 WRK-CONTRA-DESCRITO PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE HIX-VALOR TO HIST-VALOR
           MOVE HIX-SALDO-APOS TO HIST-SALDO-APOS
           MOVE HIX-ORIGEM TO HIST-ORIGEM
           MOVE HIX-CONTA-CONTRA TO HIST-CONTA-CONTRA
           MOVE HIX-REFERENCIA TO HIST-REFERENCIA.

      * ---------------------------------------------------------------
      * Conta e periodo vem dos argumentos (modo batch, padrao de
                   MOVE "TRANSF ENV" TO WRK-TIPO-DESCRITO
               WHEN HIST-TRANSF-REC
                   MOVE "TRANSF REC" TO WRK-TIPO-DESCRITO
               WHEN HIST-ESTORNO-DEB
                   MOVE "ESTORNO DB" TO WRK-TIPO-DESCRITO
               WHEN HIST-ESTORNO-CRED
                   MOVE "ESTORNO CR" TO WRK-TIPO-DESCRITO
               WHEN HIST-APLICACAO
                   MOVE "APLIC CDB" TO WRK-TIPO-DESCRITO
               WHEN HIST-RESGATE
                   MOVE "RESG CDB" TO WRK-TIPO-DESCRITO
               WHEN HIST-LIBERACAO
                   MOVE "EMPRESTIMO" TO WRK-TIPO-DESCRITO
               WHEN HIST-PARCELA
                   MOVE "PARC EMPR" TO WRK-TIPO-DESCRITO
               WHEN HIST-BOLETO
                   MOVE "PAG CONTA" TO WRK-TIPO-DESCRITO
               WHEN HIST-TED-ENVIADA
                   MOVE "TED ENV" TO WRK-TIPO-DESCRITO
               WHEN HIST-TED-DEVOLVIDA
                   MOVE "TED DEVOLV" TO WRK-TIPO-DESCRITO
               WHEN HIST-TED-RECEBIDA
                   MOVE "TED REC" TO WRK-TIPO-DESCRITO
               WHEN HIST-CHEQUE
                   MOVE "CHEQUE" TO WRK-TIPO-DESCRITO
               WHEN OTHER
                   MOVE "????????" TO WRK-TIPO-DESCRITO
           END-EVALUATE
               STRING " DE " HIST-CONTA-CONTRA
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * estorno aponta o lancamento original (data/sequencia do dia)
           IF HIST-ESTORNO-DEB OR HIST-ESTORNO-CRED
               STRING " DO LANC " HIST-EST-DATA "/" HIST-EST-SEQ
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * aplicacao/resgate aponta o CDB de APLIC.DAT
           IF HIST-APLICACAO OR HIST-RESGATE
               STRING " CDB " HIST-APL-NUMERO
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * liberacao/parcela aponta o contrato de EMPREST.DAT
           IF HIST-LIBERACAO
               STRING " CTR " HIST-EMP-NUMERO
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
           IF HIST-PARCELA
               STRING " CTR " HIST-EMP-NUMERO "/" HIST-EMP-PARCELA
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * pagamento de conta aponta BOLETOS.DAT e o beneficiario
           IF HIST-BOLETO
               STRING " BOL " HIST-BOL-NUMERO " " HIST-BOL-BENEFICIARIO
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * TED aponta TED.DAT (ou o numero no banco de origem) e o
      * banco/nome da outra ponta
           IF HIST-TED-ENVIADA OR HIST-TED-DEVOLVIDA OR
              HIST-TED-RECEBIDA
               STRING " TED " HIST-TED-NUMERO " BCO " HIST-TED-BANCO
                      " " HIST-TED-NOME
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * cheque compensado aponta a folha e o banco que a apresentou
           IF HIST-CHEQUE
               STRING " CHQ " HIST-CHQ-NUMERO " BCO " HIST-CHQ-BANCO
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF

           MOVE HIST-VALOR TO WRK-VALOR-EDITADO
           MOVE HIST-SALDO-APOS TO WRK-SALDO-EDITADO
