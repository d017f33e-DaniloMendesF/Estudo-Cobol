      * Reads the CONTAS indexed account master (CONTAREC.cpy) and
      * classifies each active account into a tier (BAIXA/PADRAO/
      * PREMIUM), printing the month-end tier report to RELCLASS.DAT.
      * Closed, dormant and estate accounts are listed but not
      * classified. Keeps the original NEGATIVE/ZERO balance checks as
      * a data-quality gate, and generalizes the original
      * "AND-of-two-comparisons" shape into the tier cutoffs.
      * The report is grouped by branch (CONTA-AGENCIA, AGENPD.cpy):
      * each branch starts a new page, pages break every
      * WRK-MAX-LINHAS-PAGINA lines, and each branch closes with its
      * own tier subtotal before the grand footer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDICIONAIS.
       77 WRK-CONT-DORMENTES PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-INVALIDAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ENCERRADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ESPOLIOS PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.

      * paginacao por agencia (mesmo esquema do RELCLI)
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAGINA PIC 9(02) VALUE 50.

      * contadores no inicio da agencia: o subtotal e a diferenca
       01 WRK-INICIO-AGENCIA.
           02 WRK-INI-BAIXA PIC 9(05) VALUE ZEROS.
           02 WRK-INI-PADRAO PIC 9(05) VALUE ZEROS.
           02 WRK-INI-PREMIUM PIC 9(05) VALUE ZEROS.
           02 WRK-INI-DEVEDORAS PIC 9(05) VALUE ZEROS.
           02 WRK-INI-DORMENTES PIC 9(05) VALUE ZEROS.
           02 WRK-INI-INVALIDAS PIC 9(05) VALUE ZEROS.
           02 WRK-INI-ENCERRADAS PIC 9(05) VALUE ZEROS.
           02 WRK-INI-ESPOLIOS PIC 9(05) VALUE ZEROS.
       01 WRK-SUBTOTAL-AGENCIA.
           02 WRK-SUB-BAIXA PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-PADRAO PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-PREMIUM PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-DEVEDORAS PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-DORMENTES PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-INVALIDAS PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-ENCERRADAS PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-ESPOLIOS PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-AGENCIA-EDITADO PIC Z,ZZZ,ZZZ,ZZ9.99-.

       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-PARAMETROS PIC X VALUE "N".
          88 FIM-PARAMETROS VALUE "S".

           COPY AGENWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGA-AGENCIAS
           IF AGENCIAS-ESTOURO
               DISPLAY "Mais de " WS-MAX-AGENCIAS
                   " agencias no master; relatorio nao emitido."
               CLOSE CONTAS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           IF WS-QTD-AGENCIAS = ZEROS
               MOVE ZEROS TO WS-AGENCIA-CORRENTE
               PERFORM NOVA-PAGINA
           END-IF

           PERFORM VARYING WS-IX-AGE-CORRENTE FROM 1 BY 1
                   UNTIL WS-IX-AGE-CORRENTE > WS-QTD-AGENCIAS
               PERFORM EMITE-AGENCIA
           END-PERFORM

           PERFORM EMITE-RODAPE-RELATORIO
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Uma passada no master por agencia: pagina nova, as contas da
      * agencia e o subtotal de faixas dela.
      * ---------------------------------------------------------------
       EMITE-AGENCIA.
           MOVE WS-AGE-CODIGO (WS-IX-AGE-CORRENTE)
               TO WS-AGENCIA-CORRENTE
           MOVE WRK-CONT-BAIXA TO WRK-INI-BAIXA
           MOVE WRK-CONT-PADRAO TO WRK-INI-PADRAO
           MOVE WRK-CONT-PREMIUM TO WRK-INI-PREMIUM
           MOVE WRK-CONT-DEVEDORAS TO WRK-INI-DEVEDORAS
           MOVE WRK-CONT-DORMENTES TO WRK-INI-DORMENTES
           MOVE WRK-CONT-INVALIDAS TO WRK-INI-INVALIDAS
           MOVE WRK-CONT-ENCERRADAS TO WRK-INI-ENCERRADAS
           MOVE WRK-CONT-ESPOLIOS TO WRK-INI-ESPOLIOS
           PERFORM NOVA-PAGINA

           PERFORM REPOSICIONA-CONTAS
           PERFORM UNTIL FIM-CONTAS-AGENCIA
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-AGE
                   NOT AT END
                       IF CONTA-AGENCIA = WS-AGENCIA-CORRENTE
                           PERFORM CLASSIFICA-CONTA
                       END-IF
               END-READ
           END-PERFORM

           PERFORM EMITE-SUBTOTAL-AGENCIA.

       NOVA-PAGINA.
           ADD 1 TO WRK-PAGINA
           MOVE ZEROS TO WRK-LINHAS-PAGINA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RELATORIO DE CLASSIFICACAO DE CONTAS - "
                  WRK-DATA-RELATORIO
                  "   PAGINA: " WRK-PAGINA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AGENCIA: " WS-AGENCIA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTA       SALDO          TIER"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-SUBTOTAL-AGENCIA.
           COMPUTE WRK-SUB-BAIXA = WRK-CONT-BAIXA - WRK-INI-BAIXA
           COMPUTE WRK-SUB-PADRAO = WRK-CONT-PADRAO - WRK-INI-PADRAO
           COMPUTE WRK-SUB-PREMIUM =
               WRK-CONT-PREMIUM - WRK-INI-PREMIUM
           COMPUTE WRK-SUB-DEVEDORAS =
               WRK-CONT-DEVEDORAS - WRK-INI-DEVEDORAS
           COMPUTE WRK-SUB-DORMENTES =
               WRK-CONT-DORMENTES - WRK-INI-DORMENTES
           COMPUTE WRK-SUB-INVALIDAS =
               WRK-CONT-INVALIDAS - WRK-INI-INVALIDAS
           COMPUTE WRK-SUB-ENCERRADAS =
               WRK-CONT-ENCERRADAS - WRK-INI-ENCERRADAS
           COMPUTE WRK-SUB-ESPOLIOS =
               WRK-CONT-ESPOLIOS - WRK-INI-ESPOLIOS
           MOVE WS-AGE-SALDO (WS-IX-AGE-CORRENTE)
               TO WRK-SALDO-AGENCIA-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SUBTOTAL AGENCIA " WS-AGENCIA-CORRENTE
                  " - CONTAS: " WS-AGE-QTD-CONTAS (WS-IX-AGE-CORRENTE)
                  "  SALDO: " WRK-SALDO-AGENCIA-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  BAIXA: " WRK-SUB-BAIXA
                  "  PADRAO: " WRK-SUB-PADRAO
                  "  PREMIUM: " WRK-SUB-PREMIUM
                  "  DEVEDORAS: " WRK-SUB-DEVEDORAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  INVALIDAS: " WRK-SUB-INVALIDAS
                  "  ENCERRADAS: " WRK-SUB-ENCERRADAS
                  "  DORMENTES: " WRK-SUB-DORMENTES
                  "  ESPOLIOS: " WRK-SUB-ESPOLIOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Descarta contas com saldo negativo ou zerado (dado suspeito) e
      * classifica as demais em BAIXA / PADRAO / PREMIUM pelas mesmas
               PERFORM IMPRIME-CONTA
               EXIT PARAGRAPH
           END-IF
      * espolio (titular falecido) aguarda partilha: fora da carteira
           IF CONTA-ESPOLIO
               MOVE "ESPOLIO" TO CONTA-TIER
               ADD 1 TO WRK-CONT-ESPOLIOS
               PERFORM IMPRIME-CONTA
               EXIT PARAGRAPH
           END-IF
      * saldo negativo dentro do limite de cheque especial e uso
      * legitimo do produto, nao dado suspeito: sai das faixas de
      * remuneracao como DEVEDORA. Negativo SEM limite continua
           PERFORM IMPRIME-CONTA.

       IMPRIME-CONTA.
           IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS-PAGINA
               PERFORM NOVA-PAGINA
           END-IF
           ADD 1 TO WRK-LINHAS-PAGINA
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING CONTA-NUMERO "  " WRK-SALDO-EDITADO "  " CONTA-TIER
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL GERAL" DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "BAIXA: " WRK-CONT-BAIXA
                  "  PADRAO: " WRK-CONT-PADRAO
           STRING "INVALIDAS: " WRK-CONT-INVALIDAS
                  "  ENCERRADAS: " WRK-CONT-ENCERRADAS
                  "  DORMENTES: " WRK-CONT-DORMENTES
                  "  ESPOLIOS: " WRK-CONT-ESPOLIOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

           COPY AGENPD.

       END PROGRAM CONDICIONAIS.
