      * count, whatever date they carry -- the teller posts between
      * two streams still stamped with the previous business date,
      * and a date window would either miss those movements or count
      * them twice. Sums the new records by type (credits D/J/C and
      * reversal Y, debits S/T/V/E and reversal X), writes the
      * proof to RELBALAN.DAT and ends with RETURN-CODE 12 on ANY
      * difference -- BATCH00 stops before reports print from a
      * broken master. First run (or a control record from before
      * the count existed) establishes the baseline; a rerun after a
      * proved night finds no new records and re-verifies the same
      * total. The control also records whether the night PROVED
      * ("P") or only set the baseline ("B") and the history count
      * the day's range starts from, kept across a same-date rerun:
      * the daily accounting extract (CONTABIL) books exactly the
      * records this proof covered, and only after a proof.
      * The proof itself stays global -- a posting moves money
      * between branches as freely as between accounts -- but the
      * report closes with one page per branch (CONTA-AGENCIA,
      * AGENPD.cpy) giving the branch's account count and balance
      * total, the branch totals adding up to the proved master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCETE.
      * -- o historico so cresce por EXTEND, entao tudo alem dessa
      * contagem e movimento que o total provado ainda nao continha.
       FD  CONTROLE-FILE.
      * CTL-PROVA e CTL-QTD-INICIO: o veredicto e o inicio da faixa
      * de registros do dia (a contagem anterior a primeira execucao
      * da data), lidos pela extracao contabil.
       01  CONTROLE-REG.
           02 CTL-DATA PIC 9(08).
           02 CTL-TOTAL PIC S9(13)V9(02).
           02 CTL-QTD-HIST PIC 9(09).
           02 CTL-PROVA PIC X(01).
              88 CTL-PROVADO VALUE "P".
              88 CTL-LINHA-DE-BASE VALUE "B".
           02 CTL-QTD-INICIO PIC 9(09).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(90).
       77 WRK-QTD-HIST-ANTERIOR PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-HIST-ATUAL PIC 9(09) VALUE ZEROS.
       77 WRK-SEQ-HIST PIC 9(09) VALUE ZEROS.
      * inicio da faixa do dia gravado por uma execucao anterior na
      * mesma data, quando houve
       77 WRK-QTD-HIST-INICIO PIC 9(09) VALUE ZEROS.
       77 WS-TEM-INICIO PIC X VALUE "N".
          88 TEM-INICIO-DA-DATA VALUE "S".
       77 WRK-PROVA PIC X(01) VALUE SPACES.

      * movimentos NOVOS desde a ultima prova, somados por tipo
       01 WRK-MOVIMENTOS-DIA.
           02 WRK-TOT-JUROS-DEV PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-TRF-ENV PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-TRF-REC PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-EST-CRED PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-EST-DEB PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-APLICACOES PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-RESGATES PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-LIBERACOES PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-PARCELAS PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-BOLETOS PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-TED-ENV PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-TED-DEV PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-TED-REC PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-CHEQUES PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-CREDITOS PIC 9(12)V9(02) VALUE ZEROS.
           02 WRK-TOT-DEBITOS PIC 9(12)V9(02) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.

      * posicao por agencia, acumulada na mesma leitura do master
           COPY AGENWS.

       PROCEDURE DIVISION.

               MOVE "SEM POSICAO ANTERIOR; LINHA DE BASE ESTABELECIDA
      -            " NESTA EXECUCAO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "B" TO WRK-PROVA
               PERFORM REGRAVA-CONTROLE
           ELSE
      * a prova por contagem vale igual para a noite seguinte e para
                   GIVING WRK-DIFERENCA
               PERFORM EMITE-VEREDICTO
               IF WRK-DIFERENCA = ZEROS
                   MOVE "P" TO WRK-PROVA
                   PERFORM REGRAVA-CONTROLE
               END-IF
           END-IF

           PERFORM VARYING WS-IX-AGE-CORRENTE FROM 1 BY 1
                   UNTIL WS-IX-AGE-CORRENTE > WS-QTD-AGENCIAS
               PERFORM EMITE-POSICAO-AGENCIA
           END-PERFORM
           IF AGENCIAS-ESTOURO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "*** MAIS DE " WS-MAX-AGENCIAS
                      " AGENCIAS; POSICAO POR AGENCIA INCOMPLETA ***"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

           CLOSE RELATORIO-FILE
           IF RETURN-CODE = ZEROS
               DISPLAY "Balancete diario conferido: "
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD-AGENCIAS
           MOVE "N" TO WS-FIM-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   NOT AT END
                       ADD 1 TO WRK-QTD-CONTAS
                       ADD CONTA-SALDO TO WRK-TOTAL-ATUAL
                       PERFORM SOMA-CONTA-NA-AGENCIA
               END-READ
           END-PERFORM
           CLOSE CONTAS-FILE.

      * tabela cheia nao derruba a prova (que e global): a posicao
      * por agencia sai com o aviso de que esta incompleta
       SOMA-CONTA-NA-AGENCIA.
           MOVE CONTA-AGENCIA TO WS-AGENCIA-PROCURA
           PERFORM ANOTA-AGENCIA
           IF WS-AGE-ACHADA > ZEROS
               ADD 1 TO WS-AGE-QTD-CONTAS (WS-AGE-ACHADA)
               ADD CONTA-SALDO TO WS-AGE-SALDO (WS-AGE-ACHADA)
           END-IF.

      * ---------------------------------------------------------------
      * Soma os movimentos NOVOS: todo registro do historico ALEM da
      * contagem gravada na ultima prova. A posicao por contagem (e

           COMPUTE WRK-TOT-CREDITOS =
               WRK-TOT-DEPOSITOS + WRK-TOT-JUROS + WRK-TOT-TRF-REC
               + WRK-TOT-EST-CRED + WRK-TOT-RESGATES
               + WRK-TOT-LIBERACOES
               + WRK-TOT-TED-DEV + WRK-TOT-TED-REC
           COMPUTE WRK-TOT-DEBITOS =
               WRK-TOT-SAQUES + WRK-TOT-TAXAS + WRK-TOT-JUROS-DEV
               + WRK-TOT-TRF-ENV + WRK-TOT-EST-DEB
               + WRK-TOT-APLICACOES + WRK-TOT-PARCELAS
               + WRK-TOT-BOLETOS + WRK-TOT-TED-ENV
               + WRK-TOT-CHEQUES.

       SOMA-UM-MOVIMENTO.
           EVALUATE TRUE
                   ADD HIST-VALOR TO WRK-TOT-TRF-ENV
               WHEN HIST-TRANSF-REC
                   ADD HIST-VALOR TO WRK-TOT-TRF-REC
               WHEN HIST-ESTORNO-CRED
                   ADD HIST-VALOR TO WRK-TOT-EST-CRED
               WHEN HIST-ESTORNO-DEB
                   ADD HIST-VALOR TO WRK-TOT-EST-DEB
               WHEN HIST-APLICACAO
                   ADD HIST-VALOR TO WRK-TOT-APLICACOES
               WHEN HIST-RESGATE
                   ADD HIST-VALOR TO WRK-TOT-RESGATES
               WHEN HIST-LIBERACAO
                   ADD HIST-VALOR TO WRK-TOT-LIBERACOES
               WHEN HIST-PARCELA
                   ADD HIST-VALOR TO WRK-TOT-PARCELAS
               WHEN HIST-BOLETO
                   ADD HIST-VALOR TO WRK-TOT-BOLETOS
               WHEN HIST-TED-ENVIADA
                   ADD HIST-VALOR TO WRK-TOT-TED-ENV
               WHEN HIST-TED-DEVOLVIDA
                   ADD HIST-VALOR TO WRK-TOT-TED-DEV
               WHEN HIST-TED-RECEBIDA
                   ADD HIST-VALOR TO WRK-TOT-TED-REC
               WHEN HIST-CHEQUE
                   ADD HIST-VALOR TO WRK-TOT-CHEQUES
           END-EVALUATE.

      * controle gravado antes de a contagem existir (campo em
                       MOVE CTL-TOTAL TO WRK-TOTAL-ANTERIOR
                       MOVE CTL-QTD-HIST TO WRK-QTD-HIST-ANTERIOR
                       MOVE "S" TO WS-TEM-CONTROLE
                       IF CTL-DATA = WRK-DATA-RELATORIO AND
                          CTL-QTD-INICIO IS NUMERIC
                           MOVE CTL-QTD-INICIO TO WRK-QTD-HIST-INICIO
                           MOVE "S" TO WS-TEM-INICIO
                       END-IF
                   END-IF
           END-READ
           CLOSE CONTROLE-FILE.

      * a posicao nova so entra DEPOIS de a prova fechar: uma
      * diferenca nao pode virar a nova linha de base. A faixa do dia
      * comeca na posicao anterior; na reexecucao da mesma data,
      * continua comecando onde a primeira execucao comecou.
       REGRAVA-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = "00"
           MOVE WRK-DATA-RELATORIO TO CTL-DATA
           MOVE WRK-TOTAL-ATUAL TO CTL-TOTAL
           MOVE WRK-QTD-HIST-ATUAL TO CTL-QTD-HIST
           MOVE WRK-PROVA TO CTL-PROVA
           IF TEM-INICIO-DA-DATA
               MOVE WRK-QTD-HIST-INICIO TO CTL-QTD-INICIO
           ELSE
               MOVE WRK-QTD-HIST-ANTERIOR TO CTL-QTD-INICIO
           END-IF
           WRITE CONTROLE-REG
           CLOSE CONTROLE-FILE.

       EMITE-CABECALHO.
           ADD 1 TO WRK-PAGINA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "BALANCETE DIARIO - " WRK-DATA-RELATORIO
                  "   PAGINA: " WRK-PAGINA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           STRING "TRANSF RECEB (C):" WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-EST-CRED TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ESTORNO CRED (Y):" WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-RESGATES TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RESGATE CDB (R): " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-LIBERACOES TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EMPRESTIMOS (L): " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-TED-DEV TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TED DEVOLV (G):  " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-TED-REC TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TED RECEB (H):   " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-SAQUES TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SAQUES (S):      " WRK-VALOR-EDITADO
           STRING "TRANSF ENV (E):  " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-EST-DEB TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ESTORNO DEB (X): " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-APLICACOES TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "APLIC CDB (A):   " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-PARCELAS TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PARC EMPREST (P):" WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-BOLETOS TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAG CONTAS (B):  " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-TED-ENV TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TED ENVIADA (F): " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-CHEQUES TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CHEQUES (Q):     " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE WRK-TOTAL-ATUAL TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Uma pagina por agencia com a quantidade de contas e o saldo
      * total dela no fechamento.
      * ---------------------------------------------------------------
       EMITE-POSICAO-AGENCIA.
           MOVE WS-AGE-CODIGO (WS-IX-AGE-CORRENTE)
               TO WS-AGENCIA-CORRENTE
           ADD 1 TO WRK-PAGINA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "BALANCETE DIARIO - " WRK-DATA-RELATORIO
                  "   AGENCIA: " WS-AGENCIA-CORRENTE
                  "   PAGINA: " WRK-PAGINA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WS-AGE-SALDO (WS-IX-AGE-CORRENTE) TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SUBTOTAL AGENCIA " WS-AGENCIA-CORRENTE " ("
                  WS-AGE-QTD-CONTAS (WS-IX-AGE-CORRENTE)
                  " CONTAS): " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-VEREDICTO.
           IF WRK-DIFERENCA = ZEROS
               MOVE "PROVA FECHADA: ANTERIOR + CREDITOS - DEBITOS = AT
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

           COPY AGENPD.

       END PROGRAM BALANCETE.
