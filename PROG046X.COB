      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Branch cash-drawer summary for the supervisor: every teller
      * drawer CAIXA01 closed on the date (FECHACX.DAT, CXAREC.cpy
      * layout) with its receipts, expected cash, counted cash and
      * shortage/overage, followed by the drawers still open in
      * CAIXAS.DAT -- flagged when left open from an earlier date --
      * and the totals, to RELCXRES.DAT. The report is grouped by
      * the drawer's branch (CXA-AGENCIA, AGENPD.cpy): a page per
      * branch with its drawers and a subtotal, the totals of all
      * branches at the end. The date comes from the first argument
      * (AAAAMMDD) or defaults to the business date of DATPROC.DAT,
      * the one the tellers stamp. Ends with RETURN-CODE 4 when any
      * drawer did not balance or is still open, 12 (no report) when
      * there are more branches than the branch table holds.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCAIXA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHAMENTOS-FILE ASSIGN TO "FECHACX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAMENTOS-STATUS.

           SELECT GAVETAS-FILE ASSIGN TO "CAIXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAVETAS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCXRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

      * exigido pelos paragrafos de AGENPD; o master nao e aberto
      * aqui, as agencias vem das proprias gavetas
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  FECHAMENTOS-FILE.
       01  FECHAMENTO-REG PIC X(110).

       FD  GAVETAS-FILE.
           COPY CXAREC.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       WORKING-STORAGE SECTION.

       77 WS-FECHAMENTOS-STATUS PIC X(02) VALUE "00".
       77 WS-GAVETAS-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-ARQUIVO PIC X VALUE "N".
          88 FIM-ARQUIVO VALUE "S".
       77 WS-ARGC PIC 9(02) VALUE ZEROS.

       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PARM PIC X(08) VALUE SPACES.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
      * agencia da gaveta lida; gaveta anterior ao campo = 0001
       77 WRK-AGENCIA-GAVETA PIC 9(04) VALUE ZEROS.

       01 WS-TOTAIS.
           02 WRK-QTD-FECHADAS PIC 9(05) VALUE ZEROS.
           02 WRK-QTD-ABERTAS PIC 9(05) VALUE ZEROS.
           02 WRK-QTD-PERNOITE PIC 9(05) VALUE ZEROS.
           02 WRK-QTD-DIVERGENTES PIC 9(05) VALUE ZEROS.
           02 WRK-TOT-ESPERADO PIC S9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-CONTADO PIC S9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-QUEBRAS PIC S9(11)V9(02) VALUE ZEROS.
           02 WRK-TOT-SOBRAS PIC S9(11)V9(02) VALUE ZEROS.

      * totais no inicio da agencia: o subtotal e a diferenca
       01 WRK-INICIO-AGENCIA.
           02 WRK-INI-FECHADAS PIC 9(05) VALUE ZEROS.
           02 WRK-INI-ABERTAS PIC 9(05) VALUE ZEROS.
           02 WRK-INI-PERNOITE PIC 9(05) VALUE ZEROS.
           02 WRK-INI-DIVERGENTES PIC 9(05) VALUE ZEROS.
           02 WRK-INI-ESPERADO PIC S9(11)V9(02) VALUE ZEROS.
           02 WRK-INI-CONTADO PIC S9(11)V9(02) VALUE ZEROS.
           02 WRK-INI-QUEBRAS PIC S9(11)V9(02) VALUE ZEROS.
           02 WRK-INI-SOBRAS PIC S9(11)V9(02) VALUE ZEROS.
       01 WRK-SUBTOTAL-AGENCIA.
           02 WRK-SUB-FECHADAS PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-ABERTAS PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-PERNOITE PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-DIVERGENTES PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-ESPERADO PIC S9(11)V9(02) VALUE ZEROS.
           02 WRK-SUB-CONTADO PIC S9(11)V9(02) VALUE ZEROS.
           02 WRK-SUB-QUEBRAS PIC S9(11)V9(02) VALUE ZEROS.
           02 WRK-SUB-SOBRAS PIC S9(11)V9(02) VALUE ZEROS.

       01 WS-EDICAO.
           02 WRK-ESPERADO-ED PIC ZZZ,ZZZ,ZZ9.99-.
           02 WRK-CONTADO-ED PIC ZZZ,ZZZ,ZZ9.99-.
           02 WRK-DIFERENCA-ED PIC ZZZ,ZZZ,ZZ9.99-.
           02 WRK-TOTAL-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           02 WRK-SITUACAO PIC X(24) VALUE SPACES.

      * agencias das gavetas do resumo, em ordem crescente
           COPY AGENWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC >= 1
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WRK-DATA-PARM FROM ARGUMENT-VALUE
               IF WRK-DATA-PARM IS NOT NUMERIC
                   DISPLAY "Data invalida (use AAAAMMDD): "
                           WRK-DATA-PARM
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WRK-DATA-PARM TO WRK-DATA
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCXRES.DAT: "
                       WS-RELATORIO-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CARREGA-AGENCIAS-GAVETAS
           IF AGENCIAS-ESTOURO
               DISPLAY "Mais de " WS-MAX-AGENCIAS
                   " agencias nas gavetas; resumo nao emitido."
               CLOSE RELATORIO-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-QTD-AGENCIAS = ZEROS
               MOVE ZEROS TO WS-AGENCIA-CORRENTE
               PERFORM NOVA-PAGINA
           END-IF

           PERFORM VARYING WS-IX-AGE-CORRENTE FROM 1 BY 1
                   UNTIL WS-IX-AGE-CORRENTE > WS-QTD-AGENCIAS
               PERFORM EMITE-AGENCIA
           END-PERFORM

           PERFORM EMITE-TOTAIS
           CLOSE RELATORIO-FILE

           IF WRK-QTD-DIVERGENTES > ZEROS OR WRK-QTD-ABERTAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Resumo de gavetas de " WRK-DATA
                   " em RELCXRES.DAT: fechadas " WRK-QTD-FECHADAS
                   ", abertas " WRK-QTD-ABERTAS "."
           GOBACK.

      * ---------------------------------------------------------------
      * Primeira passada: as agencias das gavetas que entram no
      * resumo (fechadas na data e ainda abertas), em ordem crescente.
      * ---------------------------------------------------------------
       CARREGA-AGENCIAS-GAVETAS.
           MOVE ZEROS TO WS-QTD-AGENCIAS
           MOVE "N" TO WS-AGE-ESTOURO
           OPEN INPUT FECHAMENTOS-FILE
           IF WS-FECHAMENTOS-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ FECHAMENTOS-FILE INTO GAVETA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CXA-DATA-FECHAMENTO = WRK-DATA
                               PERFORM ANOTA-AGENCIA-GAVETA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FECHAMENTOS-FILE
           END-IF
           OPEN INPUT GAVETAS-FILE
           IF WS-GAVETAS-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ GAVETAS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CXA-ABERTA
                               PERFORM ANOTA-AGENCIA-GAVETA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GAVETAS-FILE
           END-IF.

       ANOTA-AGENCIA-GAVETA.
           PERFORM OBTEM-AGENCIA-GAVETA
           MOVE WRK-AGENCIA-GAVETA TO WS-AGENCIA-PROCURA
           PERFORM ANOTA-AGENCIA
           IF WS-AGE-ACHADA > ZEROS
               ADD 1 TO WS-AGE-QTD-CONTAS (WS-AGE-ACHADA)
           END-IF.

      * gaveta gravada antes de CXA-AGENCIA existir (em branco) e da
      * agencia 0001, a mesma que OPERAUPD assume para o operador
       OBTEM-AGENCIA-GAVETA.
           IF CXA-AGENCIA IS NUMERIC AND CXA-AGENCIA > ZEROS
               MOVE CXA-AGENCIA TO WRK-AGENCIA-GAVETA
           ELSE
               MOVE 0001 TO WRK-AGENCIA-GAVETA
           END-IF.

      * ---------------------------------------------------------------
      * Uma passada nas gavetas por agencia: pagina nova, as gavetas
      * fechadas e as abertas da agencia e o subtotal dela.
      * ---------------------------------------------------------------
       EMITE-AGENCIA.
           MOVE WS-AGE-CODIGO (WS-IX-AGE-CORRENTE)
               TO WS-AGENCIA-CORRENTE
           MOVE WRK-QTD-FECHADAS TO WRK-INI-FECHADAS
           MOVE WRK-QTD-ABERTAS TO WRK-INI-ABERTAS
           MOVE WRK-QTD-PERNOITE TO WRK-INI-PERNOITE
           MOVE WRK-QTD-DIVERGENTES TO WRK-INI-DIVERGENTES
           MOVE WRK-TOT-ESPERADO TO WRK-INI-ESPERADO
           MOVE WRK-TOT-CONTADO TO WRK-INI-CONTADO
           MOVE WRK-TOT-QUEBRAS TO WRK-INI-QUEBRAS
           MOVE WRK-TOT-SOBRAS TO WRK-INI-SOBRAS
           PERFORM NOVA-PAGINA
           PERFORM LISTA-GAVETAS-FECHADAS
           PERFORM LISTA-GAVETAS-ABERTAS
           PERFORM EMITE-SUBTOTAL-AGENCIA.

       NOVA-PAGINA.
           ADD 1 TO WRK-PAGINA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RESUMO DE GAVETAS DE CAIXA - " WRK-DATA
                  "   PAGINA: " WRK-PAGINA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AGENCIA: " WS-AGENCIA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "OPERADOR ABERTURA       FECHAMENTO      REC "
                  "       ESPERADO         CONTADO       DIFERENCA"
                  "  SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-SUBTOTAL-AGENCIA.
           COMPUTE WRK-SUB-FECHADAS =
               WRK-QTD-FECHADAS - WRK-INI-FECHADAS
           COMPUTE WRK-SUB-ABERTAS = WRK-QTD-ABERTAS - WRK-INI-ABERTAS
           COMPUTE WRK-SUB-PERNOITE =
               WRK-QTD-PERNOITE - WRK-INI-PERNOITE
           COMPUTE WRK-SUB-DIVERGENTES =
               WRK-QTD-DIVERGENTES - WRK-INI-DIVERGENTES
           COMPUTE WRK-SUB-ESPERADO =
               WRK-TOT-ESPERADO - WRK-INI-ESPERADO
           COMPUTE WRK-SUB-CONTADO = WRK-TOT-CONTADO - WRK-INI-CONTADO
           COMPUTE WRK-SUB-QUEBRAS = WRK-TOT-QUEBRAS - WRK-INI-QUEBRAS
           COMPUTE WRK-SUB-SOBRAS = WRK-TOT-SOBRAS - WRK-INI-SOBRAS
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SUBTOTAL AGENCIA " WS-AGENCIA-CORRENTE
                  " - FECHADAS: " WRK-SUB-FECHADAS
                  "  COM DIFERENCA: " WRK-SUB-DIVERGENTES
                  "  ABERTAS: " WRK-SUB-ABERTAS
                  "  PERNOITE: " WRK-SUB-PERNOITE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-SUB-ESPERADO TO WRK-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  ESPERADO:              " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-SUB-CONTADO TO WRK-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  CONTADO:               " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-SUB-QUEBRAS TO WRK-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  QUEBRAS:               " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-SUB-SOBRAS TO WRK-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  SOBRAS:                " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Gavetas fechadas na data: uma linha por fechamento, com a
      * quebra (diferenca negativa) ou sobra (positiva) apurada por
      * CAIXA01 no momento da contagem.
      * ---------------------------------------------------------------
       LISTA-GAVETAS-FECHADAS.
           OPEN INPUT FECHAMENTOS-FILE
           IF WS-FECHAMENTOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ FECHAMENTOS-FILE INTO GAVETA
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CXA-DATA-FECHAMENTO = WRK-DATA
                           PERFORM OBTEM-AGENCIA-GAVETA
                           IF WRK-AGENCIA-GAVETA = WS-AGENCIA-CORRENTE
                               PERFORM EMITE-GAVETA-FECHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FECHAMENTOS-FILE.

       EMITE-GAVETA-FECHADA.
           ADD 1 TO WRK-QTD-FECHADAS
           ADD CXA-ESPERADO TO WRK-TOT-ESPERADO
           ADD CXA-CONTADO TO WRK-TOT-CONTADO
           EVALUATE TRUE
               WHEN CXA-DIFERENCA < ZEROS
                   ADD 1 TO WRK-QTD-DIVERGENTES
                   ADD CXA-DIFERENCA TO WRK-TOT-QUEBRAS
                   MOVE "*** QUEBRA ***" TO WRK-SITUACAO
               WHEN CXA-DIFERENCA > ZEROS
                   ADD 1 TO WRK-QTD-DIVERGENTES
                   ADD CXA-DIFERENCA TO WRK-TOT-SOBRAS
                   MOVE "*** SOBRA ***" TO WRK-SITUACAO
               WHEN OTHER
                   MOVE "CONFERE" TO WRK-SITUACAO
           END-EVALUATE
           MOVE CXA-ESPERADO TO WRK-ESPERADO-ED
           MOVE CXA-CONTADO TO WRK-CONTADO-ED
           MOVE CXA-DIFERENCA TO WRK-DIFERENCA-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING CXA-OPER-ID " "
                  CXA-DATA-ABERTURA " " CXA-HORA-ABERTURA(1:4) "  "
                  CXA-DATA-FECHAMENTO " " CXA-HORA-FECHAMENTO(1:4)
                  " " CXA-QTD-RECIBOS " "
                  WRK-ESPERADO-ED " " WRK-CONTADO-ED " "
                  WRK-DIFERENCA-ED "  " WRK-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Gavetas ainda abertas: sem contagem, nao ha esperado nem
      * diferenca a mostrar. Aberta de data anterior = pernoitou sem
      * fechamento.
      * ---------------------------------------------------------------
       LISTA-GAVETAS-ABERTAS.
           OPEN INPUT GAVETAS-FILE
           IF WS-GAVETAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ GAVETAS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF CXA-ABERTA
                           PERFORM OBTEM-AGENCIA-GAVETA
                           IF WRK-AGENCIA-GAVETA = WS-AGENCIA-CORRENTE
                               PERFORM EMITE-GAVETA-ABERTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAVETAS-FILE.

       EMITE-GAVETA-ABERTA.
           ADD 1 TO WRK-QTD-ABERTAS
           IF CXA-DATA-ABERTURA < WRK-DATA
               ADD 1 TO WRK-QTD-PERNOITE
               MOVE "*** ABERTA DESDE ANTES" TO WRK-SITUACAO
           ELSE
               MOVE "ABERTA (SEM CONTAGEM)" TO WRK-SITUACAO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING CXA-OPER-ID " "
                  CXA-DATA-ABERTURA " " CXA-HORA-ABERTURA(1:4) "  "
                  "--------" " " "----" " " "-----" " "
                  "---------------" " " "---------------" " "
                  "---------------" "  " WRK-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * totais de todas as agencias
       EMITE-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TOTAL GERAL (TODAS AS AGENCIAS)" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "GAVETAS FECHADAS NA DATA: " WRK-QTD-FECHADAS
                  "   COM DIFERENCA: " WRK-QTD-DIVERGENTES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-ESPERADO TO WRK-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL ESPERADO:          " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-CONTADO TO WRK-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL CONTADO:           " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-QUEBRAS TO WRK-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DE QUEBRAS:        " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-SOBRAS TO WRK-TOTAL-ED
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DE SOBRAS:         " WRK-TOTAL-ED
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "GAVETAS AINDA ABERTAS:   " WRK-QTD-ABERTAS
                  "   DE DATA ANTERIOR: " WRK-QTD-PERNOITE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
      * CALEND01 no inicio do BATCH00): uma reexecucao na manha
      * seguinte sai com a data original, nao a do relogio. Sem o
      * arquivo (uso avulso), cai na data da maquina.
      * ---------------------------------------------------------------
       LE-DATA-PROCESSAMENTO.
           OPEN INPUT DATAPROC-FILE
           IF WS-DATAPROC-STATUS = "00"
               READ DATAPROC-FILE
                   AT END
                       ACCEPT WRK-DATA FROM DATE YYYYMMDD
                   NOT AT END
                       IF DP-DATA IS NUMERIC
                           MOVE DP-DATA TO WRK-DATA
                       ELSE
                           ACCEPT WRK-DATA FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA FROM DATE YYYYMMDD
           END-IF.

      * agrupamento por agencia compartilhado com os demais relatorios
           COPY AGENPD.

       END PROGRAM RESCAIXA.
