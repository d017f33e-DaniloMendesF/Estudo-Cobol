      * (or flagged uncharged when nothing is available) -- never
      * silently skipped. An account already charged in the month is
      * not charged again on a rerun, same guard as JUROS01.
      * The report is grouped by branch (CONTA-AGENCIA, AGENPD.cpy):
      * one pass over the master per branch, a new page per branch
      * and every WRK-MAX-LINHAS-PAGINA lines, and a branch subtotal
      * of what was charged there before the overall footer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TARIFAS.
          88 FIM-PARAMETROS VALUE "S".
       77 WS-FIM-HISTORICO PIC X VALUE "N".
          88 FIM-HISTORICO VALUE "S".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
       77 WRK-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

      * paginacao por agencia (mesmo esquema do RELCLI)
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-LINHAS-PAGINA PIC 9(02) VALUE ZEROS.
       77 WRK-MAX-LINHAS-PAGINA PIC 9(02) VALUE 50.

      * acumuladores no inicio da agencia: o subtotal e a diferenca
       01 WRK-INICIO-AGENCIA.
           02 WRK-INI-COBRADAS PIC 9(05) VALUE ZEROS.
           02 WRK-INI-PARCIAIS PIC 9(05) VALUE ZEROS.
           02 WRK-INI-SEM-DISPO PIC 9(05) VALUE ZEROS.
           02 WRK-INI-ISENTAS PIC 9(05) VALUE ZEROS.
           02 WRK-INI-TOT-PADRAO PIC 9(09)V9(02) VALUE ZEROS.
           02 WRK-INI-TOT-PREMIUM PIC 9(09)V9(02) VALUE ZEROS.
       01 WRK-SUBTOTAL-AGENCIA.
           02 WRK-SUB-COBRADAS PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-PARCIAIS PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-SEM-DISPO PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-ISENTAS PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-COLETADO PIC 9(09)V9(02) VALUE ZEROS.

      * -- contas ja tarifadas neste mes ("T" de origem TARIFA no
      * historico): reexecucao na mesma virada nao cobra em dobro.
       01 WS-CONTROLE-COBRADAS.
      * estrutura em HIDXWS.cpy, paragrafos em HIDXPD.cpy.
           COPY HIDXWS.

      * agencias do master, para a quebra do relatorio
           COPY AGENWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGA-AGENCIAS
           IF AGENCIAS-ESTOURO
               DISPLAY "Mais de " WS-MAX-AGENCIAS
                   " agencias no master; tarifas nao cobradas."
               CLOSE CONTAS-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
           END-IF
           PERFORM ABRE-HISTIDX

           IF WS-QTD-AGENCIAS = ZEROS
               MOVE ZEROS TO WS-AGENCIA-CORRENTE
               PERFORM EMITE-CABECALHO
           END-IF
           PERFORM VARYING WS-IX-AGE-CORRENTE FROM 1 BY 1
                   UNTIL WS-IX-AGE-CORRENTE > WS-QTD-AGENCIAS
                      OR RETURN-CODE = 12
               PERFORM TARIFA-AGENCIA
           END-PERFORM

           PERFORM EMITE-RODAPE
               END-IF
           END-PERFORM.

      * ---------------------------------------------------------------
      * Uma passada no master por agencia: pagina nova, as contas da
      * agencia e o subtotal do que foi cobrado nela.
      * ---------------------------------------------------------------
       TARIFA-AGENCIA.
           MOVE WS-AGE-CODIGO (WS-IX-AGE-CORRENTE)
               TO WS-AGENCIA-CORRENTE
           MOVE WRK-CONT-COBRADAS TO WRK-INI-COBRADAS
           MOVE WRK-CONT-PARCIAIS TO WRK-INI-PARCIAIS
           MOVE WRK-CONT-SEM-DISPO TO WRK-INI-SEM-DISPO
           MOVE WRK-CONT-ISENTAS TO WRK-INI-ISENTAS
           MOVE WRK-TOT-PADRAO TO WRK-INI-TOT-PADRAO
           MOVE WRK-TOT-PREMIUM TO WRK-INI-TOT-PREMIUM
           PERFORM EMITE-CABECALHO

           PERFORM REPOSICIONA-CONTAS
           PERFORM UNTIL FIM-CONTAS-AGENCIA
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-AGE
                   NOT AT END
                       IF CONTA-AGENCIA = WS-AGENCIA-CORRENTE
                           PERFORM TARIFA-CONTA
                       END-IF
               END-READ
           END-PERFORM

           PERFORM EMITE-SUBTOTAL-AGENCIA.

       EMITE-SUBTOTAL-AGENCIA.
           COMPUTE WRK-SUB-COBRADAS =
               WRK-CONT-COBRADAS - WRK-INI-COBRADAS
           COMPUTE WRK-SUB-PARCIAIS =
               WRK-CONT-PARCIAIS - WRK-INI-PARCIAIS
           COMPUTE WRK-SUB-SEM-DISPO =
               WRK-CONT-SEM-DISPO - WRK-INI-SEM-DISPO
           COMPUTE WRK-SUB-ISENTAS =
               WRK-CONT-ISENTAS - WRK-INI-ISENTAS
           COMPUTE WRK-SUB-COLETADO =
               WRK-TOT-PADRAO - WRK-INI-TOT-PADRAO
               + WRK-TOT-PREMIUM - WRK-INI-TOT-PREMIUM
           MOVE WRK-SUB-COLETADO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SUBTOTAL AGENCIA " WS-AGENCIA-CORRENTE
                  " - COBRADAS: " WRK-SUB-COBRADAS
                  "  COLETADO: " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  PARCIAIS: " WRK-SUB-PARCIAIS
                  "  SEM DISPONIVEL: " WRK-SUB-SEM-DISPO
                  "  ISENTAS (BAIXA): " WRK-SUB-ISENTAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-CABECALHO.
           ADD 1 TO WRK-PAGINA
           MOVE ZEROS TO WRK-LINHAS-PAGINA
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TARIFA MENSAL POR TIER - " WRK-DATA-RELATORIO
                  "   AGENCIA: " WS-AGENCIA-CORRENTE
                  "   PAGINA: " WRK-PAGINA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTA     TIER      TARIFA      SALDO NOVO  OBS"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-AGE
               EXIT PARAGRAPH
           END-IF

               ADD WRK-TARIFA-COBRADA TO WRK-TOT-PADRAO
           END-IF

           PERFORM QUEBRA-PAGINA
           MOVE WRK-TARIFA-COBRADA TO WRK-VALOR-EDITADO
           MOVE WRK-SALDO-NOVO TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-LINHA-NAO-COBRADA.
           PERFORM QUEBRA-PAGINA
           MOVE WRK-TARIFA-DEVIDA TO WRK-VALOR-EDITADO
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * pagina nova quando o limite de linhas por pagina e atingido
       QUEBRA-PAGINA.
           IF WRK-LINHAS-PAGINA >= WRK-MAX-LINHAS-PAGINA
               PERFORM EMITE-CABECALHO
           END-IF
           ADD 1 TO WRK-LINHAS-PAGINA.

       GRAVA-HISTORICO-TARIFA.
           MOVE WRK-DATA-RELATORIO TO HIST-DATA
           ACCEPT HIST-HORA FROM TIME
           MOVE WRK-SALDO-NOVO TO HIST-SALDO-APOS
           MOVE "TARIFA" TO HIST-ORIGEM
           MOVE ZEROS TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO O HISTORICO" TO WS-MSG-EXCECAO

           COPY HIDXPD.

           COPY AGENPD.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
