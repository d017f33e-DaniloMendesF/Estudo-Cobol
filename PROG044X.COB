      *                       failed step -- and 1 otherwise
      *   R                 - morning operations summary of the
      *                       business date to RELJORN.DAT (step,
      *                       start/end time, RC, count), plus
      *                       the teller drawers CAIXA01 left open
      *                       in CAIXAS.DAT (CXAREC.cpy) and the
      *                       counter cutoff of the night
      *                       (JANELA.DAT, JANREC.cpy): still closed,
      *                       or reopened with how many late counter
      *                       deposits were carried forward to the
      *                       next business date
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBJRN01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT GAVETAS-FILE ASSIGN TO "CAIXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAVETAS-STATUS.

           SELECT JANELA-FILE ASSIGN TO "JANELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANELA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  GAVETAS-FILE.
           COPY CXAREC.

       FD  JANELA-FILE.
           COPY JANREC.

       WORKING-STORAGE SECTION.

       77 WS-JORNAL-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-GAVETAS-STATUS PIC X(02) VALUE "00".
       77 WS-JANELA-STATUS PIC X(02) VALUE "00".
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       77 WS-FIM-GAVETAS PIC X VALUE "N".
          88 FIM-GAVETAS VALUE "S".
       77 WRK-QTD-ABERTAS PIC 9(03) VALUE ZEROS.
       77 WS-FIM-JORNAL PIC X VALUE "N".
          88 FIM-JORNAL VALUE "S".
       77 WS-ARGC PIC 9(02) VALUE ZEROS.
           STRING "STEPS REGISTRADOS: " WS-QTD-STEPS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM EMITE-GAVETAS-ABERTAS
           PERFORM EMITE-CORTE-BALCAO
           CLOSE RELATORIO-FILE
           DISPLAY "Resumo do stream de " WRK-DATA " em RELJORN.DAT.".

           END-IF
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Gavetas de caixa que pernoitaram abertas: o caixa saiu sem
      * contar a especie (CAIXA01 opcao G), e a manha precisa cobrar
      * o fechamento antes de o operador voltar ao balcao.
      * ---------------------------------------------------------------
       EMITE-GAVETAS-ABERTAS.
           MOVE ZEROS TO WRK-QTD-ABERTAS
           OPEN INPUT GAVETAS-FILE
           IF WS-GAVETAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "GAVETAS DE CAIXA ABERTAS (SEM FECHAMENTO)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "OPERADOR  ABERTURA  HORA" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "N" TO WS-FIM-GAVETAS
           PERFORM UNTIL FIM-GAVETAS
               READ GAVETAS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-GAVETAS
                   NOT AT END
                       IF CXA-ABERTA
                           ADD 1 TO WRK-QTD-ABERTAS
                           MOVE SPACES TO LINHA-RELATORIO
                           STRING CXA-OPER-ID "  "
                                  CXA-DATA-ABERTURA "  "
                                  CXA-HORA-ABERTURA
                                  "    *** GAVETA ABERTA ***"
                                  DELIMITED BY SIZE
                                  INTO LINHA-RELATORIO
                           WRITE LINHA-RELATORIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAVETAS-FILE
           MOVE SPACES TO LINHA-RELATORIO
           STRING "GAVETAS ABERTAS: " WRK-QTD-ABERTAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Corte do balcao durante o stream: ainda fechado (a noite caiu
      * ou ainda roda -- o caixa so aceita depositos para o proximo
      * dia util) ou reaberto, com os depositos recebidos na janela e
      * adiados para a data de negocio seguinte.
      * ---------------------------------------------------------------
       EMITE-CORTE-BALCAO.
           OPEN INPUT JANELA-FILE
           IF WS-JANELA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JANELA-FILE
               AT END
                   CLOSE JANELA-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE JANELA-FILE
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CORTE DO BALCAO (CAIXA01)" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FECHADO EM " JAN-DATA-FECHAMENTO " "
                  JAN-HORA-FECHAMENTO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF BALCAO-FECHADO
               STRING "*** BALCAO AINDA FECHADO - REABRE AO FIM DO "
                      "STREAM ***"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               EXIT PARAGRAPH
           END-IF
           STRING "REABERTO EM " JAN-DATA-ABERTURA " "
                  JAN-HORA-ABERTURA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE JAN-VALOR-ADIADO TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LANCAMENTOS POS-CORTE ADIADOS PARA O PROXIMO DIA "
                  "UTIL: " JAN-QTD-ADIADOS "  VALOR " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
