      * until a supervisor reactivates it in CONTAS01. Newly dormant
      * accounts are reported to RELDORM.DAT with the owner's name
      * and address from the CLIENTES master so the relationship team
      * can make contact. Each newly dormant account is also
      * appended to the alert event feed ALREVT.DAT (ALEVREC.cpy) for
      * the nightly ALERTAS run to notify the holders, and logged to
      * the audit trail AUDITCLI.DAT ("K", account before/after) so
      * forward recovery (CONTFWD) can replay the flag.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMENTE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT EVENTOS-FILE ASSIGN TO "ALREVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTOS-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  EVENTOS-FILE.
           COPY ALEVREC.

       FD  AUDITORIA-FILE.
           COPY AUDREC.

       WORKING-STORAGE SECTION.

       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
       77 WS-EVENTOS-STATUS PIC X(02) VALUE "00".
       77 WS-EVENTOS-ABERTO PIC X VALUE "N".
          88 EVENTOS-ABERTO VALUE "S".
       77 WS-AUDITORIA-STATUS PIC X(02) VALUE "00".
       77 WS-AUDITORIA-ABERTA PIC X VALUE "N".
          88 AUDITORIA-ABERTA VALUE "S".
       77 WS-FIM-PARAMETROS PIC X VALUE "N".
          88 FIM-PARAMETROS VALUE "S".
       77 WS-FIM-HISTORICO PIC X VALUE "N".
       77 WRK-MESES-PARADA PIC S9(06) VALUE ZEROS.
       77 WRK-ULTIMO-MOV PIC 9(08) VALUE ZEROS.
       77 WRK-ENDERECO-EDITADO PIC X(80) VALUE SPACES.
       77 WRK-CONTA-ANTES PIC X(51) VALUE SPACES.

       77 WRK-CONT-CONTAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-NOVAS-DORM PIC 9(05) VALUE ZEROS.
           CLOSE CONTAS-FILE
           CLOSE CLIENTES-FILE
           CLOSE RELATORIO-FILE
           IF EVENTOS-ABERTO
               CLOSE EVENTOS-FILE
           END-IF
           IF AUDITORIA-ABERTA
               CLOSE AUDITORIA-FILE
           END-IF
           DISPLAY "Deteccao de dormencia: " WRK-CONT-NOVAS-DORM
                   " conta(s) marcadas."
           GOBACK.
               EXIT PARAGRAPH
           END-IF

           MOVE CONTA TO WRK-CONTA-ANTES
           MOVE "D" TO CONTA-STATUS
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-CONT-NOVAS-DORM
           PERFORM GRAVA-AUDITORIA-CONTA
           PERFORM RELATA-CONTA-DORMENTE
           PERFORM GRAVA-EVENTO-ALERTA.

      * ---------------------------------------------------------------
      * Trilha da marcacao ("K", imagem da conta antes/depois): a
      * recuperacao do master (CONTFWD) refaz por ela a dormencia
      * marcada depois do ultimo backup. Aberta em extensao na
      * primeira conta marcada, como o arquivo de eventos.
      * ---------------------------------------------------------------
       GRAVA-AUDITORIA-CONTA.
           IF NOT AUDITORIA-ABERTA
               OPEN EXTEND AUDITORIA-FILE
               IF WS-AUDITORIA-STATUS NOT = "00"
                   OPEN OUTPUT AUDITORIA-FILE
               END-IF
               IF WS-AUDITORIA-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR AUDITCLI.DAT: "
                           WS-AUDITORIA-STATUS
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-AUDITORIA-ABERTA
           END-IF
           MOVE SPACES TO AUDITORIA
           MOVE "K" TO AUD-OPERACAO
           MOVE WRK-CONTA-ANTES TO AUD-ANTES (1:51)
           MOVE CONTA TO AUD-DEPOIS (1:51)
           MOVE WRK-DATA-RELATORIO TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE "DORMENTE" TO AUD-OPERADOR
           WRITE AUDITORIA
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO AUDITCLI.DAT: "
                       WS-AUDITORIA-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
      * Avisa o titular: a conta entra no arquivo de eventos que o
      * ALERTAS transforma em SMS/e-mail. Aberto na primeira conta
      * marcada, em extensao (outros programas gravam no mesmo dia).
      * ---------------------------------------------------------------
       GRAVA-EVENTO-ALERTA.
           IF NOT EVENTOS-ABERTO
               OPEN EXTEND EVENTOS-FILE
               IF WS-EVENTOS-STATUS NOT = "00"
                   OPEN OUTPUT EVENTOS-FILE
               END-IF
               IF WS-EVENTOS-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR ALREVT.DAT: "
                           WS-EVENTOS-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-EVENTOS-ABERTO
           END-IF
           MOVE WRK-DATA-RELATORIO TO EVA-DATA
           ACCEPT EVA-HORA FROM TIME
           MOVE "D" TO EVA-EVENTO
           MOVE CONTA-NUMERO TO EVA-CONTA
           MOVE ZEROS TO EVA-VALOR
           MOVE "DORMENTE" TO EVA-ORIGEM
           MOVE SPACES TO EVA-DETALHE
           STRING "SEM MOVIMENTO DESDE " WRK-ULTIMO-MOV
                  DELIMITED BY SIZE INTO EVA-DETALHE
           WRITE EVENTO-ALERTA.

       RELATA-CONTA-DORMENTE.
           MOVE CONTA-CPF TO CPF
