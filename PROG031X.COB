      * registering operator kept on the record. The file is small
      * and rewritten whole on every change, the same convention as
      * the operator registry; released holds keep their record with
      * status "L" as memory of the measure. Each hold registered is
      * also appended to the alert event feed ALREVT.DAT (ALEVREC.cpy)
      * so the nightly ALERTAS run can notify the account holders.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLOQMAN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT EVENTOS-FILE ASSIGN TO "ALREVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  EVENTOS-FILE.
           COPY ALEVREC.

       WORKING-STORAGE SECTION.

       77 WRK-DATA PIC 9(08) VALUE ZEROS.
           02 WS-CONTAS-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
           02 WS-EVENTOS-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-OPCAO PIC X VALUE SPACES.
           MOVE WRK-DATA TO WS-BLQ-DATA (WS-QTD-BLOQUEIOS)
           MOVE "A" TO WS-BLQ-STATUS (WS-QTD-BLOQUEIOS)
           PERFORM REGRAVA-BLOQUEIOS
           PERFORM GRAVA-EVENTO-ALERTA
           DISPLAY "Bloqueio registrado.".

      * ---------------------------------------------------------------
      * Avisa o titular: o bloqueio entra no arquivo de eventos que o
      * ALERTAS transforma em SMS/e-mail na rodada noturna.
      * ---------------------------------------------------------------
       GRAVA-EVENTO-ALERTA.
           OPEN EXTEND EVENTOS-FILE
           IF WS-EVENTOS-STATUS NOT = "00"
               OPEN OUTPUT EVENTOS-FILE
           END-IF
           IF WS-EVENTOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ALREVT.DAT: " WS-EVENTOS-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-DATA TO EVA-DATA
           ACCEPT EVA-HORA FROM TIME
           MOVE "B" TO EVA-EVENTO
           MOVE WS-BLQ-CONTA (WS-QTD-BLOQUEIOS) TO EVA-CONTA
           MOVE WS-BLQ-VALOR (WS-QTD-BLOQUEIOS) TO EVA-VALOR
           MOVE "BLOQMAN" TO EVA-ORIGEM
           MOVE WS-BLQ-MOTIVO (WS-QTD-BLOQUEIOS) TO EVA-DETALHE
           WRITE EVENTO-ALERTA
           CLOSE EVENTOS-FILE.

       LIBERA-BLOQUEIO.
           PERFORM LISTA-BLOQUEIOS
           DISPLAY "Numero do bloqueio a liberar (0 sai): "
