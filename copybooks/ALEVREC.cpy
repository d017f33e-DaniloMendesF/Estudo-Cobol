      ******************************************************************
      * Copybook: ALEVREC
      * Purpose : Customer alert event feed (ALREVT.DAT, line
      *           sequential, appended). The events that leave no
      *           trace in the history are recorded here by the
      *           program where they happen, for the nightly ALERTAS
      *           generator to turn into messages:
      *             "B" judicial hold registered (BLOQMAN)
      *             "D" account flagged dormant (DORMENTE)
      *             "O" standing order movement rejected at posting
      *                 (OPERADORES2, batch of origem ORDENSP), with
      *                 the rejection reason
      *           The stream moves the file to processados/ once the
      *           generator has read it, so each event is sent once.
      ******************************************************************
       01 EVENTO-ALERTA.
           02 EVA-DATA PIC 9(08).
           02 EVA-HORA PIC 9(06).
           02 EVA-EVENTO PIC X(01).
              88 EVA-BLOQUEIO VALUE "B".
              88 EVA-DORMENCIA VALUE "D".
              88 EVA-ORDEM-FALHA VALUE "O".
           02 EVA-CONTA PIC 9(08).
           02 EVA-VALOR PIC 9(07)V9(02).
           02 EVA-ORIGEM PIC X(11).
           02 EVA-DETALHE PIC X(40).
