      ******************************************************************
      * Copybook: JANREC
      * Purpose : Counter cutoff control (JANELA.DAT, one record, line
      *           sequential, rewritten whole by CORTECX). BATCH00
      *           closes the counter ("F") before the first step and
      *           reopens it ("A") only when the stream finishes; a
      *           stream that aborts leaves it closed until the rerun
      *           completes. While it is closed CAIXA01 posts nothing
      *           to CONTAS.DAT or HISTORIC.DAT: cash deposits are
      *           queued in CXFILA.DAT (ADIAREC.cpy) and every debit
      *           is refused. The reopening moves the queue to
      *           CXADIAD.DAT, posted by the NEXT stream under the
      *           business date its CALEND01 establishes, and records
      *           here how many postings (and how much) were carried
      *           forward, for the morning summary (JOBJRN01 R). No
      *           file at all means the counter has never been closed.
      ******************************************************************
       01 JANELA-BALCAO.
           02 JAN-SITUACAO PIC X(01).
              88 BALCAO-FECHADO VALUE "F".
              88 BALCAO-ABERTO VALUE "A".
           02 JAN-DATA-FECHAMENTO PIC 9(08).
           02 JAN-HORA-FECHAMENTO PIC 9(06).
           02 JAN-DATA-ABERTURA PIC 9(08).
           02 JAN-HORA-ABERTURA PIC 9(06).
           02 JAN-QTD-ADIADOS PIC 9(05).
           02 JAN-VALOR-ADIADO PIC 9(09)V9(02).
           02 FILLER PIC X(20).
