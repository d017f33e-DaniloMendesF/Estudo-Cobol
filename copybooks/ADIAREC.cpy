      ******************************************************************
      * Copybook: ADIAREC
      * Purpose : Counter posting taken after the cutoff (line
      *           sequential). CAIXA01 appends one record to CXFILA.DAT
      *           for each cash deposit received while the nightly
      *           stream holds the counter closed (JANREC.cpy); the
      *           customer gets a receipt marked for credit on the
      *           next business day and the cash counts in the
      *           teller's drawer as usual. When the stream finishes,
      *           CORTECX moves the queue to CXADIAD.DAT, and the next
      *           stream turns that file into a regular batch (origem
      *           CXCORTE) in TRANSACOES.DAT ahead of OPERADORES2, so
      *           the deposit posts under the batch rules with the
      *           business date of that night. ADI-DATA-NEGOCIO is the
      *           business date the counter was working under when
      *           the deposit was taken, kept for the audit trail.
      ******************************************************************
       01 LANCAMENTO-ADIADO.
           02 ADI-DATA PIC 9(08).
           02 ADI-HORA PIC 9(06).
           02 ADI-OPERADOR PIC X(08).
           02 ADI-CONTA PIC 9(08).
           02 ADI-TIPO PIC X(01).
              88 ADI-DEPOSITO VALUE "D".
           02 ADI-VALOR PIC 9(07)V9(02).
           02 ADI-DATA-NEGOCIO PIC 9(08).
           02 FILLER PIC X(20).
