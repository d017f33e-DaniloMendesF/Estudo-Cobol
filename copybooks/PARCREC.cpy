      ******************************************************************
      * Copybook: PARCREC
      * Purpose : Loan installment record (PARCELA.DAT, indexed by
      *           PAR-CHAVE = contract + installment number, so a
      *           contract's schedule reads in due order). The whole
      *           Price schedule is written by EMPRES01 at contracting:
      *             - PAR-VALOR = PAR-AMORTIZACAO + PAR-JUROS, the
      *               same fixed value on every installment except a
      *               last-installment rounding adjustment;
      *             - PAR-DT-VENCIMENTO is the contractual due date,
      *               PAR-DT-COBRANCA the first business day on or
      *               after it (weekends and FERIADOS.DAT), when
      *               EMPRDIA first tries the debit without late
      *               interest;
      *             - while open past the collection date the
      *               installment is in arrears: PAR-DIAS-ATRASO
      *               (calendar days since the due date) and PAR-MORA
      *               are recomputed every night until it is paid.
      ******************************************************************
       01 PARCELA.
           02 PAR-CHAVE.
              03 PAR-CONTRATO PIC 9(08).
              03 PAR-NUMERO PIC 9(03).
           02 PAR-CONTA PIC 9(08).
           02 PAR-DT-VENCIMENTO PIC 9(08).
           02 PAR-DT-COBRANCA PIC 9(08).
           02 PAR-VALOR PIC 9(07)V9(02).
           02 PAR-AMORTIZACAO PIC 9(07)V9(02).
           02 PAR-JUROS PIC 9(07)V9(02).
      *    saldo devedor do contrato depois desta parcela
           02 PAR-SALDO-APOS PIC 9(07)V9(02).
           02 PAR-DIAS-ATRASO PIC 9(05).
           02 PAR-MORA PIC 9(07)V9(02).
           02 PAR-STATUS PIC X(01).
              88 PAR-ABERTA VALUE "A".
              88 PAR-PAGA VALUE "P".
           02 PAR-DT-PAGAMENTO PIC 9(08).
           02 PAR-VALOR-PAGO PIC 9(07)V9(02).
           02 FILLER PIC X(10).
