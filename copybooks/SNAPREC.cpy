      ******************************************************************
      * Copybook: SNAPREC
      * Purpose : Daily account position snapshot (SALDODIA.DAT,
      *           indexed by SNP-CHAVE = account + business date).
      *           Written every night by SALDODIA right after the
      *           trial balance (BALANCETE) proved the master: one
      *           record per account in CONTAS.DAT, closed ones
      *           included, with the closing balance and the rest of
      *           the position of that day -- overdraft limit, active
      *           judicial holds, active term deposits of the account
      *           (principal plus yield accrued, APLIC.DAT) and the
      *           principal still owed on its active loans
      *           (EMPREST.DAT). A rerun on the same date rewrites the
      *           day's records. There is no snapshot for a weekend
      *           or holiday: the position on such a date is the one
      *           of the last business day before it (POSDATA), and
      *           the month's average balance (SALDOMED) weighs each
      *           snapshot by the calendar days it stood.
      ******************************************************************
       01 FOTO-SALDO.
           02 SNP-CHAVE.
              03 SNP-CONTA PIC 9(08).
              03 SNP-DATA PIC 9(08).
           02 SNP-CPF PIC X(11).
           02 SNP-TIPO PIC X(01).
           02 SNP-STATUS PIC X(01).
           02 SNP-SALDO PIC S9(07)V9(02).
           02 SNP-LIMITE PIC 9(07)V9(02).
           02 SNP-BLOQUEADO PIC 9(09)V9(02).
           02 SNP-APLICACOES PIC 9(09)V9(02).
           02 SNP-EMPRESTIMOS PIC 9(09)V9(02).
           02 FILLER PIC X(20).
