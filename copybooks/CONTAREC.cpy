      *           especial) limit: withdrawals are honored down to
      *           saldo = -limite, and the month-end debit-interest
      *           accrual (JURODEV) charges the days spent negative.
      *           CONTA-AGENCIA is the branch that holds the account:
      *           it bounds which tellers and operators may work it
      *           (supervisors work every branch), groups the reports
      *           by branch and is only changed by the supervised
      *           portfolio transfer (TRFAGE) when a branch is merged.
      *           Masters written before the limit or the branch
      *           existed are migrated with the CONTMIG/CONTREST
      *           cutover pair.
      ******************************************************************
       01 CONTA.
           02 CONTA-NUMERO PIC 9(08).
              88 CONTA-ATIVA VALUE "A".
              88 CONTA-ENCERRADA VALUE "E".
              88 CONTA-DORMENTE VALUE "D".
      *    espolio = titular falecido (obito registrado em OBITO01):
      *    recebe creditos, mas nenhum debito passa, salvo a partilha
      *    autorizada por ordem judicial e aprovada em APROVA01; ao
      *    fim do inventario, saldo zerado, encerra-se como as demais.
              88 CONTA-ESPOLIO VALUE "O".
           02 CONTA-SALDO PIC S9(07)V9(02).
           02 CONTA-LIMITE-CREDITO PIC 9(07)V9(02).
      *    produto da conta: corrente remunera por tier (JUROS01) e
           02 CONTA-TIPO PIC X(01).
              88 CONTA-CORRENTE VALUE "C".
              88 CONTA-POUPANCA VALUE "P".
      *    agencia que detem a conta (0001 = sede, onde caem as contas
      *    migradas de antes do campo)
           02 CONTA-AGENCIA PIC 9(04).
