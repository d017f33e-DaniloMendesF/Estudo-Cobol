      *           apply: before-image on include, after-image on
      *           delete). Account closures approved through the
      *           maker-checker queue log here too ("E"), with the
      *           CONTAREC.cpy image in AUD-ANTES, and so do approved
      *           reversals ("R": account before/after in the first
      *           51 bytes of AUD-ANTES/AUD-DEPOIS, followed by the
      *           original entry and the reversal entry, in the
      *           HISTIREC/HISTREC layouts), as do the approved
      *           overdraft limit increases of the monthly review
      *           ("L": account before/after in the first 51 bytes)
      *           and the limit reductions LIMREV applies after the
      *           customer notice. The supervised transfer of a
      *           branch portfolio (TRFAGE) logs one "G" per account
      *           moved, account before/after in the first 51 bytes.
      *           A death registered in OBITO01 logs the customer
      *           before/after ("O") and one "I" per account put in
      *           estate (account before/after in the first 51
      *           bytes); each approved payout of an heir's share
      *           ("H") carries the estate account before/after in
      *           the first 51 bytes, the heir's account before/after
      *           in the next 51 and the court order reference at
      *           103 (30 bytes) of both images.
      *           The direct account maintenance of CONTAS01 (opening,
      *           owner change, overdraft limit, reactivation), the
      *           dormancy flag set by DORMENTE and the owner change of
      *           each account of the removed CPF in an approved
      *           customer merge (APROVA01) log a "K", account
      *           before/after in the first 51 bytes (before-image in
      *           spaces on an opening), so that every change to the
      *           account master outside the balance is journaled
      *           here and forward recovery (CONTFWD) can replay it.
      *           The LGPD anonymization of a former customer
      *           (ANONLGPD) logs an "N" with the anonymized customer
      *           in the after-image and the before-image in spaces
      *           (the personal data must not survive anywhere), plus
      *           a "K" per account moved to the pseudonym. The same
      *           run rewrites the earlier images of that customer
      *           in this file with the pseudonym, keeping the record
      *           count -- the forward-recovery point stays valid.
      *           A periodic cadastral review recorded in PROG0001
      *           (option R) logs a "V", customer before/after, the
      *           after-image carrying the new review date and risk.
      *           Operations that went through the approval queue
      *           carry the second supervisor in AUD-APROVADOR (spaces
      *           on the direct maintenance paths).
      ******************************************************************
       01 AUDITORIA.
           02 AUD-DATA PIC 9(08).
              88 AUD-ALTERACAO VALUE "M".
              88 AUD-EXCLUSAO VALUE "D".
              88 AUD-ENCERRAMENTO VALUE "E".
              88 AUD-ESTORNO VALUE "R".
              88 AUD-LIMITE VALUE "L".
              88 AUD-TRANSF-AGENCIA VALUE "G".
              88 AUD-OBITO VALUE "O".
              88 AUD-ESPOLIO VALUE "I".
              88 AUD-PARTILHA VALUE "H".
              88 AUD-MANUT-CONTA VALUE "K".
              88 AUD-ANONIMIZACAO VALUE "N".
              88 AUD-REVISAO-CADASTRAL VALUE "V".
      *       ocorrencias cuja imagem e a da conta (CONTAREC)
              88 AUD-OPERACAO-CONTA VALUE "E" "R" "L" "G" "I" "H"
                                          "K".
           02 AUD-OPERADOR PIC X(08).
           02 AUD-ANTES PIC X(300).
           02 AUD-DEPOIS PIC X(300).
           02 AUD-APROVADOR PIC X(08).
