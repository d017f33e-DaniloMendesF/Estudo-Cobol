      ******************************************************************
      * Copybook: LIMREC
      * Purpose : Overdraft limit reduction notice (LIMREV.DAT,
      *           indexed by LRV-CONTA). The monthly limit review
      *           (LIMREV) never cuts a limit on the spot: it records
      *           the reduction here ("A", customer noticed, with the
      *           notice date and the effective date LIM-DIAS-AVISO
      *           days later) and writes the notice to AVISOLIM.DAT.
      *           The first review run on or after the effective
      *           date applies it ("E") -- never below the overdraft
      *           the account is using that day -- or cancels it
      *           ("C") when the account is no longer active, its
      *           limit was changed in the meantime, or a later review
      *           no longer proposes the reduction. One record per
      *           account: a new notice reuses the record of a decided
      *           one.
      ******************************************************************
       01 REGISTRO-LIMREV.
           02 LRV-CONTA PIC 9(08).
           02 LRV-LIMITE-ANTERIOR PIC 9(07)V9(02).
           02 LRV-LIMITE-PROPOSTO PIC 9(07)V9(02).
           02 LRV-DT-AVISO PIC 9(08).
           02 LRV-DT-EFETIVA PIC 9(08).
           02 LRV-SITUACAO PIC X(01).
              88 LRV-AVISADA VALUE "A".
              88 LRV-EFETIVADA VALUE "E".
              88 LRV-CANCELADA VALUE "C".
           02 LRV-MOTIVO PIC X(30).
           02 LRV-DT-SITUACAO PIC 9(08).
           02 FILLER PIC X(19).
