      *           the default), one of these records remembers who
      *           asked, when and in which program -- the request
      *           itself is part of the compliance trail.
      *           The retention-based anonymization (ANONLGPD) logs
      *           here too, one "N" record per former customer with
      *           the pseudonym given -- never the CPF it replaced,
      *           so the log cannot undo the anonymization. The
      *           pseudonym sequence continues from the highest one
      *           logged. Access records written before the event
      *           field existed read as spaces ("A").
      ******************************************************************
       01 REGISTRO-LGPD.
           02 LGP-DATA PIC 9(08).
           02 LGP-HORA PIC 9(06).
           02 LGP-OPERADOR PIC X(08).
           02 LGP-PROGRAMA PIC X(11).
           02 LGP-EVENTO PIC X(01).
              88 LGP-ACESSO-ABERTO VALUE "A" " ".
              88 LGP-ANONIMIZACAO VALUE "N".
      *    pseudonimo "AN" + sequencia 9(09), so no evento "N"
           02 LGP-PSEUDONIMO PIC X(11).
           02 LGP-PSEUDO-PARTES REDEFINES LGP-PSEUDONIMO.
              03 LGP-PSEUDO-PREFIXO PIC X(02).
              03 LGP-PSEUDO-SEQ PIC 9(09).
      *    contas do ex-cliente que passaram ao pseudonimo
           02 LGP-QTD-CONTAS PIC 9(03).
