      *           options the operator may use (only supervisors reach
      *           the customer delete and the operator administration)
      *           and OPER-FALHAS drives the lockout after repeated
      *           failed attempts. OPER-AGENCIA is the operator's
      *           home branch: a non-supervisor only works accounts of
      *           that branch in CAIXA01 and CONTAS01. Records written
      *           before the field read it as spaces and are taken as
      *           the head office (0001).
      ******************************************************************
       01 OPERADOR.
           02 OPER-ID PIC X(08).
              88 OPER-BLOQUEADO VALUE "B".
              88 OPER-DESATIVADO VALUE "D".
           02 OPER-FALHAS PIC 9(02).
           02 OPER-AGENCIA PIC 9(04).
