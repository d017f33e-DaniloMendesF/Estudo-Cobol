      ******************************************************************
      * Copybook: CXAREC
      * Purpose : Teller cash drawer record layout. CAIXAS.DAT (line
      *           sequential, small file rewritten whole by CAIXA01)
      *           keeps one record per OPER-ID: the teller's current
      *           or last drawer. Opening sets CXA-ABERTA with the
      *           starting cash; closing fills the receipt totals,
      *           the expected cash (opening + deposits - withdrawals
      *           in RECIBOS.DAT since the opening), the cash counted
      *           by the teller and the difference (negative =
      *           shortage, positive = overage), and appends the
      *           closed record to FECHACX.DAT, which RESCAIXA reads
      *           for the branch summary. A record still CXA-ABERTA
      *           from an earlier date is a drawer left open
      *           overnight. CXA-AGENCIA is the teller's home branch
      *           at the opening; a drawer recorded before the field
      *           existed (blank) belongs to branch 0001.
      ******************************************************************
       01 GAVETA.
           02 CXA-OPER-ID PIC X(08).
           02 CXA-DATA-ABERTURA PIC 9(08).
           02 CXA-HORA-ABERTURA PIC 9(06).
           02 CXA-STATUS PIC X(01).
              88 CXA-ABERTA VALUE "A".
              88 CXA-FECHADA VALUE "F".
           02 CXA-VALOR-ABERTURA PIC 9(07)V9(02).
           02 CXA-DATA-FECHAMENTO PIC 9(08).
           02 CXA-HORA-FECHAMENTO PIC 9(06).
           02 CXA-QTD-RECIBOS PIC 9(05).
           02 CXA-TOTAL-ENTRADAS PIC 9(09)V9(02).
           02 CXA-TOTAL-SAIDAS PIC 9(09)V9(02).
           02 CXA-ESPERADO PIC S9(09)V9(02).
           02 CXA-CONTADO PIC 9(09)V9(02).
           02 CXA-DIFERENCA PIC S9(09)V9(02).
           02 CXA-AGENCIA PIC 9(04).
