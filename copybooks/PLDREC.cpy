      ******************************************************************
      * Copybook: PLDREC
      * Purpose : Anti-money-laundering (PLD) case record (PLDCASO.DAT,
      *           indexed by PLD-NUMERO, alternate key PLD-CPF with
      *           duplicates). One record per suspicious pattern the
      *           nightly monitoring (PLDDIA) finds in the indexed
      *           history, attributed to the account holder's CPF:
      *             "E" single cash movement ("D"/"S") at or above
      *                 PLD-LIMITE-ESPECIE;
      *             "F" structuring: several deposits, each below the
      *                 limit, adding up to it within PLD-JANELA-DIAS;
      *             "G" money in ("D"/"C") and out again ("S"/"E") of
      *                 the CPF's accounts on the same day;
      *             "W" an account that had not moved for the dormancy
      *                 term (MESES-DORMENCIA) waking up with movement
      *                 at or above PLD-LIMITE-DESPERTAR.
      *           The case opens "A"; a compliance analyst closes it in
      *           PLDMAN as confirmed ("C") or discarded ("D") with a
      *           written opinion, and PLDCOAF lists the confirmed ones
      *           for the regulator once, stamping PLD-DT-COMUNICACAO.
      ******************************************************************
       01 CASO-PLD.
           02 PLD-NUMERO PIC 9(08).
           02 PLD-CPF PIC X(11).
           02 PLD-CONTA PIC 9(08).
           02 PLD-DT-DETECCAO PIC 9(08).
      *    data do movimento (ou do ultimo dia da janela) que disparou
           02 PLD-DT-MOVIMENTO PIC 9(08).
           02 PLD-TIPO PIC X(01).
              88 PLD-ESPECIE VALUE "E".
              88 PLD-FRACIONADO VALUE "F".
              88 PLD-GIRO-RAPIDO VALUE "G".
              88 PLD-DESPERTAR VALUE "W".
           02 PLD-VALOR PIC 9(09)V9(02).
           02 PLD-QTD-MOVIMENTOS PIC 9(04).
           02 PLD-DESCRICAO PIC X(40).
           02 PLD-STATUS PIC X(01).
              88 PLD-ABERTO VALUE "A".
              88 PLD-CONFIRMADO VALUE "C".
              88 PLD-DESCARTADO VALUE "D".
      *    decisao do analista (PLDMAN)
           02 PLD-DT-DECISAO PIC 9(08).
           02 PLD-ANALISTA PIC X(08).
           02 PLD-PARECER PIC X(60).
      *    comunicacao ao regulador (PLDCOAF); zeros = ainda nao
           02 PLD-DT-COMUNICACAO PIC 9(08).
           02 FILLER PIC X(20).
