      ******************************************************************
      * Copybook: TITREC
      * Purpose : Account holder relationship (TITULAR.DAT, indexed by
      *           conta + CPF, alternate key on the CPF with
      *           duplicates). An account with a single owner has no
      *           record here: its holder is CONTA-CPF. A joint
      *           account has one record per holder -- exactly one
      *           TIT-PRINCIPAL, whose CPF is CONTA-CPF, and one or
      *           more TIT-SECUNDARIO -- all carrying the same joint
      *           type: "E" (conjunta E, every holder signs) or "O"
      *           (conjunta OU, any holder signs alone). Maintained
      *           by CONTAS01 option T, every CPF validated against
      *           CLIENTES; AUDICONT reconciles it nightly.
      ******************************************************************
       01 TITULARIDADE.
           02 TIT-CHAVE.
              03 TIT-CONTA PIC 9(08).
              03 TIT-CPF PIC X(11).
           02 TIT-PAPEL PIC X(01).
              88 TIT-PRINCIPAL VALUE "P".
              88 TIT-SECUNDARIO VALUE "S".
           02 TIT-SOLIDARIEDADE PIC X(01).
              88 TIT-CONJUNTA-E VALUE "E".
              88 TIT-CONJUNTA-OU VALUE "O".
           02 TIT-DT-INCLUSAO PIC 9(08).
