      ******************************************************************
      * Copybook: CCFREC
      * Purpose : Bad-cheque control per customer (CCF.DAT, indexed by
      *           CCF-CPF). CHQCOMP creates the record on the first
      *           cheque of the CPF returned for lack of funds (reason
      *           11 or 12) and counts every such return; once the
      *           count reaches CCF-DEVOLUCOES (PARAMS.DAT) the CPF is
      *           flagged "I" for the CCF bad-cheque registry with the
      *           date, listed that night in RELCCF.DAT, and CHEQUE01
      *           issues no further cheque books to it. The CPF is the
      *           principal holder of the account (CONTA-CPF).
      ******************************************************************
       01 REGISTRO-CCF.
           02 CCF-CPF PIC X(11).
           02 CCF-QTD-SEM-FUNDOS PIC 9(03).
           02 CCF-DT-ULTIMA PIC 9(08).
           02 CCF-ULT-CONTA PIC 9(08).
           02 CCF-ULT-CHEQUE PIC 9(06).
           02 CCF-SITUACAO PIC X(01).
              88 CCF-EM-OBSERVACAO VALUE "M".
              88 CCF-INDICADO VALUE "I".
           02 CCF-DT-INDICACAO PIC 9(08).
           02 FILLER PIC X(15).
