      ******************************************************************
      * Copybook: ALRPREC
      * Purpose : Customer alert preferences (ALERTPRF.DAT, indexed by
      *           ALP-CPF), maintained at the branch in ALERTA01. The
      *           customer chooses the channel -- SMS to the mobile in
      *           TELEFONE, e-mail to EMAIL, or both -- and, event by
      *           event ("S" wants it), which alerts to receive:
      *             1 large withdrawal or transfer (ALR-VALOR-ALTO)
      *             2 account entering the overdraft (cheque especial)
      *             3 judicial hold registered (BLOQMAN)
      *             4 account flagged dormant (DORMENTE)
      *             5 standing order not executed
      *           A customer without a record receives no alert. The
      *           nightly ALERTAS generator sends each event of an
      *           account to every holder who opted for it.
      ******************************************************************
       01 PREFERENCIA-ALERTA.
           02 ALP-CPF PIC X(11).
           02 ALP-CANAL PIC X(01).
              88 ALP-POR-SMS VALUE "S".
              88 ALP-POR-EMAIL VALUE "E".
              88 ALP-POR-AMBOS VALUE "A".
              88 ALP-CANAL-VALIDO VALUE "S" "E" "A".
           02 ALP-EVENTOS.
              03 ALP-MOVTO-ALTO PIC X(01).
              03 ALP-CHEQUE-ESPECIAL PIC X(01).
              03 ALP-BLOQUEIO PIC X(01).
              03 ALP-DORMENCIA PIC X(01).
              03 ALP-ORDEM-FALHA PIC X(01).
           02 ALP-TAB-EVENTOS REDEFINES ALP-EVENTOS.
              03 ALP-QUER-EVENTO PIC X(01) OCCURS 5 TIMES.
           02 ALP-DT-ATUALIZACAO PIC 9(08).
           02 ALP-OPERADOR PIC X(08).
           02 FILLER PIC X(20).
