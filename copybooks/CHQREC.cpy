      ******************************************************************
      * Copybook: CHQREC
      * Purpose : Cheque sheet record (CHEQUE.DAT, indexed by
      *           CHQ-CHAVE = account + sheet number). CHEQUE01 writes
      *           one record per sheet when a cheque book is issued
      *           to a checking account (CONTA-CORRENTE); the record
      *           is never deleted and CHQ-SITUACAO follows the sheet:
      *             - "E" issued, blank in the customer's hands and
      *               payable when presented;
      *             - "S" stopped by the customer (CHEQUE01), returned
      *               with reason 21 if presented;
      *             - "P" paid in the clearing (CHQCOMP), debited from
      *               the CONTA as history "Q";
      *             - "1" returned once for lack of funds (reason 11),
      *               may be presented a second time;
      *             - "V" returned for good (reason 12, second time
      *               without funds).
      *           CHQ-DT-MOVIMENTO, CHQ-COMPENSACAO and CHQ-SEQ-COMP
      *           point at the clearing record that paid or returned
      *           the sheet last, so a rerun of the same clearing file
      *           recognizes its own work instead of treating the
      *           sheet as presented twice.
      ******************************************************************
       01 REGISTRO-CHEQUE.
           02 CHQ-CHAVE.
              03 CHQ-CONTA PIC 9(08).
              03 CHQ-NUMERO PIC 9(06).
      *    primeira folha do talao e quem o entregou
           02 CHQ-TALAO PIC 9(06).
           02 CHQ-DT-EMISSAO PIC 9(08).
           02 CHQ-OPERADOR PIC X(08).
           02 CHQ-SITUACAO PIC X(01).
              88 CHQ-EMITIDO VALUE "E".
              88 CHQ-SUSTADO VALUE "S".
              88 CHQ-PAGO VALUE "P".
              88 CHQ-DEVOLVIDO-UMA-VEZ VALUE "1".
              88 CHQ-DEVOLVIDO VALUE "V".
              88 CHQ-PAGAVEL VALUE "E" "1".
           02 CHQ-DT-SUSTACAO PIC 9(08).
           02 CHQ-MOTIVO-SUSTACAO PIC X(30).
      *    ultima apresentacao na compensacao
           02 CHQ-DT-MOVIMENTO PIC 9(08).
           02 CHQ-COMPENSACAO PIC 9(06).
           02 CHQ-SEQ-COMP PIC 9(07).
           02 CHQ-BANCO-APRESENTANTE PIC 9(03).
           02 CHQ-VALOR PIC 9(07)V9(02).
           02 CHQ-QTD-DEVOLUCOES PIC 9(01).
           02 CHQ-ULT-MOTIVO PIC X(02).
           02 FILLER PIC X(20).
