      ******************************************************************
      * Copybook: RECIREC
      * Purpose : Counter receipt line (RECIBOS.DAT, line sequential,
      *           appended by CAIXA01). LINHA-RECIBO is the printed
      *           line handed to the customer; RECIBO-DETALHE is the
      *           same 80 bytes seen field by field, so the drawer
      *           close can total the teller's receipts. REC-OPCAO is
      *           the teller option ("D" deposit = cash in, "S"
      *           withdrawal = cash out, "B" bill payment and "T"
      *           TED to another bank, both debited from the account
      *           = no cash). An approved reversal of a counter
      *           deposit ("X") or withdrawal ("Y") is appended by
      *           APROVA01 under the original teller, date and time;
      *           the drawer close takes it off the cash in or out.
      ******************************************************************
       01 LINHA-RECIBO PIC X(80).
       01 RECIBO-DETALHE.
           02 REC-PREFIXO PIC X(07).
           02 REC-DATA PIC 9(08).
           02 FILLER PIC X(01).
           02 REC-HORA PIC 9(06).
           02 FILLER PIC X(07).
           02 REC-CONTA PIC 9(08).
           02 FILLER PIC X(01).
           02 REC-OPCAO PIC X(01).
              88 REC-ENTRADA VALUE "D".
              88 REC-SAIDA VALUE "S".
              88 REC-ESTORNO-ENTRADA VALUE "X".
              88 REC-ESTORNO-SAIDA VALUE "Y".
           02 FILLER PIC X(01).
           02 REC-VALOR PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(07).
           02 REC-SALDO PIC ZZZ,ZZ9.99-.
           02 FILLER PIC X(04).
           02 REC-OPERADOR PIC X(08).
