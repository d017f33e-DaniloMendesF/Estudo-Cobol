      ******************************************************************
      * Copybook: BOLREC
      * Purpose : Bill payment record (BOLETOS.DAT, line sequential,
      *           append only). One record per boleto or utility bill
      *           ("conta de consumo") paid from an account, at the
      *           counter (CAIXA01) or as a "B" movement of
      *           TRANSACOES.DAT (OPERADORES2), together with the
      *           debit (CAIXA01 writes it first and takes it out
      *           again if the account rewrite fails; OPERADORES2
      *           refuses "B" movements when BOLETOS.DAT cannot be
      *           opened and stops the run if the write fails); the
      *           account history carries the "B" movement with
      *           BOL-NUMERO and the beneficiary.
      *           BOL-LINHA is the typed line (47 digits bank boleto,
      *           48 digits utility bill), BOL-CODIGO-BARRAS the
      *           44-digit barcode rebuilt from it, which is what goes
      *           to the clearing house in the daily remittance
      *           (BOLREM). BOL-DT-VENCIMENTO is zeros when the bill
      *           carries no due date.
      ******************************************************************
       01 PAGAMENTO-BOLETO.
           02 BOL-NUMERO PIC 9(06).
           02 BOL-DATA PIC 9(08).
           02 BOL-HORA PIC 9(06).
           02 BOL-CONTA PIC 9(08).
           02 BOL-TIPO PIC X(01).
              88 BOL-BANCARIO VALUE "B".
              88 BOL-CONVENIO VALUE "C".
           02 BOL-LINHA PIC X(48).
           02 BOL-CODIGO-BARRAS PIC X(44).
           02 BOL-DT-VENCIMENTO PIC 9(08).
           02 BOL-VALOR PIC 9(07)V9(02).
           02 BOL-BENEFICIARIO PIC X(30).
      *    operador do caixa ou origem do lote que pagou
           02 BOL-ORIGEM PIC X(08).
           02 FILLER PIC X(16).
