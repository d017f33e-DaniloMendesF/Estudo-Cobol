      *           while inside the overdraft limit), so the net
      *           effect of any record is +HIST-VALOR for "D"/"J"/"C"
      *           and -HIST-VALOR for "S"/"T"/"V"/"E".
      *           A supervisor-approved reversal (APROVA01) never
      *           touches the original line: it posts a new movement
      *           of the opposite sign -- "X" debiting back a credit,
      *           "Y" crediting back a debit -- whose HIST-REFERENCIA
      *           points at the original entry (date + index sequence
      *           + original type). Readers that only need the sign
      *           of a movement test HIST-CREDITO / HIST-DEBITO.
      *           Term deposits (CDB, APLIC.DAT) move money between
      *           the account and the investment: "A" debits the
      *           value applied, "R" credits principal plus yield at
      *           maturity or early redemption, HIST-REFERENCIA
      *           carrying the CDB number and the yield paid.
      *           Personal loans (EMPREST.DAT): "L" credits the
      *           principal released to the account, "P" debits an
      *           installment (plus any late interest), HIST-REFERENCIA
      *           carrying the contract, the installment number and
      *           the late interest contained in the value.
      *           Bill payments ("B", boleto or utility bill) debit
      *           the account; HIST-REFERENCIA carries the payment
      *           number in BOLETOS.DAT (where the barcode, due date
      *           and clearing remittance are) and the beneficiary.
      *           Interbank transfers (TED, TED.DAT): "F" debits the
      *           TED sent to another bank, "G" credits back a TED the
      *           other bank returned, "H" credits a TED received from
      *           another bank; HIST-REFERENCIA carries the TED number
      *           (ours for "F"/"G", the inbound sequence for "H"), the
      *           other bank, the return reason and a short name.
      *           Cheques ("Q", CHEQUE.DAT) debit the sheet paid in the
      *           clearing (CHQCOMP); HIST-REFERENCIA carries the sheet
      *           number, the presenting bank and the clearing file.
      *           A payroll deposit ("D" from a FOLHA01 batch) carries
      *           the mark "FOLHA" and the line of the employer's file
      *           in HIST-REFERENCIA, so the credits received after a
      *           holder's death can be reported back to the employer.
      *           The heirs' payout from an estate account (APROVA01)
      *           posts as a transfer ("E"/"C", origin ESPOLIO) with
      *           the court order reference in HIST-REFERENCIA.
      ******************************************************************
       01 HISTORICO.
           02 HIST-DATA PIC 9(08).
              88 HIST-JUROS-DEV VALUE "V".
              88 HIST-TRANSF-ENV VALUE "E".
              88 HIST-TRANSF-REC VALUE "C".
              88 HIST-ESTORNO-DEB VALUE "X".
              88 HIST-ESTORNO-CRED VALUE "Y".
              88 HIST-APLICACAO VALUE "A".
              88 HIST-RESGATE VALUE "R".
              88 HIST-LIBERACAO VALUE "L".
              88 HIST-PARCELA VALUE "P".
              88 HIST-BOLETO VALUE "B".
              88 HIST-TED-ENVIADA VALUE "F".
              88 HIST-TED-DEVOLVIDA VALUE "G".
              88 HIST-TED-RECEBIDA VALUE "H".
              88 HIST-CHEQUE VALUE "Q".
              88 HIST-CREDITO VALUE "D" "J" "C" "Y" "R" "L" "G" "H".
              88 HIST-DEBITO VALUE "S" "T" "V" "E" "X" "A" "P" "B"
                                   "F" "Q".
           02 HIST-VALOR PIC 9(07)V9(02).
           02 HIST-SALDO-APOS PIC S9(07)V9(02).
           02 HIST-ORIGEM PIC X(08).
      * conta contraparte da transferencia (zeros nos demais tipos e
      * espacos nos registros gravados antes de o campo existir)
           02 HIST-CONTA-CONTRA PIC 9(08).
      * referencia do lancamento (espacos nos tipos que nao a usam e
      * nos registros gravados antes de o campo existir); cada
      * familia de movimento tem a sua visao abaixo.
           02 HIST-REFERENCIA PIC X(20).
      * estorno ("X"/"Y"): o lancamento original, pela chave do
      * historico indexado da conta (data + sequencia) e o tipo dele
           02 HIST-REF-ESTORNO REDEFINES HIST-REFERENCIA.
              03 HIST-EST-DATA PIC 9(08).
              03 HIST-EST-SEQ PIC 9(04).
              03 HIST-EST-TIPO PIC X(01).
              03 HIST-EST-HORA PIC 9(06).
              03 FILLER PIC X(01).
      * aplicacao/resgate de CDB ("A"/"R"): numero da aplicacao em
      * APLIC.DAT e, no resgate, o rendimento contido no valor
           02 HIST-REF-APLICACAO REDEFINES HIST-REFERENCIA.
              03 HIST-APL-NUMERO PIC 9(08).
              03 HIST-APL-RENDIMENTO PIC 9(07)V9(02).
              03 FILLER PIC X(03).
      * emprestimo ("L"/"P"): contrato em EMPREST.DAT, numero da
      * parcela (zeros na liberacao) e a mora contida no valor
           02 HIST-REF-EMPRESTIMO REDEFINES HIST-REFERENCIA.
              03 HIST-EMP-NUMERO PIC 9(08).
              03 HIST-EMP-PARCELA PIC 9(03).
              03 HIST-EMP-MORA PIC 9(07)V9(02).
      * pagamento de conta ("B"): numero do pagamento em BOLETOS.DAT
      * e o beneficiario
           02 HIST-REF-BOLETO REDEFINES HIST-REFERENCIA.
              03 HIST-BOL-NUMERO PIC 9(06).
              03 HIST-BOL-BENEFICIARIO PIC X(14).
      * TED ("F"/"G"/"H"): numero da TED, banco da outra ponta,
      * motivo da devolucao ("G") e o nome abreviado do favorecido
      * ou do remetente
           02 HIST-REF-TED REDEFINES HIST-REFERENCIA.
              03 HIST-TED-NUMERO PIC 9(06).
              03 HIST-TED-BANCO PIC 9(03).
              03 HIST-TED-MOTIVO PIC X(02).
              03 HIST-TED-NOME PIC X(09).
      * cheque compensado ("Q"): numero da folha em CHEQUE.DAT, banco
      * que apresentou e o numero do arquivo de compensacao
           02 HIST-REF-CHEQUE REDEFINES HIST-REFERENCIA.
              03 HIST-CHQ-NUMERO PIC 9(06).
              03 HIST-CHQ-BANCO PIC 9(03).
              03 HIST-CHQ-COMPENSACAO PIC 9(06).
              03 FILLER PIC X(05).
      * deposito de folha ("D" de lote FOLHA01): marca "FOLHA" e a
      * linha da folha do empregador
           02 HIST-REF-FOLHA REDEFINES HIST-REFERENCIA.
              03 HIST-FOL-MARCA PIC X(05).
              03 HIST-FOL-SEQ PIC 9(09).
              03 FILLER PIC X(06).
