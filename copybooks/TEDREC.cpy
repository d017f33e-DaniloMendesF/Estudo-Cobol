      ******************************************************************
      * Copybook: TEDREC
      * Purpose : Interbank transfer (TED) request record (TED.DAT,
      *           indexed by TED-NUMERO). One record per TED sent to
      *           another bank, written by CAIXA01 when the value is
      *           debited from the CONTA (history "F") and never
      *           deleted; TED-SITUACAO follows the request:
      *             - "P" pending, debited and waiting for the day's
      *               remittance;
      *             - "E" sent, in remittance TED-REMESSA of
      *               TED-DT-REMESSA (TEDREM);
      *             - "L" settled, confirmed by the return file;
      *             - "D" returned by the other bank, the value
      *               credited back to the CONTA (history "G") with
      *               the reason code and text of the return
      *               (TEDRET).
      *           TED-DOCUMENTO is the beneficiary's CPF (11 digits,
      *           right aligned) or CNPJ (14 digits) per
      *           TED-TIPO-PESSOA.
      ******************************************************************
       01 REGISTRO-TED.
           02 TED-NUMERO PIC 9(06).
           02 TED-DATA PIC 9(08).
           02 TED-HORA PIC 9(06).
           02 TED-CONTA PIC 9(08).
           02 TED-VALOR PIC 9(07)V9(02).
      *    favorecido no outro banco
           02 TED-BANCO-DESTINO PIC 9(03).
           02 TED-AGENCIA-DESTINO PIC 9(04).
           02 TED-CONTA-DESTINO PIC X(12).
           02 TED-TIPO-PESSOA PIC X(01).
              88 TED-PESSOA-FISICA VALUE "F".
              88 TED-PESSOA-JURIDICA VALUE "J".
           02 TED-DOCUMENTO PIC 9(14).
           02 TED-FAVORECIDO PIC X(30).
      *    operador do caixa que registrou o pedido
           02 TED-ORIGEM PIC X(08).
           02 TED-SITUACAO PIC X(01).
              88 TED-PENDENTE VALUE "P".
              88 TED-ENVIADA VALUE "E".
              88 TED-LIQUIDADA VALUE "L".
              88 TED-DEVOLVIDA VALUE "D".
           02 TED-DT-REMESSA PIC 9(08).
           02 TED-REMESSA PIC 9(06).
           02 TED-DT-RETORNO PIC 9(08).
           02 TED-MOTIVO PIC X(02).
           02 TED-MOTIVO-TEXTO PIC X(30).
           02 FILLER PIC X(20).
