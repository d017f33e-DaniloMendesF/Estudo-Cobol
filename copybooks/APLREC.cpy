      ******************************************************************
      * Copybook: APLREC
      * Purpose : Term-deposit (CDB / prazo fixo) master record
      *           (APLIC.DAT, indexed by APL-NUMERO, alternate keys
      *           APL-CONTA and APL-CPF with duplicates). One record
      *           per investment, written by APLICA01 when the value
      *           is taken from the source CONTA (history "A") and
      *           never deleted:
      *             - APL-DT-VENCIMENTO is application date + prazo;
      *               APL-DT-PAGAMENTO the first business day on or
      *               after it (weekends and FERIADOS.DAT), when the
      *               batch pays principal plus yield back ("R");
      *             - CDBDIA accrues the yield every night up to the
      *               maturity date (simple interest on the annual
      *               contracted rate, base 365 days), so
      *               APL-RENDIMENTO-ACUM is always the yield earned
      *               through APL-DT-ULT-APROPRIACAO;
      *             - an early redemption pays the reduced rate
      *               APL-TAXA-RESGATE fixed at application.
      *           APL-CPF is the investing holder of the account --
      *           the one the annual income statement reports.
      ******************************************************************
       01 APLICACAO.
           02 APL-NUMERO PIC 9(08).
           02 APL-CONTA PIC 9(08).
           02 APL-CPF PIC X(11).
           02 APL-DT-APLICACAO PIC 9(08).
           02 APL-PRAZO-DIAS PIC 9(04).
           02 APL-DT-VENCIMENTO PIC 9(08).
           02 APL-DT-PAGAMENTO PIC 9(08).
           02 APL-VALOR-APLICADO PIC 9(07)V9(02).
      *    taxas anuais: contratada e a reduzida do resgate antecipado
           02 APL-TAXA-ANO PIC 9(01)V9(04).
           02 APL-TAXA-RESGATE PIC 9(01)V9(04).
      *    apropriacao diaria (CDBDIA)
           02 APL-DIAS-APROPRIADOS PIC 9(05).
           02 APL-DT-ULT-APROPRIACAO PIC 9(08).
           02 APL-RENDIMENTO-ACUM PIC 9(07)V9(02).
           02 APL-STATUS PIC X(01).
              88 APL-ATIVA VALUE "A".
              88 APL-LIQUIDADA VALUE "L".
              88 APL-RESGATADA VALUE "R".
      *    liquidacao: no vencimento (L) ou antecipada (R)
           02 APL-DT-LIQUIDACAO PIC 9(08).
           02 APL-VALOR-LIQUIDADO PIC 9(07)V9(02).
           02 APL-RENDIMENTO-PAGO PIC 9(07)V9(02).
           02 APL-OPERADOR PIC X(08).
           02 FILLER PIC X(20).
