      * Purpose : Pending-approval record (PENDAPR.DAT, line
      *           sequential). The destructive maintenance operations
      *           -- customer delete (PROG0001), account closure
      *           (CONTAS01), the confirmed same-person merges
      *           (DUPNOME) and the reversal of a posted movement
      *           (CAIXA01) -- no longer apply immediately: they
      *           enqueue one of these records with the requesting
      *           operator and the before-image, and a DIFFERENT
      *           supervisor reviews and confirms or rejects each one
      *           updated and the audit trail written with BOTH
      *           operator IDs. Decided records keep their row with
      *           the verdict as memory of the four-eyes check.
      *           The monthly overdraft limit review (LIMREV) queues
      *           its increases here too ("L"), with the proposed
      *           limit in PEN-CHAVE2 and the reason after the
      *           account image. The supervised transfer of a branch
      *           portfolio (TRFAGE) queues one "G" per branch merge,
      *           and each heir's share of an estate account (OBITO01)
      *           one "H".
      ******************************************************************
       01 PENDENCIA.
           02 PEN-SEQ PIC 9(05).
              88 PEN-EXCLUSAO-CLIENTE VALUE "X".
              88 PEN-ENCERRA-CONTA VALUE "E".
              88 PEN-MERGE-CLIENTES VALUE "F".
              88 PEN-ESTORNO VALUE "R".
              88 PEN-AUMENTA-LIMITE VALUE "L".
              88 PEN-TRANSF-AGENCIA VALUE "G".
              88 PEN-PARTILHA VALUE "H".
      *    chave da operacao: CPF do cliente (X) ou numero da conta
      *    (E, R); no merge (F), o CPF mantido, com o CPF a excluir em
      *    PEN-CHAVE2; no estorno (R), a data do lancamento original
      *    em PEN-CHAVE2; no aumento de limite (L), o numero da
      *    conta e, em PEN-CHAVE2, o limite proposto (9(07)V9(02));
      *    na transferencia de carteira (G), a agencia de origem, com
      *    a de destino em PEN-CHAVE2; na partilha (H), a conta do
      *    espolio, com a conta do herdeiro em PEN-CHAVE2.
           02 PEN-CHAVE PIC X(11).
           02 PEN-CHAVE2 PIC X(11).
      *    imagem "antes" no layout do master afetado (CLIREC para
      *    cliente, CONTAREC para conta, espacos a direita); no
      *    estorno, o lancamento original no layout HISTIREC; no
      *    aumento de limite, a conta seguida do motivo (52:30); na
      *    transferencia de carteira, a quantidade de contas 9(07) e
      *    o saldo total S9(13)V9(02) vistos no pedido; na partilha,
      *    a conta do espolio, o valor da cota 9(07)V9(02) em (52:9)
      *    e a referencia da ordem judicial em (61:30)
           02 PEN-IMAGEM PIC X(300).
           02 PEN-STATUS PIC X(01).
              88 PEN-PENDENTE VALUE "P".
              88 PEN-APROVADA VALUE "A".
