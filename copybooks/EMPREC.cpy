      ******************************************************************
      * Copybook: EMPREC
      * Purpose : Personal-loan contract master record (EMPREST.DAT,
      *           indexed by EMP-NUMERO, alternate keys EMP-CONTA and
      *           EMP-CPF with duplicates). One record per contract,
      *           written by EMPRES01 when the principal is credited
      *           to the CONTA (history "L") and never deleted:
      *             - fixed installments (Price table) on the monthly
      *               contracted rate EMP-TAXA-MES, one PARCELA record
      *               per installment in PARCELA.DAT (PARCREC.cpy);
      *             - EMPRDIA debits each installment on its collection
      *               date (history "P") and keeps EMP-QTD-PAGAS and
      *               EMP-SALDO-DEVEDOR (principal still owed) current;
      *             - an installment paid late carries late interest at
      *               EMP-TAXA-MORA a month, fixed at contracting.
      *           EMP-CPF is the borrowing holder of the account.
      ******************************************************************
       01 EMPRESTIMO.
           02 EMP-NUMERO PIC 9(08).
           02 EMP-CONTA PIC 9(08).
           02 EMP-CPF PIC X(11).
           02 EMP-DT-CONTRATO PIC 9(08).
           02 EMP-VALOR-PRINCIPAL PIC 9(07)V9(02).
      *    taxas mensais: a contratada e a de mora sobre parcela em
      *    atraso (pro rata dia, base 30)
           02 EMP-TAXA-MES PIC 9(01)V9(04).
           02 EMP-TAXA-MORA PIC 9(01)V9(04).
           02 EMP-QTD-PARCELAS PIC 9(03).
           02 EMP-VALOR-PARCELA PIC 9(07)V9(02).
           02 EMP-DT-PRIMEIRO-VENC PIC 9(08).
      *    posicao atualizada pelo debito das parcelas (EMPRDIA)
           02 EMP-QTD-PAGAS PIC 9(03).
           02 EMP-SALDO-DEVEDOR PIC 9(07)V9(02).
           02 EMP-STATUS PIC X(01).
              88 EMP-ATIVO VALUE "A".
              88 EMP-QUITADO VALUE "Q".
           02 EMP-DT-QUITACAO PIC 9(08).
           02 EMP-OPERADOR PIC X(08).
           02 FILLER PIC X(20).
