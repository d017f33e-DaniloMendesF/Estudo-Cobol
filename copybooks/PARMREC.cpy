      *           key wins, so a future-dated change can be registered
      *           ahead of time. Keys in use:
      *             LIMITE-PADRAO       tier cutoff (CONDICIONAIS,
      *                                 JUROS01, SALDOMED)
      *             LIMITE-PREMIUM      tier cutoff (CONDICIONAIS,
      *                                 JUROS01, SALDOMED)
      *             TAXA-UNITARIA       deposit maintenance-fee rate
      *                                 (OPERADORES2)
      *             JUROS-BAIXA/PADRAO/PREMIUM  monthly credit interest
      *                                 overdrawn days (JURODEV)
      *             MESES-DORMENCIA     months without movement before
      *                                 an account is flagged dormant
      *                                 (DORMENTE, PLDDIA)
      *             TARIFA-PADRAO/PREMIUM  flat monthly maintenance
      *                                 fee per tier, BAIXA waived
      *                                 (TARIFAS)
      *             RG-UF-xx            RG length range MMNN for UF xx
      *                                 (PROG0001, REVISA01)
      *             CDB-TAXA-ANO        annual table rate of new term
      *                                 deposits (APLICA01)
      *             CDB-FATOR-RESGATE   fraction of the contracted rate
      *                                 paid on early redemption
      *                                 (APLICA01)
      *             CDB-PRAZO-MINIMO    minimum CDB term, calendar
      *                                 days (APLICA01)
      *             EMP-TAXA-MES        monthly table rate of new
      *                                 personal loans (EMPRES01)
      *             EMP-TAXA-MORA       monthly late-interest rate
      *                                 fixed on new loan contracts
      *                                 (EMPRES01)
      *             EMP-MAX-PARCELAS    maximum number of monthly loan
      *                                 installments (EMPRES01)
      *             PLD-LIMITE-ESPECIE  cash movement amount that opens
      *                                 an AML case; also the sum that
      *                                 makes split deposits and same-
      *                                 day turnover suspicious (PLDDIA)
      *             PLD-JANELA-DIAS     calendar days of the split-
      *                                 deposit window (PLDDIA)
      *             PLD-PERC-GIRO       fraction of the day's credits
      *                                 leaving the same day (PLDDIA)
      *             PLD-LIMITE-DESPERTAR movement that makes a long
      *                                 idle account suspicious
      *                                 (PLDDIA)
      *             CHQ-FOLHAS-TALAO    sheets per cheque book issued
      *                                 (CHEQUE01)
      *             CCF-DEVOLUCOES      returns for lack of funds that
      *                                 flag the CPF to the CCF
      *                                 registry (CHQCOMP)
      *             EFIN-LIMITE-MOVTO   monthly global credits or
      *                                 debits of a CPF above which it
      *                                 is declared (EFINANC)
      *             EFIN-LIMITE-SALDO   month-end global balance of a
      *                                 CPF above which it is declared
      *                                 (EFINANC)
      *             LIM-FATOR-FOLHA     multiple of the average monthly
      *                                 payroll credit granted as
      *                                 overdraft limit (LIMREV)
      *             LIM-FATOR-SALDO     fraction of the positive
      *                                 average balance granted when
      *                                 there is no payroll (LIMREV)
      *             LIM-TETO            maximum limit the review
      *                                 proposes (LIMREV)
      *             LIM-DIAS-NEGATIVO   days negative in the six
      *                                 months above which the limit
      *                                 is cut (LIMREV)
      *             LIM-FATOR-REDUCAO   fraction kept of the limit in
      *                                 that cut (LIMREV)
      *             LIM-VARIACAO-MINIMA smallest change worth
      *                                 proposing (LIMREV)
      *             LIM-DIAS-AVISO      calendar days between the
      *                                 customer notice and a limit
      *                                 reduction (LIMREV)
      *             ALR-VALOR-ALTO      withdrawal or transfer amount
      *                                 that alerts the customer
      *                                 (ALERTAS)
      *             LGPD-ANOS-RETENCAO  years after the last movement
      *                                 of a former customer's closed
      *                                 accounts before the personal
      *                                 data is anonymized (ANONLGPD)
      *             KYC-MESES-RISCO-B/M/A  months between cadastral
      *                                 reviews per risk category
      *                                 (KYCPD: CONTAS01, ORDEMAN,
      *                                 KYCREV)
      *             KYC-MESES-CARENCIA  months after the review falls
      *                                 due before new accounts and
      *                                 standing orders are refused
      *             KYC-DT-LEGADO       AAAAMMDD taken as the last
      *                                 review of customers registered
      *                                 before the review date existed
      *                                 (unset: always recalled, never
      *                                 refused)
      ******************************************************************
       01 PARAMETRO.
           02 PARM-CHAVE PIC X(20).
