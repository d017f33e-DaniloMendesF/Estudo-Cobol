      ******************************************************************
      * Copybook: KYCPD
      * Purpose : Shared cadastral-review (KYC) paragraphs. COPY at
      *           the end of the PROCEDURE DIVISION of any program
      *           that must know whether a customer's periodic review
      *           is due, together with KYCWS.cpy in WORKING-STORAGE
      *           (see that copybook for the names the consuming
      *           program must provide). One place for the rule, so
      *           the recall list (KYCREV) and the refusals (CONTAS01
      *           new account and new joint holder, ORDEMAN new
      *           standing order) cannot drift apart:
      *             - the next review falls due the review period of
      *               the customer's risk category (KYC-MESES-RISCO-B,
      *               -M, -A; blank risk = medium) after the last one;
      *             - after KYC-MESES-CARENCIA more months it is
      *               overdue and new business is refused until the
      *               review is recorded (PROG0001 option R);
      *             - a customer registered before the review date
      *               existed counts from KYC-DT-LEGADO; while that
      *               parameter is unset, such a customer is due (and
      *               recalled) but never refused.
      ******************************************************************
      * ---------------------------------------------------------------
      * Prazos do arquivo de parametros, mesmo criterio dos demais
      * consumidores: todo registro cuja vigencia ja chegou, o ultimo
      * aplicavel vence. Arquivo ausente = defaults de fabrica.
      * ---------------------------------------------------------------
       LE-PARAMETROS-KYC.
           OPEN INPUT PARAMETROS-FILE
           IF WS-PARAMETROS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-PARM-KYC
           PERFORM UNTIL FIM-PARAMETROS-KYC
               READ PARAMETROS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-PARM-KYC
                   NOT AT END
                       PERFORM APLICA-PARAMETRO-KYC
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-FILE.

      * prazo zero tornaria todo cliente vencido: ignorado
       APLICA-PARAMETRO-KYC.
           IF PARM-DT-VIGENCIA IS NOT NUMERIC OR
              PARM-DT-VIGENCIA > WRK-KYC-DATA-REF OR
              PARM-VALOR = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE PARM-CHAVE
               WHEN "KYC-MESES-RISCO-B"
                   IF FUNCTION NUMVAL (PARM-VALOR) >= 1
                       COMPUTE WRK-KYC-MESES-BAIXO =
                           FUNCTION NUMVAL (PARM-VALOR)
                   END-IF
               WHEN "KYC-MESES-RISCO-M"
                   IF FUNCTION NUMVAL (PARM-VALOR) >= 1
                       COMPUTE WRK-KYC-MESES-MEDIO =
                           FUNCTION NUMVAL (PARM-VALOR)
                   END-IF
               WHEN "KYC-MESES-RISCO-A"
                   IF FUNCTION NUMVAL (PARM-VALOR) >= 1
                       COMPUTE WRK-KYC-MESES-ALTO =
                           FUNCTION NUMVAL (PARM-VALOR)
                   END-IF
               WHEN "KYC-MESES-CARENCIA"
                   COMPUTE WRK-KYC-MESES-CARENCIA =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "KYC-DT-LEGADO"
                   IF PARM-VALOR (1:8) IS NUMERIC
                       MOVE PARM-VALOR (1:8) TO WRK-KYC-DT-LEGADO
                   END-IF
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Situacao da revisao do cliente do registro CLIENTE na data
      * WRK-KYC-DATA-REF: em dia, vencida (ainda na carencia) ou
      * bloqueada, com as datas de vencimento e limite da carencia.
      * ---------------------------------------------------------------
       AVALIA-REVISAO-KYC.
           EVALUATE TRUE
               WHEN RISCO-BAIXO
                   MOVE WRK-KYC-MESES-BAIXO TO WRK-KYC-PRAZO
               WHEN RISCO-ALTO
                   MOVE WRK-KYC-MESES-ALTO TO WRK-KYC-PRAZO
               WHEN OTHER
                   MOVE WRK-KYC-MESES-MEDIO TO WRK-KYC-PRAZO
           END-EVALUATE
           IF DT-REVISAO-CADASTRAL IS NUMERIC AND
              DT-REVISAO-CADASTRAL > ZEROS
               MOVE DT-REVISAO-CADASTRAL TO WRK-KYC-DT-BASE
           ELSE
               MOVE WRK-KYC-DT-LEGADO TO WRK-KYC-DT-BASE
           END-IF

      * nunca revisado e sem data de legado: chamado sempre, sem
      * data para contar a carencia
           IF WRK-KYC-DT-BASE = ZEROS
               MOVE ZEROS TO WRK-KYC-DT-VENCIMENTO
               MOVE ZEROS TO WRK-KYC-DT-LIMITE
               MOVE "V" TO WS-KYC-SITUACAO
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-KYC-DT-BASE TO WRK-KYC-DATA-SOMA
           MOVE WRK-KYC-PRAZO TO WRK-KYC-MESES-SOMA
           PERFORM SOMA-MESES-KYC
           MOVE WRK-KYC-DATA-SOMA TO WRK-KYC-DT-VENCIMENTO
           MOVE WRK-KYC-MESES-CARENCIA TO WRK-KYC-MESES-SOMA
           PERFORM SOMA-MESES-KYC
           MOVE WRK-KYC-DATA-SOMA TO WRK-KYC-DT-LIMITE

           EVALUATE TRUE
               WHEN WRK-KYC-DATA-REF < WRK-KYC-DT-VENCIMENTO
                   MOVE "E" TO WS-KYC-SITUACAO
               WHEN WRK-KYC-DATA-REF NOT > WRK-KYC-DT-LIMITE
                   MOVE "V" TO WS-KYC-SITUACAO
               WHEN OTHER
                   MOVE "B" TO WS-KYC-SITUACAO
           END-EVALUATE.

       SOMA-MESES-KYC.
           COMPUTE WRK-KYC-YM = (WRK-KYC-SOMA-ANO * 12)
               + WRK-KYC-SOMA-MES - 1 + WRK-KYC-MESES-SOMA
           DIVIDE WRK-KYC-YM BY 12 GIVING WRK-KYC-SOMA-ANO
               REMAINDER WRK-KYC-SOMA-MES
           ADD 1 TO WRK-KYC-SOMA-MES.
