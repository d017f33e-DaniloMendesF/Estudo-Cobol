      * only down to the overdraft limit, and deposits pay the same
      * TAXA-UNITARIA maintenance fee per hundred deposited (posted
      * as its own "T" movement).
      * A movement posted by mistake is never undone here: option E
      * (supervisor profile only) picks the original entry from the
      * account's indexed history and enqueues the reversal in
      * PENDAPR.DAT for a second supervisor to confirm in APROVA01,
      * which posts it. A credit on an estate account is not
      * reversed (it would be a debit outside the payout). CDB
      * application and redemption movements and personal-loan
      * releases and installments are not reversible, nor are bill
      * payments (already sent to the clearing house).
      * Option B pays a boleto or utility bill from the account: the
      * typed line goes through the shared bill check (BOLPD.cpy,
      * the same one OPERADORES2 uses, which reads FERIADOS.DAT to
      * extend an overdue bill over holidays), the value and due date
      * read from it are shown, the debit follows the withdrawal rules,
      * the history carries the payment number and the beneficiary
      * and the payment goes to BOLETOS.DAT for the daily clearing
      * remittance (BOLREM). No cash changes hands, so the drawer
      * close ignores these receipts.
      * Option T sends a TED to an account in another bank: bank,
      * branch and account of the beneficiary, CPF or CNPJ (check
      * digits verified) and name are captured, the value is debited
      * at once under the withdrawal rules and the request goes to
      * TED.DAT (TEDREC.cpy) pending the day's remittance (TEDREM);
      * the history carries an "F" with the TED number. Like the bill
      * payment it moves no cash and is not reversible here -- a TED
      * the other bank refuses comes back by itself as a "G" credit
      * (TEDRET).
      * A cheque paid in the clearing ("Q", CHQCOMP) is not
      * reversible either; the clearing returns it instead.
      * Cash drawer: each teller opens the drawer with the starting
      * cash (option A) and deposits and withdrawals are refused
      * until it is open. Option G closes it with the cash counted:
      * the teller's receipts since the opening are totalled into
      * the expected cash (a reversal approved in APROVA01 comes back
      * as an "X"/"Y" receipt and is taken off the cash in or out),
      * the shortage or overage is shown, the blotter (every
      * receipt, expected, counted, difference) is appended to
      * RELCAIXA.DAT and the closed drawer to FECHACX.DAT
      * for the branch summary (RESCAIXA). CAIXAS.DAT (CXAREC.cpy)
      * keeps each teller's current drawer, stamped at the opening
      * with the teller's home branch.
      * Nightly cutoff: while BATCH00 runs, JANELA.DAT (JANREC.cpy,
      * set by CORTECX) holds the counter closed and it is checked
      * before every posting. A cash deposit taken then is not posted:
      * it goes to CXFILA.DAT (ADIAREC.cpy) and the receipt says it
      * will be credited on the next business day -- the stream after
      * this one posts it under its own business date. Withdrawals,
      * bill payments and TEDs are refused until the stream finishes
      * and the counter reopens; drawer opening and closing and
      * reversal requests go on as usual.
      * A teller who is not a supervisor only serves accounts of the
      * home branch (OPER-AGENCIA); an account of another branch is
      * refused before any option touches it.
      * An account in estate (CONTA-ESPOLIO, holder deceased) takes
      * deposits, free of the maintenance fee, but no withdrawal,
      * bill payment or TED: its money leaves only through the heirs'
      * payout authorized by court order and approved in APROVA01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXA01.
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT PENDENCIAS-FILE ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT GAVETAS-FILE ASSIGN TO "CAIXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAVETAS-STATUS.

           SELECT FECHAMENTOS-FILE ASSIGN TO "FECHACX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECHAMENTOS-STATUS.

           SELECT BLOTTER-FILE ASSIGN TO "RELCAIXA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOTTER-STATUS.

           SELECT BOLETOS-FILE ASSIGN TO "BOLETOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLETOS-STATUS.

      * copia de trabalho para tirar de BOLETOS.DAT um pagamento cujo
      * debito nao chegou ao master
           SELECT BOLETOS-TRAB-FILE ASSIGN TO "BOLTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLTRAB-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT TED-FILE ASSIGN TO "TED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TED-NUMERO
               FILE STATUS IS WS-TED-STATUS.

           SELECT JANELA-FILE ASSIGN TO "JANELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANELA-STATUS.

           SELECT FILA-FILE ASSIGN TO "CXFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY HISTREC.

       FD  RECIBOS-FILE.
           COPY RECIREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.
       FD  HISTIDX-FILE.
           COPY HISTIREC.

       FD  PENDENCIAS-FILE.
           COPY PENDREC.

       FD  GAVETAS-FILE.
           COPY CXAREC.

       FD  FECHAMENTOS-FILE.
       01  FECHAMENTO-REG PIC X(110).

       FD  BLOTTER-FILE.
       01  LINHA-BLOTTER PIC X(90).

       FD  BOLETOS-FILE.
           COPY BOLREC.

       FD  BOLETOS-TRAB-FILE.
       01  LINHA-BOL-TRABALHO PIC X(192).

       FD  FERIADOS-FILE.
       01 FERIADO-REG PIC 9(08).

       FD  TED-FILE.
           COPY TEDREC.

       FD  JANELA-FILE.
           COPY JANREC.

       FD  FILA-FILE.
           COPY ADIAREC.

       WORKING-STORAGE SECTION.

       77 WRK-DATA PIC 9(08) VALUE ZEROS.
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
           02 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
           02 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
           02 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
           02 WS-GAVETAS-STATUS PIC X(02) VALUE "00".
           02 WS-FECHAMENTOS-STATUS PIC X(02) VALUE "00".
           02 WS-BLOTTER-STATUS PIC X(02) VALUE "00".
           02 WS-BOLETOS-STATUS PIC X(02) VALUE "00".
           02 WS-BOLTRAB-STATUS PIC X(02) VALUE "00".
           02 WS-FERIADOS-STATUS PIC X(02) VALUE "00".
           02 WS-TED-STATUS PIC X(02) VALUE "00".
           02 WS-JANELA-STATUS PIC X(02) VALUE "00".
           02 WS-FILA-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-OPCAO PIC X VALUE SPACES.
              88 FIM-PARAMETROS VALUE "S".
           02 WS-CONTA-OK PIC X VALUE "N".
              88 CONTA-OK VALUE "S".
      * balcao fechado pelo stream noturno (JANELA.DAT), relido antes
      * de cada lancamento
           02 WS-BALCAO PIC X VALUE "A".
              88 BALCAO-EM-CORTE VALUE "F".

      * mesma taxa unitaria de manutencao sobre depositos que
      * OPERADORES2 aplica, sobreposta pelo arquivo de parametros.
       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.

       77 WRK-QTD-LANCADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ADIADOS PIC 9(05) VALUE ZEROS.

      * pedido de estorno: lancamento escolhido no indice da conta
       77 WRK-DATA-ESTORNO PIC 9(08) VALUE ZEROS.
       77 WRK-SEQ-ESTORNO PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.
       77 WS-FIM-LISTA PIC X VALUE "N".
          88 FIM-LISTA VALUE "S".
       77 WS-ESTORNO-PEDIDO PIC X VALUE "N".
          88 ESTORNO-JA-PEDIDO VALUE "S".

      * gaveta de caixa: CAIXAS.DAT carregado numa tabela (um registro
      * por OPER-ID) e regravado por inteiro a cada abertura/fechamento
       01 WS-CONTROLE-GAVETAS.
           02 WS-QTD-GAVETAS PIC 9(03) VALUE ZEROS.
           02 WS-MAX-GAVETAS PIC 9(03) VALUE 050.
           02 WS-IX-GAV PIC 9(03) VALUE ZEROS.
           02 WS-GAV-ACHADA PIC 9(03) VALUE ZEROS.
           02 WS-FIM-GAVETAS PIC X VALUE "N".
              88 FIM-GAVETAS VALUE "S".
           02 WS-GAVETA-ABERTA PIC X VALUE "N".
              88 GAVETA-ABERTA VALUE "S".
           02 WS-ERRO-GAVETAS PIC X VALUE "N".
              88 ERRO-GAVETAS VALUE "S".
           02 WS-FIM-RECIBOS PIC X VALUE "N".
              88 FIM-RECIBOS VALUE "S".
       01 WS-TAB-GAVETAS.
           02 WS-GAV-IMAGEM PIC X(110) OCCURS 50 TIMES.

      * fechamento: recibos do operador desde a abertura
       77 WRK-MARCA-ABERTURA PIC 9(14) VALUE ZEROS.
       77 WRK-MARCA-RECIBO PIC 9(14) VALUE ZEROS.
       77 WRK-VALOR-RECIBO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-CONTADO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-QTD-RECIBOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-ENTRADAS PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-SAIDAS PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-ESPERADO PIC S9(09)V9(02) VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(09)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99-.

      * pagamento de conta: numero do pagamento (ultimo de
      * BOLETOS.DAT + 1, relido a cada pagamento porque outros caixas
      * gravam no mesmo arquivo), beneficiario e confirmacao
       77 WRK-PROX-BOLETO PIC 9(06) VALUE ZEROS.
       77 WRK-BENEFICIARIO PIC X(30) VALUE SPACES.
       77 WS-CONFIRMA PIC X VALUE SPACES.
       77 WS-FIM-BOLETOS PIC X VALUE "N".
          88 FIM-BOLETOS VALUE "S".
       77 WS-BOLETO-GRAVADO PIC X VALUE "N".
          88 BOLETO-GRAVADO VALUE "S".

      * TED para outro banco: favorecido, documento digitado (pontos,
      * barras e hifens ignorados) e numero do pedido em TED.DAT
       01 WRK-PEDIDO-TED.
           02 WRK-TED-NUMERO PIC 9(06) VALUE ZEROS.
           02 WRK-TED-BANCO PIC 9(03) VALUE ZEROS.
           02 WRK-TED-AGENCIA PIC 9(04) VALUE ZEROS.
           02 WRK-TED-CONTA PIC X(12) VALUE SPACES.
           02 WRK-TED-TIPO-PESSOA PIC X(01) VALUE SPACES.
           02 WRK-TED-DOC-ENTRADA PIC X(18) VALUE SPACES.
           02 WRK-TED-DOC-DIGITOS PIC X(14) VALUE SPACES.
           02 WRK-TED-DOCUMENTO PIC 9(14) VALUE ZEROS.
           02 WRK-TED-DOCUMENTO-X REDEFINES WRK-TED-DOCUMENTO
                                  PIC X(14).
           02 WRK-TED-FAVORECIDO PIC X(30) VALUE SPACES.
           02 WS-FIM-TED PIC X VALUE "N".
              88 FIM-TED VALUE "S".

      * digitos verificadores do CPF/CNPJ do favorecido (modulo 11)
       01 WRK-CALCULO-DOCUMENTO.
           02 WRK-DOC-QTD PIC 9(02) VALUE ZEROS.
           02 WRK-DOC-IX PIC 9(02) VALUE ZEROS.
           02 WRK-DOC-FIM PIC 9(02) VALUE ZEROS.
           02 WRK-DOC-INICIO PIC 9(02) VALUE ZEROS.
           02 WRK-DOC-PESO PIC 9(02) VALUE ZEROS.
           02 WRK-DOC-SOMA PIC 9(04) VALUE ZEROS.
           02 WRK-DOC-QUOCIENTE PIC 9(04) VALUE ZEROS.
           02 WRK-DOC-RESTO PIC 9(02) VALUE ZEROS.
           02 WRK-DOC-DV PIC 9(01) VALUE ZEROS.
           02 WRK-DOC-CARACTER PIC X(01) VALUE SPACES.
           02 WRK-DOC-DIGITO REDEFINES WRK-DOC-CARACTER PIC 9(01).
           02 WS-DOC-OK PIC X VALUE "N".
              88 DOCUMENTO-VALIDO VALUE "S".
           02 WS-DOC-IGUAIS PIC X VALUE "S".
              88 DOC-DIGITOS-IGUAIS VALUE "S".

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro): estrutura em OPERAUWS.cpy,
      * estrutura em HIDXWS.cpy, paragrafos em HIDXPD.cpy.
           COPY HIDXWS.

      * fila de aprovacao (o estorno e decidido por outro supervisor
      * em APROVA01): estrutura em PENDWS.cpy, paragrafo em PENDPD.cpy.
           COPY PENDWS.

      * lancamento ja estornado: estrutura em ESTOWS.cpy, paragrafo
      * em ESTOPD.cpy (a mesma pergunta que APROVA01 refaz).
           COPY ESTOWS.

      * critica da linha digitavel do pagamento de conta: estrutura
      * em BOLWS.cpy, paragrafos em BOLPD.cpy.
           COPY BOLWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           END-IF
           PERFORM LE-PARAMETROS
           PERFORM CARREGA-BLOQUEIOS
           PERFORM CARREGA-GAVETAS
           IF ERRO-GAVETAS
               GOBACK
           END-IF
           IF GAVETA-ABERTA
               MOVE WS-GAV-IMAGEM (WS-GAV-ACHADA) TO GAVETA
               IF CXA-DATA-ABERTURA < WRK-DATA
                   DISPLAY "Atencao: gaveta aberta desde "
                           CXA-DATA-ABERTURA " e nao fechada."
               END-IF
           END-IF

           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               OPEN OUTPUT RECIBOS-FILE
           END-IF
           PERFORM ABRE-HISTIDX
           PERFORM VERIFICA-CORTE
           IF BALCAO-EM-CORTE
               DISPLAY "Atencao: processamento noturno em andamento; "
                       "depositos ficam para o proximo dia util."
           END-IF

           PERFORM UNTIL SAIR-DO-CAIXA
               DISPLAY "===================================="
               DISPLAY "===================================="
               DISPLAY "D - Deposito"
               DISPLAY "S - Saque"
               DISPLAY "B - Pagamento de conta/boleto"
               DISPLAY "T - TED para outro banco"
               DISPLAY "E - Estorno (pedido ao supervisor)"
               DISPLAY "A - Abrir a gaveta"
               DISPLAY "G - Fechar a gaveta (especie contada)"
               DISPLAY "F - Encerrar a sessao"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
               MOVE FUNCTION UPPER-CASE (WS-OPCAO) TO WS-OPCAO
               IF WS-OPCAO = "D" OR "S" OR "B" OR "T"
                   PERFORM VERIFICA-CORTE
               END-IF
               EVALUATE WS-OPCAO
                   WHEN "D"
                       EVALUATE TRUE
                           WHEN NOT GAVETA-ABERTA
                               PERFORM RECUSA-SEM-GAVETA
                           WHEN BALCAO-EM-CORTE
                               PERFORM ADIA-DEPOSITO
                           WHEN OTHER
                               PERFORM POSTA-DEPOSITO
                       END-EVALUATE
                   WHEN "S"
                       EVALUATE TRUE
                           WHEN NOT GAVETA-ABERTA
                               PERFORM RECUSA-SEM-GAVETA
                           WHEN BALCAO-EM-CORTE
                               PERFORM RECUSA-EM-CORTE
                           WHEN OTHER
                               PERFORM POSTA-SAQUE
                       END-EVALUATE
                   WHEN "B"
                       EVALUATE TRUE
                           WHEN NOT GAVETA-ABERTA
                               PERFORM RECUSA-SEM-GAVETA
                           WHEN BALCAO-EM-CORTE
                               PERFORM RECUSA-EM-CORTE
                           WHEN OTHER
                               PERFORM POSTA-PAGAMENTO-BOLETO
                       END-EVALUATE
                   WHEN "T"
                       EVALUATE TRUE
                           WHEN NOT GAVETA-ABERTA
                               PERFORM RECUSA-SEM-GAVETA
                           WHEN BALCAO-EM-CORTE
                               PERFORM RECUSA-EM-CORTE
                           WHEN OTHER
                               PERFORM POSTA-TED
                       END-EVALUATE
                   WHEN "E"
      * pedido de estorno e restrito ao perfil supervisor; outro
      * supervisor confirma em APROVA01
                       IF OPERADOR-SUPERVISOR
                           PERFORM SOLICITA-ESTORNO
                       ELSE
                           DISPLAY "Somente supervisor pode pedir "
                                   "estorno."
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   WHEN "A"
                       PERFORM ABRE-GAVETA
                   WHEN "G"
                       PERFORM FECHA-GAVETA
                   WHEN "F"
                       MOVE "S" TO WS-SAIR
                   WHEN OTHER
           CLOSE HISTORICO-FILE
           CLOSE RECIBOS-FILE
           PERFORM FECHA-HISTIDX
           DISPLAY "Sessao encerrada. Lancamentos da sessao: "
                   WRK-QTD-LANCADOS
           IF WRK-QTD-ADIADOS > ZEROS
               DISPLAY "Depositos apos o corte (proximo dia util): "
                       WRK-QTD-ADIADOS
           END-IF
           IF GAVETA-ABERTA
               DISPLAY "Atencao: a gaveta continua aberta; feche-a "
                       "(opcao G) antes do fim do dia."
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * Corte do stream noturno: JANELA.DAT com o balcao fechado
      * (CORTECX F no inicio do BATCH00, A so no fim). Sem o arquivo,
      * o balcao nunca foi fechado.
      * ---------------------------------------------------------------
       VERIFICA-CORTE.
           MOVE "A" TO WS-BALCAO
           OPEN INPUT JANELA-FILE
           IF WS-JANELA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JANELA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BALCAO-FECHADO
                       MOVE "F" TO WS-BALCAO
                   END-IF
           END-READ
           CLOSE JANELA-FILE.

       RECUSA-EM-CORTE.
           DISPLAY "Balcao fechado: processamento noturno em "
                   "andamento. Somente depositos (creditados no "
                   "proximo dia util) ate a reabertura."
           MOVE 8 TO RETURN-CODE.

      * ---------------------------------------------------------------
      * Deposito em especie durante o corte: nada e lancado no master
      * nem no historico. O deposito vai para a fila CXFILA.DAT, que o
      * stream seguinte posta com a data de negocio dele; o recibo
      * sai marcado para credito no proximo dia util e conta na
      * gaveta como qualquer deposito (a especie entrou).
      * ---------------------------------------------------------------
       ADIA-DEPOSITO.
           PERFORM LE-CONTA-DO-CAIXA
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTEM-VALOR
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-VALOR TO WRK-VALOR-EDITADO
           DISPLAY "Deposito de " WRK-VALOR-EDITADO " na conta "
                   CONTA-NUMERO " sera creditado no proximo dia util."
           DISPLAY "Confirma o deposito (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE (WS-CONFIRMA) NOT = "S"
               DISPLAY "Deposito cancelado."
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND FILA-FILE
           IF WS-FILA-STATUS NOT = "00"
               OPEN OUTPUT FILA-FILE
           END-IF
           IF WS-FILA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CXFILA.DAT: " WS-FILA-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LANCAMENTO-ADIADO
           ACCEPT ADI-DATA FROM DATE YYYYMMDD
           ACCEPT ADI-HORA FROM TIME
           MOVE WS-OPERADOR-ID TO ADI-OPERADOR
           MOVE CONTA-NUMERO TO ADI-CONTA
           MOVE "D" TO ADI-TIPO
           MOVE WRK-VALOR TO ADI-VALOR
           MOVE WRK-DATA TO ADI-DATA-NEGOCIO
           WRITE LANCAMENTO-ADIADO
           IF WS-FILA-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO CXFILA.DAT: " WS-FILA-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE FILA-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE FILA-FILE
           ADD 1 TO WRK-QTD-ADIADOS

      * mesmas posicoes do recibo comum (a gaveta confere opcao, valor
      * e operador); no lugar do saldo, o aviso do credito adiado
           ACCEPT WRK-HORA FROM TIME
           MOVE SPACES TO LINHA-RECIBO
           STRING "RECIBO " WRK-DATA " " WRK-HORA
                  " CONTA " CONTA-NUMERO
                  " " WS-OPCAO " " WRK-VALOR-EDITADO
                  " CRED. PROX. UTIL "
                  " OP " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO LINHA-RECIBO
           WRITE LINHA-RECIBO
           IF WS-RECIBOS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO RECIBOS.DAT: " WS-RECIBOS-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY LINHA-RECIBO.

      * ---------------------------------------------------------------
      * Sobrepoe a taxa unitaria com o arquivo de parametros, mesma
      * regra de vigencia de OPERADORES2 (o ultimo aplicavel vence).
           END-IF.

      * ---------------------------------------------------------------
      * Le e critica a conta informada pelo caixa: existe, aceita
      * lancamentos (mesmas recusas do processador batch) e e da
      * agencia do caixa.
      * ---------------------------------------------------------------
       LE-CONTA-DO-CAIXA.
           MOVE "N" TO WS-CONTA-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * caixa atende so contas da propria agencia; supervisor, todas
           IF NOT OPERADOR-SUPERVISOR AND
              CONTA-AGENCIA NOT = WS-OPERADOR-AGENCIA
               DISPLAY "Conta da agencia " CONTA-AGENCIA
                       "; atendimento somente na agencia "
                       WS-OPERADOR-AGENCIA "."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CONTA-OK.

      * ---------------------------------------------------------------
      * Conta de espolio (titular falecido) recebe deposito, mas nao
      * sofre debito no balcao: saque, pagamento e TED so saem pela
      * partilha com ordem judicial, aprovada em APROVA01.
      * ---------------------------------------------------------------
       RECUSA-DEBITO-ESPOLIO.
           IF CONTA-ESPOLIO
               DISPLAY "Conta em espolio (titular falecido); debito "
                       "somente por ordem judicial."
               MOVE "N" TO WS-CONTA-OK
               MOVE 8 TO RETURN-CODE
           END-IF.

       OBTEM-VALOR.
           DISPLAY "Valor: " WITH NO ADVANCING
           ACCEPT WRK-VALOR
                                   REMAINDER WRK-RESTO
           COMPUTE WRK-TAXA-DECIMAL =
               WRK-CENTENAS * WRK-TAXA-UNITARIA
      * espolio nao sofre debito, nem o da taxa
           IF CONTA-ESPOLIO
               MOVE ZEROS TO WRK-TAXA-DECIMAL
           END-IF
           MOVE CONTA-NUMERO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           COMPUTE WRK-DISPONIVEL =
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM RECUSA-DEBITO-ESPOLIO
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTEM-VALOR
           IF NOT CONTA-OK
               EXIT PARAGRAPH

           PERFORM EMITE-RECIBO.

      * ---------------------------------------------------------------
      * Pagamento de conta (boleto bancario ou conta de consumo) com
      * debito na conta: a linha digitavel passa pela critica comum
      * na data de negocio; o valor vem do boleto (ou e informado
      * quando o boleto nao o traz) e o debito segue a regra do saque.
      * Depois do REWRITE: pagamento em BOLETOS.DAT, historico "B"
      * com numero e beneficiario, recibo.
      * ---------------------------------------------------------------
       POSTA-PAGAMENTO-BOLETO.
           PERFORM LE-CONTA-DO-CAIXA
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM RECUSA-DEBITO-ESPOLIO
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Linha digitavel: " WITH NO ADVANCING
           MOVE SPACES TO WRK-BOL-ENTRADA
           ACCEPT WRK-BOL-ENTRADA
           MOVE WRK-DATA TO WRK-BOL-DATA-REF
           PERFORM VALIDA-BOLETO
           IF NOT BOLETO-VALIDO
               DISPLAY "Pagamento recusado: " WRK-BOL-MOTIVO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF BOL-E-BANCARIO
               DISPLAY "Boleto bancario - " WRK-BOL-BENEF-PADRAO
           ELSE
               DISPLAY "Conta de consumo - " WRK-BOL-BENEF-PADRAO
           END-IF
           IF WRK-BOL-VENCIMENTO = ZEROS
               DISPLAY "Vencimento: (nao consta)"
           ELSE
               DISPLAY "Vencimento: " WRK-BOL-VENCIMENTO
           END-IF
           IF BOL-TEM-VALOR
               IF WRK-BOL-VALOR > 9999999.99
                   DISPLAY "Valor do boleto acima do limite do "
                           "caixa; pagamento recusado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-BOL-VALOR TO WRK-VALOR
               MOVE WRK-VALOR TO WRK-VALOR-EDITADO
               DISPLAY "Valor: " WRK-VALOR-EDITADO
           ELSE
               DISPLAY "Boleto sem valor; informe o valor a pagar."
               PERFORM OBTEM-VALOR
               IF NOT CONTA-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "Beneficiario (branco = "
                   WRK-BOL-BENEF-PADRAO "): " WITH NO ADVANCING
           MOVE SPACES TO WRK-BENEFICIARIO
           ACCEPT WRK-BENEFICIARIO
           MOVE FUNCTION UPPER-CASE (WRK-BENEFICIARIO)
               TO WRK-BENEFICIARIO
           IF WRK-BENEFICIARIO = SPACES
               MOVE WRK-BOL-BENEF-PADRAO TO WRK-BENEFICIARIO
           END-IF

           MOVE CONTA-NUMERO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           COMPUTE WRK-DISPONIVEL =
               CONTA-SALDO + CONTA-LIMITE-CREDITO
               - WRK-VALOR-BLOQUEADO
           IF WRK-VALOR > WRK-DISPONIVEL
               IF WRK-VALOR-BLOQUEADO > ZEROS AND
                  WRK-VALOR NOT >
                      (CONTA-SALDO + CONTA-LIMITE-CREDITO)
                   DISPLAY "Pagamento barrado por bloqueio judicial "
                           "sobre a conta."
               ELSE
                   DISPLAY "Saldo insuficiente para o pagamento."
               END-IF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirma o pagamento (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE (WS-CONFIRMA) NOT = "S"
               DISPLAY "Pagamento cancelado."
               EXIT PARAGRAPH
           END-IF

      * o pagamento entra em BOLETOS.DAT ANTES do debito, e sai de
      * la se o REWRITE falhar: nunca fica debito sem remessa nem
      * remessa sem debito (mesmo criterio da TED)
           PERFORM GRAVA-PAGAMENTO-BOLETO
           IF NOT BOLETO-GRAVADO
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WRK-VALOR FROM CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
               PERFORM RETIRA-PAGAMENTO-BOLETO
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "B" TO HIST-TIPO
           MOVE WRK-VALOR TO HIST-VALOR
           MOVE CONTA-SALDO TO HIST-SALDO-APOS
           PERFORM GRAVA-HISTORICO-CAIXA
           DISPLAY "Pagamento numero " WRK-PROX-BOLETO
                   " registrado."

           PERFORM EMITE-RECIBO.

      * ---------------------------------------------------------------
      * Numera e acrescenta o pagamento em BOLETOS.DAT: o arquivo e
      * relido para achar o ultimo numero (outros caixas e o batch
      * gravam nele) e aberto em EXTEND so para este registro.
      * ---------------------------------------------------------------
       GRAVA-PAGAMENTO-BOLETO.
           MOVE "N" TO WS-BOLETO-GRAVADO
           MOVE ZEROS TO WRK-PROX-BOLETO
           OPEN INPUT BOLETOS-FILE
           IF WS-BOLETOS-STATUS = "00"
               MOVE "N" TO WS-FIM-BOLETOS
               PERFORM UNTIL FIM-BOLETOS
                   READ BOLETOS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-BOLETOS
                       NOT AT END
                           IF BOL-NUMERO IS NUMERIC AND
                              BOL-NUMERO > WRK-PROX-BOLETO
                               MOVE BOL-NUMERO TO WRK-PROX-BOLETO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLETOS-FILE
           END-IF
           ADD 1 TO WRK-PROX-BOLETO

           OPEN EXTEND BOLETOS-FILE
           IF WS-BOLETOS-STATUS NOT = "00"
               OPEN OUTPUT BOLETOS-FILE
           END-IF
           IF WS-BOLETOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR BOLETOS.DAT: " WS-BOLETOS-STATUS
                       "; pagamento nao efetuado."
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PAGAMENTO-BOLETO
           MOVE WRK-PROX-BOLETO TO BOL-NUMERO
           MOVE WRK-DATA TO BOL-DATA
           ACCEPT BOL-HORA FROM TIME
           MOVE CONTA-NUMERO TO BOL-CONTA
           MOVE WRK-BOL-TIPO TO BOL-TIPO
           MOVE WRK-BOL-LINHA TO BOL-LINHA
           MOVE WRK-BOL-CODIGO-BARRAS TO BOL-CODIGO-BARRAS
           MOVE WRK-BOL-VENCIMENTO TO BOL-DT-VENCIMENTO
           MOVE WRK-VALOR TO BOL-VALOR
           MOVE WRK-BENEFICIARIO TO BOL-BENEFICIARIO
           MOVE WS-OPERADOR-ID TO BOL-ORIGEM
           WRITE PAGAMENTO-BOLETO
           IF WS-BOLETOS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO BOLETOS.DAT: "
                       WS-BOLETOS-STATUS "; pagamento nao efetuado."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "S" TO WS-BOLETO-GRAVADO
           END-IF
           CLOSE BOLETOS-FILE.

      * ---------------------------------------------------------------
      * Desfaz GRAVA-PAGAMENTO-BOLETO quando o debito nao entrou no
      * master. BOLETOS.DAT e sequencial: o arquivo e copiado sem o
      * pagamento (numero, conta e operador deste) para BOLTMP.DAT e
      * devolvido. O balcao esta aberto, entao BOLREM nao esta lendo
      * o arquivo; os pagamentos de outros caixas seguem alem da
      * contagem ja remetida. Falhando a copia, o pagamento e
      * apontado para o acerto manual.
      * ---------------------------------------------------------------
       RETIRA-PAGAMENTO-BOLETO.
           OPEN INPUT BOLETOS-FILE
           OPEN OUTPUT BOLETOS-TRAB-FILE
           IF WS-BOLETOS-STATUS NOT = "00" OR
              WS-BOLTRAB-STATUS NOT = "00"
               CLOSE BOLETOS-FILE
               CLOSE BOLETOS-TRAB-FILE
               PERFORM AVISA-PAGAMENTO-SEM-DEBITO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-BOLETOS
           PERFORM UNTIL FIM-BOLETOS
               READ BOLETOS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-BOLETOS
                   NOT AT END
                       IF BOL-NUMERO = WRK-PROX-BOLETO AND
                          BOL-CONTA = CONTA-NUMERO AND
                          BOL-ORIGEM = WS-OPERADOR-ID
                           CONTINUE
                       ELSE
                           WRITE LINHA-BOL-TRABALHO
                               FROM PAGAMENTO-BOLETO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOLETOS-FILE
           CLOSE BOLETOS-TRAB-FILE

           OPEN INPUT BOLETOS-TRAB-FILE
           OPEN OUTPUT BOLETOS-FILE
           IF WS-BOLTRAB-STATUS NOT = "00" OR
              WS-BOLETOS-STATUS NOT = "00"
               CLOSE BOLETOS-TRAB-FILE
               CLOSE BOLETOS-FILE
               PERFORM AVISA-PAGAMENTO-SEM-DEBITO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-BOLETOS
           PERFORM UNTIL FIM-BOLETOS
               READ BOLETOS-TRAB-FILE
                   AT END
                       MOVE "S" TO WS-FIM-BOLETOS
                   NOT AT END
                       WRITE PAGAMENTO-BOLETO FROM LINHA-BOL-TRABALHO
               END-READ
           END-PERFORM
           CLOSE BOLETOS-TRAB-FILE
           CLOSE BOLETOS-FILE
           DISPLAY "Pagamento " WRK-PROX-BOLETO
                   " retirado de BOLETOS.DAT; conta nao debitada.".

       AVISA-PAGAMENTO-SEM-DEBITO.
           DISPLAY "ATENCAO: pagamento " WRK-PROX-BOLETO
                   " ficou em BOLETOS.DAT sem debito na conta "
                   CONTA-NUMERO "; retire-o antes da remessa (BOLREM).".

      * ---------------------------------------------------------------
      * TED para conta em outro banco: favorecido (banco, agencia,
      * conta, CPF/CNPJ, nome) e valor sao colhidos e conferidos, o
      * debito segue a regra do saque e o pedido entra em TED.DAT
      * como pendente para a remessa do dia (TEDREM). O pedido e
      * gravado ANTES do REWRITE da conta e apagado se o REWRITE
      * falhar: nunca fica debito sem TED nem TED sem debito.
      * ---------------------------------------------------------------
       POSTA-TED.
           PERFORM LE-CONTA-DO-CAIXA
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM RECUSA-DEBITO-ESPOLIO
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTEM-FAVORECIDO-TED
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTEM-VALOR
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF

           MOVE CONTA-NUMERO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           COMPUTE WRK-DISPONIVEL =
               CONTA-SALDO + CONTA-LIMITE-CREDITO
               - WRK-VALOR-BLOQUEADO
           IF WRK-VALOR > WRK-DISPONIVEL
               IF WRK-VALOR-BLOQUEADO > ZEROS AND
                  WRK-VALOR NOT >
                      (CONTA-SALDO + CONTA-LIMITE-CREDITO)
                   DISPLAY "TED barrada por bloqueio judicial "
                           "sobre a conta."
               ELSE
                   DISPLAY "Saldo insuficiente para a TED."
               END-IF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-VALOR TO WRK-VALOR-EDITADO
           DISPLAY "TED de " WRK-VALOR-EDITADO " para banco "
                   WRK-TED-BANCO " ag " WRK-TED-AGENCIA
                   " conta " WRK-TED-CONTA
           DISPLAY "Favorecido: " WRK-TED-FAVORECIDO " ("
                   WRK-TED-TIPO-PESSOA " " WRK-TED-DOCUMENTO ")"
           DISPLAY "Confirma a TED (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           IF FUNCTION UPPER-CASE (WS-CONFIRMA) NOT = "S"
               DISPLAY "TED cancelada."
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TED-FILE
           IF WS-TED-STATUS = "35"
               OPEN OUTPUT TED-FILE
               CLOSE TED-FILE
               OPEN I-O TED-FILE
           END-IF
           IF WS-TED-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TED.DAT: " WS-TED-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PROXIMO-NUMERO-TED
           IF RETURN-CODE = 12
               CLOSE TED-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVA-PEDIDO-TED
           IF RETURN-CODE = 12
               CLOSE TED-FILE
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WRK-VALOR FROM CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
               DELETE TED-FILE RECORD
               CLOSE TED-FILE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           CLOSE TED-FILE

           MOVE "F" TO HIST-TIPO
           MOVE WRK-VALOR TO HIST-VALOR
           MOVE CONTA-SALDO TO HIST-SALDO-APOS
           PERFORM GRAVA-HISTORICO-CAIXA
           DISPLAY "TED numero " WRK-TED-NUMERO
                   " registrada; segue na remessa do dia."

           PERFORM EMITE-RECIBO.

      * favorecido da TED: cada dado e conferido na hora; qualquer
      * recusa deixa CONTA-OK desligado, como OBTEM-VALOR
       OBTEM-FAVORECIDO-TED.
           DISPLAY "Banco do favorecido (3 digitos): "
                   WITH NO ADVANCING
           ACCEPT WRK-TED-BANCO
           IF WRK-TED-BANCO IS NOT NUMERIC OR WRK-TED-BANCO = ZEROS
               DISPLAY "Banco invalido."
               MOVE "N" TO WS-CONTA-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Agencia (4 digitos, sem DV): " WITH NO ADVANCING
           ACCEPT WRK-TED-AGENCIA
           IF WRK-TED-AGENCIA IS NOT NUMERIC
               DISPLAY "Agencia invalida."
               MOVE "N" TO WS-CONTA-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Conta com DV (ate 12 posicoes): "
                   WITH NO ADVANCING
           MOVE SPACES TO WRK-TED-CONTA
           ACCEPT WRK-TED-CONTA
           MOVE FUNCTION UPPER-CASE (WRK-TED-CONTA) TO WRK-TED-CONTA
           IF WRK-TED-CONTA = SPACES
               DISPLAY "Conta do favorecido nao informada."
               MOVE "N" TO WS-CONTA-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pessoa fisica ou juridica (F/J): "
                   WITH NO ADVANCING
           ACCEPT WRK-TED-TIPO-PESSOA
           MOVE FUNCTION UPPER-CASE (WRK-TED-TIPO-PESSOA)
               TO WRK-TED-TIPO-PESSOA
           IF WRK-TED-TIPO-PESSOA NOT = "F" AND
              WRK-TED-TIPO-PESSOA NOT = "J"
               DISPLAY "Informe F ou J."
               MOVE "N" TO WS-CONTA-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WRK-TED-TIPO-PESSOA = "F"
               DISPLAY "CPF do favorecido: " WITH NO ADVANCING
           ELSE
               DISPLAY "CNPJ do favorecido: " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WRK-TED-DOC-ENTRADA
           ACCEPT WRK-TED-DOC-ENTRADA
           PERFORM VALIDA-DOCUMENTO-TED
           IF NOT DOCUMENTO-VALIDO
               MOVE "N" TO WS-CONTA-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Nome do favorecido: " WITH NO ADVANCING
           MOVE SPACES TO WRK-TED-FAVORECIDO
           ACCEPT WRK-TED-FAVORECIDO
           MOVE FUNCTION UPPER-CASE (WRK-TED-FAVORECIDO)
               TO WRK-TED-FAVORECIDO
           IF WRK-TED-FAVORECIDO = SPACES
               DISPLAY "Nome do favorecido nao informado."
               MOVE "N" TO WS-CONTA-OK
               MOVE 8 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
      * CPF (11 digitos) ou CNPJ (14 digitos) do favorecido: so
      * digitos, nao todos iguais, e os dois digitos verificadores
      * modulo 11 conferidos (pesos 2 em diante da direita para a
      * esquerda; no CNPJ os pesos voltam a 2 depois do 9).
      * ---------------------------------------------------------------
       VALIDA-DOCUMENTO-TED.
           MOVE "N" TO WS-DOC-OK
           MOVE SPACES TO WRK-TED-DOC-DIGITOS
           MOVE ZEROS TO WRK-DOC-QTD
           PERFORM VARYING WRK-DOC-IX FROM 1 BY 1
                   UNTIL WRK-DOC-IX > 18
               MOVE WRK-TED-DOC-ENTRADA (WRK-DOC-IX:1)
                   TO WRK-DOC-CARACTER
               EVALUATE TRUE
                   WHEN WRK-DOC-CARACTER IS NUMERIC
                       IF WRK-DOC-QTD < 15
                           ADD 1 TO WRK-DOC-QTD
                       END-IF
                       IF WRK-DOC-QTD NOT > 14
                           MOVE WRK-DOC-CARACTER
                               TO WRK-TED-DOC-DIGITOS (WRK-DOC-QTD:1)
                       END-IF
                   WHEN WRK-DOC-CARACTER = SPACE OR "." OR "-" OR "/"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Documento com caracter invalido."
                       EXIT PARAGRAPH
               END-EVALUATE
           END-PERFORM
           IF WRK-TED-TIPO-PESSOA = "F" AND WRK-DOC-QTD NOT = 11
               DISPLAY "CPF deve ter 11 digitos."
               EXIT PARAGRAPH
           END-IF
           IF WRK-TED-TIPO-PESSOA = "J" AND WRK-DOC-QTD NOT = 14
               DISPLAY "CNPJ deve ter 14 digitos."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-DOC-IGUAIS
           PERFORM VARYING WRK-DOC-IX FROM 2 BY 1
                   UNTIL WRK-DOC-IX > WRK-DOC-QTD
               IF WRK-TED-DOC-DIGITOS (WRK-DOC-IX:1) NOT =
                  WRK-TED-DOC-DIGITOS (1:1)
                   MOVE "N" TO WS-DOC-IGUAIS
               END-IF
           END-PERFORM
           IF DOC-DIGITOS-IGUAIS
               DISPLAY "Documento invalido (digitos todos iguais)."
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 2 FROM WRK-DOC-QTD GIVING WRK-DOC-FIM
           PERFORM CALCULA-DV-DOCUMENTO
           IF WRK-TED-DOC-DIGITOS (WRK-DOC-FIM + 1:1) NOT = WRK-DOC-DV
               DISPLAY "Digito verificador do documento nao confere."
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-DOC-FIM
           PERFORM CALCULA-DV-DOCUMENTO
           IF WRK-TED-DOC-DIGITOS (WRK-DOC-FIM + 1:1) NOT = WRK-DOC-DV
               DISPLAY "Digito verificador do documento nao confere."
               EXIT PARAGRAPH
           END-IF

      * CPF fica alinhado a direita no campo de 14 digitos
           MOVE ZEROS TO WRK-TED-DOCUMENTO
           COMPUTE WRK-DOC-INICIO = 15 - WRK-DOC-QTD
           MOVE WRK-TED-DOC-DIGITOS (1:WRK-DOC-QTD)
               TO WRK-TED-DOCUMENTO-X (WRK-DOC-INICIO:WRK-DOC-QTD)
           MOVE "S" TO WS-DOC-OK.

      * digito modulo 11 sobre as posicoes 1 a WRK-DOC-FIM
       CALCULA-DV-DOCUMENTO.
           MOVE ZEROS TO WRK-DOC-SOMA
           MOVE 2 TO WRK-DOC-PESO
           PERFORM VARYING WRK-DOC-IX FROM WRK-DOC-FIM BY -1
                   UNTIL WRK-DOC-IX < 1
               MOVE WRK-TED-DOC-DIGITOS (WRK-DOC-IX:1)
                   TO WRK-DOC-CARACTER
               COMPUTE WRK-DOC-SOMA =
                   WRK-DOC-SOMA + WRK-DOC-DIGITO * WRK-DOC-PESO
               ADD 1 TO WRK-DOC-PESO
               IF WRK-TED-TIPO-PESSOA = "J" AND WRK-DOC-PESO > 9
                   MOVE 2 TO WRK-DOC-PESO
               END-IF
           END-PERFORM
           DIVIDE WRK-DOC-SOMA BY 11 GIVING WRK-DOC-QUOCIENTE
                                   REMAINDER WRK-DOC-RESTO
           IF WRK-DOC-RESTO < 2
               MOVE ZEROS TO WRK-DOC-DV
           ELSE
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
           END-IF.

      * numero do pedido: o maior de TED.DAT + 1 (padrao de
      * PROXIMO-NUMERO-CONTRATO em EMPRES01)
       PROXIMO-NUMERO-TED.
           MOVE ZEROS TO WRK-TED-NUMERO
           MOVE ZEROS TO TED-NUMERO
           MOVE "N" TO WS-FIM-TED
           START TED-FILE KEY IS NOT LESS THAN TED-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-TED
           END-START
           PERFORM UNTIL FIM-TED
               READ TED-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TED
                   NOT AT END
                       MOVE TED-NUMERO TO WRK-TED-NUMERO
               END-READ
           END-PERFORM
           ADD 1 TO WRK-TED-NUMERO
               ON SIZE ERROR
                   DISPLAY "Numeracao de TED esgotada."
                   MOVE 12 TO RETURN-CODE
           END-ADD.

       GRAVA-PEDIDO-TED.
           MOVE SPACES TO REGISTRO-TED
           MOVE WRK-TED-NUMERO TO TED-NUMERO
           MOVE WRK-DATA TO TED-DATA
           ACCEPT TED-HORA FROM TIME
           MOVE CONTA-NUMERO TO TED-CONTA
           MOVE WRK-VALOR TO TED-VALOR
           MOVE WRK-TED-BANCO TO TED-BANCO-DESTINO
           MOVE WRK-TED-AGENCIA TO TED-AGENCIA-DESTINO
           MOVE WRK-TED-CONTA TO TED-CONTA-DESTINO
           MOVE WRK-TED-TIPO-PESSOA TO TED-TIPO-PESSOA
           MOVE WRK-TED-DOCUMENTO TO TED-DOCUMENTO
           MOVE WRK-TED-FAVORECIDO TO TED-FAVORECIDO
           MOVE WS-OPERADOR-ID TO TED-ORIGEM
           MOVE "P" TO TED-SITUACAO
           MOVE ZEROS TO TED-DT-REMESSA TED-REMESSA TED-DT-RETORNO
           WRITE REGISTRO-TED
               INVALID KEY
                   DISPLAY "ERRO GRAVANDO TED.DAT: " WS-TED-STATUS
                   MOVE 12 TO RETURN-CODE
           END-WRITE.

      * ---------------------------------------------------------------
      * Movimento do caixa no historico permanente, com o OPER-ID do
      * caixa em HIST-ORIGEM (e nao uma origem de lote): a trilha
           MOVE CONTA-NUMERO TO HIST-CONTA
           MOVE WS-OPERADOR-ID TO HIST-ORIGEM
           MOVE ZEROS TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           IF HIST-BOLETO
               MOVE WRK-PROX-BOLETO TO HIST-BOL-NUMERO
               MOVE WRK-BENEFICIARIO TO HIST-BOL-BENEFICIARIO
           END-IF
           IF HIST-TED-ENVIADA
               MOVE WRK-TED-NUMERO TO HIST-TED-NUMERO
               MOVE WRK-TED-BANCO TO HIST-TED-BANCO
               MOVE WRK-TED-FAVORECIDO TO HIST-TED-NOME
           END-IF
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO O HISTORICO: "
           END-IF
           DISPLAY LINHA-RECIBO.

      * ---------------------------------------------------------------
      * Pedido de estorno: o caixa escolhe o lancamento pela data e
      * pela sequencia do indice da conta; o pedido vai para a fila
      * de aprovacao com a imagem do original e so APROVA01, por
      * OUTRO supervisor, lanca o movimento contrario. Estorno de
      * estorno, lancamento ja estornado e pedido ja na fila sao
      * recusados aqui mesmo.
      * ---------------------------------------------------------------
       SOLICITA-ESTORNO.
           IF NOT HISTIDX-ATIVO
               DISPLAY "Estorno exige o historico indexado "
                       "(HISTIDX.DAT); rode HISTLOAD."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LE-CONTA-DO-CAIXA
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Data do lancamento (AAAAMMDD, 0 = hoje): "
                   WITH NO ADVANCING
           ACCEPT WRK-DATA-ESTORNO
           IF WRK-DATA-ESTORNO IS NOT NUMERIC
               DISPLAY "Data invalida."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WRK-DATA-ESTORNO = ZEROS
               MOVE WRK-DATA TO WRK-DATA-ESTORNO
           END-IF
           PERFORM LISTA-LANCAMENTOS-DO-DIA
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY "Nenhum lancamento da conta nessa data."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Sequencia a estornar (0 desiste): "
                   WITH NO ADVANCING
           ACCEPT WRK-SEQ-ESTORNO
           IF WRK-SEQ-ESTORNO IS NOT NUMERIC OR
              WRK-SEQ-ESTORNO = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE CONTA-NUMERO TO HIX-CONTA
           MOVE WRK-DATA-ESTORNO TO HIX-DATA
           MOVE WRK-SEQ-ESTORNO TO HIX-SEQ
           READ HISTIDX-FILE
               INVALID KEY
                   DISPLAY "Lancamento nao encontrado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF HIX-ESTORNO-DEB OR HIX-ESTORNO-CRED
               DISPLAY "Estorno nao se estorna; lance o movimento "
                       "correto de novo."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF HIX-APLICACAO OR HIX-RESGATE
               DISPLAY "Movimento de CDB nao se estorna; use o "
                       "resgate em APLICA01."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF HIX-LIBERACAO OR HIX-PARCELA
               DISPLAY "Movimento de emprestimo nao se estorna."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF HIX-BOLETO
               DISPLAY "Pagamento de conta nao se estorna; o "
                       "boleto ja seguiu para a compensacao."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF HIX-TED-ENVIADA OR HIX-TED-DEVOLVIDA OR
              HIX-TED-RECEBIDA
               DISPLAY "Movimento de TED nao se estorna; a TED "
                       "recusada pelo outro banco volta sozinha."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF HIX-CHEQUE
               DISPLAY "Cheque compensado nao se estorna; a "
                       "devolucao e feita pela compensacao."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * estornar um credito debita a conta, e o espolio nao aceita
      * debito fora da partilha
           IF CONTA-ESPOLIO AND HIX-CREDITO
               DISPLAY "Conta em espolio (titular falecido): "
                       "estorno de credito recusado."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE HISTIDX-REG TO WRK-LANC-ORIGINAL

           MOVE CONTA-NUMERO TO WRK-EST-CONTA
           MOVE WRK-DATA-ESTORNO TO WRK-EST-DATA
           MOVE WRK-SEQ-ESTORNO TO WRK-EST-SEQ
           PERFORM VERIFICA-JA-ESTORNADO
           IF LANCAMENTO-JA-ESTORNADO
               DISPLAY "Lancamento ja estornado."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-ESTORNO-PEDIDO
           IF ESTORNO-JA-PEDIDO
               DISPLAY "Estorno desse lancamento ja aguarda "
                       "aprovacao."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO PEN-OPERACAO
           MOVE SPACES TO PEN-CHAVE
           MOVE CONTA-NUMERO TO PEN-CHAVE (1:8)
           MOVE SPACES TO PEN-CHAVE2
           MOVE WRK-DATA-ESTORNO TO PEN-CHAVE2 (1:8)
           MOVE SPACES TO PEN-IMAGEM
           MOVE WRK-LANC-ORIGINAL TO PEN-IMAGEM (1:81)
           MOVE WS-OPERADOR-ID TO WS-PEND-SOLICITANTE
           PERFORM GRAVA-PENDENCIA
           IF RETURN-CODE NOT = 12
               DISPLAY "Estorno enviado a aprovacao (PENDAPR "
                       WS-PROX-PENDENCIA "); outro supervisor "
                       "confirma em APROVA01."
           END-IF.

      * lancamentos da conta no dia pedido, com a sequencia do
      * indice que o caixa informa em seguida
       LISTA-LANCAMENTOS-DO-DIA.
           MOVE ZEROS TO WRK-QTD-LISTADOS
           MOVE CONTA-NUMERO TO HIX-CONTA
           MOVE WRK-DATA-ESTORNO TO HIX-DATA
           MOVE ZEROS TO HIX-SEQ
           START HISTIDX-FILE KEY NOT < HIX-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           DISPLAY "SEQ  HORA   TIPO      VALOR      SALDO APOS  "
                   "ORIGEM"
           MOVE "N" TO WS-FIM-LISTA
           PERFORM UNTIL FIM-LISTA
               READ HISTIDX-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LISTA
                   NOT AT END
                       IF HIX-CONTA NOT = CONTA-NUMERO OR
                          HIX-DATA NOT = WRK-DATA-ESTORNO
                           MOVE "S" TO WS-FIM-LISTA
                       ELSE
                           ADD 1 TO WRK-QTD-LISTADOS
                           MOVE HIX-VALOR TO WRK-VALOR-EDITADO
                           MOVE HIX-SALDO-APOS TO WRK-SALDO-EDITADO
                           DISPLAY HIX-SEQ " " HIX-HORA "  "
                                   HIX-TIPO "  " WRK-VALOR-EDITADO
                                   "  " WRK-SALDO-EDITADO "  "
                                   HIX-ORIGEM
                       END-IF
               END-READ
           END-PERFORM.

      * mesmo lancamento ja pedido e ainda pendente na fila
       VERIFICA-ESTORNO-PEDIDO.
           MOVE "N" TO WS-ESTORNO-PEDIDO
           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-PENDENCIAS
           PERFORM UNTIL FIM-PENDENCIAS
               READ PENDENCIAS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-PENDENCIAS
                   NOT AT END
                       IF PEN-ESTORNO AND PEN-PENDENTE AND
                          PEN-IMAGEM (1:20) = WRK-LANC-ORIGINAL (1:20)
                           MOVE "S" TO WS-ESTORNO-PEDIDO
                           MOVE "S" TO WS-FIM-PENDENCIAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDENCIAS-FILE.

      * ---------------------------------------------------------------
      * Gavetas de caixa: CAIXAS.DAT inteiro na tabela, localizando a
      * gaveta do operador logado. Sem o arquivo, nenhuma gaveta foi
      * aberta ainda.
      * ---------------------------------------------------------------
       CARREGA-GAVETAS.
           MOVE "N" TO WS-ERRO-GAVETAS
           MOVE ZEROS TO WS-QTD-GAVETAS
           MOVE ZEROS TO WS-GAV-ACHADA
           MOVE "N" TO WS-GAVETA-ABERTA
           OPEN INPUT GAVETAS-FILE
           IF WS-GAVETAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-GAVETAS
           PERFORM UNTIL FIM-GAVETAS
               READ GAVETAS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-GAVETAS
                   NOT AT END
                       IF WS-QTD-GAVETAS >= WS-MAX-GAVETAS
                           DISPLAY "CAIXAS.DAT excede "
                                   WS-MAX-GAVETAS " gavetas."
                           MOVE 12 TO RETURN-CODE
                           MOVE "S" TO WS-ERRO-GAVETAS
                           MOVE "S" TO WS-FIM-GAVETAS
                       ELSE
                           ADD 1 TO WS-QTD-GAVETAS
                           MOVE GAVETA
                               TO WS-GAV-IMAGEM (WS-QTD-GAVETAS)
                           IF CXA-OPER-ID = WS-OPERADOR-ID
                               MOVE WS-QTD-GAVETAS TO WS-GAV-ACHADA
                               IF CXA-ABERTA
                                   MOVE "S" TO WS-GAVETA-ABERTA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GAVETAS-FILE.

       REGRAVA-GAVETAS.
           MOVE "N" TO WS-ERRO-GAVETAS
           OPEN OUTPUT GAVETAS-FILE
           IF WS-GAVETAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CAIXAS.DAT: " WS-GAVETAS-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-ERRO-GAVETAS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX-GAV FROM 1 BY 1
                   UNTIL WS-IX-GAV > WS-QTD-GAVETAS
               MOVE WS-GAV-IMAGEM (WS-IX-GAV) TO GAVETA
               WRITE GAVETA
           END-PERFORM
           CLOSE GAVETAS-FILE.

       RECUSA-SEM-GAVETA.
           DISPLAY "Gaveta fechada: abra a gaveta (opcao A) antes "
                   "de lancar."
           MOVE 8 TO RETURN-CODE.

      * ---------------------------------------------------------------
      * Abertura: o caixa declara a especie com que comeca o dia. Uma
      * gaveta ja aberta nao se reabre -- feche-a antes. A tabela e
      * recarregada antes de regravar, para nao perder a gaveta que
      * outro caixa abriu ou fechou enquanto isso.
      * ---------------------------------------------------------------
       ABRE-GAVETA.
           PERFORM CARREGA-GAVETAS
           IF ERRO-GAVETAS
               EXIT PARAGRAPH
           END-IF
           IF GAVETA-ABERTA
               MOVE WS-GAV-IMAGEM (WS-GAV-ACHADA) TO GAVETA
               DISPLAY "Gaveta ja aberta desde " CXA-DATA-ABERTURA
                       " " CXA-HORA-ABERTURA "."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-GAV-ACHADA = ZEROS AND
              WS-QTD-GAVETAS >= WS-MAX-GAVETAS
               DISPLAY "CAIXAS.DAT cheio (" WS-MAX-GAVETAS
                       " gavetas)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Especie na abertura da gaveta: "
                   WITH NO ADVANCING
           ACCEPT WRK-VALOR
           IF WRK-VALOR IS NOT NUMERIC
               DISPLAY "Valor invalido."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           INITIALIZE GAVETA
           MOVE WS-OPERADOR-ID TO CXA-OPER-ID
           MOVE WS-OPERADOR-AGENCIA TO CXA-AGENCIA
           MOVE WRK-DATA TO CXA-DATA-ABERTURA
           ACCEPT CXA-HORA-ABERTURA FROM TIME
           MOVE "A" TO CXA-STATUS
           MOVE WRK-VALOR TO CXA-VALOR-ABERTURA
           IF WS-GAV-ACHADA = ZEROS
               ADD 1 TO WS-QTD-GAVETAS
               MOVE WS-QTD-GAVETAS TO WS-GAV-ACHADA
           END-IF
           MOVE GAVETA TO WS-GAV-IMAGEM (WS-GAV-ACHADA)
           PERFORM REGRAVA-GAVETAS
           IF ERRO-GAVETAS
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-GAVETA-ABERTA
           MOVE WRK-VALOR TO WRK-VALOR-EDITADO
           DISPLAY "Gaveta aberta com " WRK-VALOR-EDITADO ".".

      * ---------------------------------------------------------------
      * Fechamento: esperado = abertura + depositos - saques dos
      * recibos do operador desde a abertura; a diferenca para a
      * especie contada e quebra (negativa) ou sobra (positiva). O
      * blotter do caixa vai para RELCAIXA.DAT e a gaveta fechada
      * para FECHACX.DAT, que o resumo da agencia (RESCAIXA) le.
      * ---------------------------------------------------------------
       FECHA-GAVETA.
           PERFORM CARREGA-GAVETAS
           IF ERRO-GAVETAS
               EXIT PARAGRAPH
           END-IF
           IF NOT GAVETA-ABERTA
               DISPLAY "Nao ha gaveta aberta para fechar."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Especie contada na gaveta: " WITH NO ADVANCING
           ACCEPT WRK-CONTADO
           IF WRK-CONTADO IS NOT NUMERIC
               DISPLAY "Valor invalido."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GAV-IMAGEM (WS-GAV-ACHADA) TO GAVETA
           COMPUTE WRK-MARCA-ABERTURA =
               CXA-DATA-ABERTURA * 1000000 + CXA-HORA-ABERTURA

           OPEN EXTEND BLOTTER-FILE
           IF WS-BLOTTER-STATUS NOT = "00"
               OPEN OUTPUT BLOTTER-FILE
           END-IF
           IF WS-BLOTTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RELCAIXA.DAT: " WS-BLOTTER-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINHA-BLOTTER
           STRING "BLOTTER DE CAIXA - OPERADOR " WS-OPERADOR-ID
                  " - ABERTURA " CXA-DATA-ABERTURA " "
                  CXA-HORA-ABERTURA
                  DELIMITED BY SIZE INTO LINHA-BLOTTER
           WRITE LINHA-BLOTTER
           MOVE CXA-VALOR-ABERTURA TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-BLOTTER
           STRING "ESPECIE NA ABERTURA      " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-BLOTTER
           WRITE LINHA-BLOTTER

           PERFORM APURA-RECIBOS-DA-GAVETA
           IF ERRO-GAVETAS
               CLOSE BLOTTER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-GAV-IMAGEM (WS-GAV-ACHADA) TO GAVETA
           COMPUTE WRK-ESPERADO = CXA-VALOR-ABERTURA
               + WRK-TOTAL-ENTRADAS - WRK-TOTAL-SAIDAS
           COMPUTE WRK-DIFERENCA = WRK-CONTADO - WRK-ESPERADO
           MOVE WRK-DATA TO CXA-DATA-FECHAMENTO
           ACCEPT CXA-HORA-FECHAMENTO FROM TIME
           MOVE "F" TO CXA-STATUS
           MOVE WRK-QTD-RECIBOS TO CXA-QTD-RECIBOS
           MOVE WRK-TOTAL-ENTRADAS TO CXA-TOTAL-ENTRADAS
           MOVE WRK-TOTAL-SAIDAS TO CXA-TOTAL-SAIDAS
           MOVE WRK-ESPERADO TO CXA-ESPERADO
           MOVE WRK-CONTADO TO CXA-CONTADO
           MOVE WRK-DIFERENCA TO CXA-DIFERENCA

           PERFORM EMITE-TOTAIS-BLOTTER
           CLOSE BLOTTER-FILE

           MOVE GAVETA TO WS-GAV-IMAGEM (WS-GAV-ACHADA)
           PERFORM REGRAVA-GAVETAS
           IF ERRO-GAVETAS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FECHAMENTOS-FILE
           IF WS-FECHAMENTOS-STATUS NOT = "00"
               OPEN OUTPUT FECHAMENTOS-FILE
           END-IF
           MOVE GAVETA TO FECHAMENTO-REG
           WRITE FECHAMENTO-REG
           IF WS-FECHAMENTOS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO FECHACX.DAT: "
                       WS-FECHAMENTOS-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE FECHAMENTOS-FILE
           MOVE "N" TO WS-GAVETA-ABERTA

           MOVE WRK-ESPERADO TO WRK-TOTAL-EDITADO
           DISPLAY "Esperado na gaveta: " WRK-TOTAL-EDITADO
           MOVE WRK-DIFERENCA TO WRK-TOTAL-EDITADO
           EVALUATE TRUE
               WHEN WRK-DIFERENCA < ZEROS
                   DISPLAY "QUEBRA DE CAIXA:    " WRK-TOTAL-EDITADO
               WHEN WRK-DIFERENCA > ZEROS
                   DISPLAY "SOBRA DE CAIXA:     " WRK-TOTAL-EDITADO
               WHEN OTHER
                   DISPLAY "Gaveta confere."
           END-EVALUATE
           DISPLAY "Gaveta fechada; blotter em RELCAIXA.DAT.".

      * os recibos da sessao estao no RECIBOS.DAT aberto em EXTEND:
      * fecha, le do inicio e reabre para os lancamentos seguintes
       APURA-RECIBOS-DA-GAVETA.
           MOVE ZEROS TO WRK-QTD-RECIBOS
           MOVE ZEROS TO WRK-TOTAL-ENTRADAS
           MOVE ZEROS TO WRK-TOTAL-SAIDAS
           CLOSE RECIBOS-FILE
           OPEN INPUT RECIBOS-FILE
           IF WS-RECIBOS-STATUS = "00"
               MOVE "N" TO WS-FIM-RECIBOS
               PERFORM UNTIL FIM-RECIBOS
                   READ RECIBOS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-RECIBOS
                       NOT AT END
                           PERFORM CONFERE-RECIBO
                   END-READ
               END-PERFORM
               CLOSE RECIBOS-FILE
           END-IF
           OPEN EXTEND RECIBOS-FILE
           IF WS-RECIBOS-STATUS NOT = "00"
               OPEN OUTPUT RECIBOS-FILE
           END-IF
           IF WS-RECIBOS-STATUS NOT = "00"
               DISPLAY "ERRO AO REABRIR RECIBOS.DAT: "
                       WS-RECIBOS-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-ERRO-GAVETAS
           END-IF.

       CONFERE-RECIBO.
           IF REC-PREFIXO NOT = "RECIBO " OR
              REC-OPERADOR NOT = WS-OPERADOR-ID OR
              REC-DATA IS NOT NUMERIC OR
              REC-HORA IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WRK-MARCA-RECIBO = REC-DATA * 1000000 + REC-HORA
           IF WRK-MARCA-RECIBO < WRK-MARCA-ABERTURA
               EXIT PARAGRAPH
           END-IF
           MOVE REC-VALOR TO WRK-VALOR-RECIBO
           EVALUATE TRUE
               WHEN REC-ENTRADA
                   ADD WRK-VALOR-RECIBO TO WRK-TOTAL-ENTRADAS
               WHEN REC-SAIDA
                   ADD WRK-VALOR-RECIBO TO WRK-TOTAL-SAIDAS
      *        estorno aprovado (APROVA01) de deposito ou saque desta
      *        gaveta: a especie nao entrou (ou nao saiu) de fato
               WHEN REC-ESTORNO-ENTRADA
                   SUBTRACT WRK-VALOR-RECIBO FROM WRK-TOTAL-ENTRADAS
               WHEN REC-ESTORNO-SAIDA
                   SUBTRACT WRK-VALOR-RECIBO FROM WRK-TOTAL-SAIDAS
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WRK-QTD-RECIBOS
           MOVE LINHA-RECIBO TO LINHA-BLOTTER
           WRITE LINHA-BLOTTER.

       EMITE-TOTAIS-BLOTTER.
           MOVE WRK-TOTAL-ENTRADAS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-BLOTTER
           STRING "RECIBOS " WRK-QTD-RECIBOS
                  "   ENTRADAS (D)  " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-BLOTTER
           WRITE LINHA-BLOTTER
           MOVE WRK-TOTAL-SAIDAS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-BLOTTER
           STRING "SAIDAS (S)               " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-BLOTTER
           WRITE LINHA-BLOTTER
           MOVE WRK-ESPERADO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-BLOTTER
           STRING "ESPERADO NA GAVETA       " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-BLOTTER
           WRITE LINHA-BLOTTER
           MOVE WRK-CONTADO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-BLOTTER
           STRING "CONTADO PELO CAIXA       " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-BLOTTER
           WRITE LINHA-BLOTTER
           MOVE WRK-DIFERENCA TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-BLOTTER
           EVALUATE TRUE
               WHEN WRK-DIFERENCA < ZEROS
                   STRING "QUEBRA DE CAIXA          "
                          WRK-TOTAL-EDITADO
                          DELIMITED BY SIZE INTO LINHA-BLOTTER
               WHEN WRK-DIFERENCA > ZEROS
                   STRING "SOBRA DE CAIXA           "
                          WRK-TOTAL-EDITADO
                          DELIMITED BY SIZE INTO LINHA-BLOTTER
               WHEN OTHER
                   MOVE "DIFERENCA                CONFERE"
                       TO LINHA-BLOTTER
           END-EVALUATE
           WRITE LINHA-BLOTTER
           MOVE SPACES TO LINHA-BLOTTER
           STRING "FECHAMENTO " CXA-DATA-FECHAMENTO " "
                  CXA-HORA-FECHAMENTO
                  DELIMITED BY SIZE INTO LINHA-BLOTTER
           WRITE LINHA-BLOTTER.

           COPY OPERAUPD.

           COPY BLOQPD.

           COPY HIDXPD.

           COPY PENDPD.

           COPY ESTOPD.

           COPY BOLPD.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
