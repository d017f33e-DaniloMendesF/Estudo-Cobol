      * Approval of destructive maintenance (maker-checker): reviews
      * the pending operations enqueued in PENDAPR.DAT (customer
      * delete from PROG0001, account closure from CONTAS01, merges
      * from DUPNOME, reversals of a posted movement from CAIXA01)
      * and lets a supervisor DIFFERENT from the
      * requesting operator confirm or reject each one. Only on
      * confirmation is the master updated, and the audit trail gets
      * the record with BOTH operator IDs (AUD-OPERADOR = requester,
      * AUD-APROVADOR = approver). An operation whose master record
      * changed since it was enqueued is refused for re-request, so
      * the approver always rules on what was actually shown.
      * A merge also moves the joint-account holder records
      * (TITULAR.DAT) of the removed CPF to the kept one; each account
      * retitled logs a "K" (account before/after) for forward
      * recovery.
      * An approved reversal posts the opposite movement ("X" backs
      * out a credit, "Y" a debit) pointing at the original entry,
      * with the same recusals as any posting: closed or dormant
      * account, a debit on an estate account (only the court-ordered
      * payout debits it), and a debit beyond saldo + overdraft limit
      * minus BLOQJUD holds. Both legs of a transfer are reversed
      * together. Reversing a counter deposit or withdrawal appends
      * a receipt ("X"/"Y") to RECIBOS.DAT under the original teller
      * and time, so that teller's drawer close nets it out.
      * Term-deposit movements ("A"/"R") are not reversible: the CDB
      * is undone by its own redemption in APLICA01. Neither are the
      * personal-loan release and installments ("L"/"P"), which the
      * contract in EMPREST.DAT / PARCELA.DAT accounts for, nor a
      * bill payment ("B"), already remitted to the clearing house,
      * nor the interbank TED movements ("F"/"G"/"H"), whose other
      * end is in another bank, nor a cheque paid in the clearing
      * ("Q"), which only the clearing can return.
      * An overdraft limit increase proposed by the monthly limit
      * review (LIMREV, operation "L") is applied only if the account
      * is still active and its limit is the one the review saw; the
      * audit trail gets the account before/after images ("L").
      * A branch portfolio transfer requested in TRFAGE ("G") moves
      * every account of the source branch to the destination, one
      * audit record ("G", before/after images) per account; it is
      * refused if the source branch no longer has the number of
      * accounts the request listed.
      * An heir's share of an estate account requested in OBITO01
      * ("H") is posted as a transfer from the estate account (origin
      * ESPOLIO, court order reference in HIST-REFERENCIA) to the
      * heir's active account, only if the account is still in estate
      * and the share fits its balance net of BLOQJUD holds; the audit
      * record ("H") carries both accounts before/after.
      * Reversals and heirs' shares post to CONTAS.DAT/HISTORIC.DAT,
      * so they are refused while the nightly stream holds the counter
      * closed (JANELA.DAT, JANREC.cpy); the request stays pending.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVA01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT HISTIDX-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQJUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT JANELA-FILE ASSIGN TO "JANELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANELA-STATUS.

           SELECT RECIBOS-FILE ASSIGN TO "RECIBOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECIBOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  HISTIDX-FILE.
           COPY HISTIREC.

       FD  BLOQUEIOS-FILE.
           COPY BLOQREC.

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  JANELA-FILE.
           COPY JANREC.

       FD  RECIBOS-FILE.
           COPY RECIREC.

       WORKING-STORAGE SECTION.

       77 WRK-DATA PIC 9(08) VALUE ZEROS.
           02 WS-AUDITORIA-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
           02 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           02 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
           02 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
           02 WS-TITULAR-STATUS PIC X(02) VALUE "00".
           02 WS-JANELA-STATUS PIC X(02) VALUE "00".
           02 WS-RECIBOS-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-OPCAO PIC X VALUE SPACES.
           02 WS-SELECAO PIC 9(03) VALUE ZEROS.
           02 WS-APLICOU PIC X VALUE "N".
              88 OPERACAO-APLICADA VALUE "S".
      * balcao fechado pelo stream noturno (JANELA.DAT), relido antes
      * de cada lancamento
           02 WS-BALCAO PIC X VALUE "A".
              88 BALCAO-EM-CORTE VALUE "F".
           02 WS-FIM-CONTAS PIC X VALUE "N".
              88 FIM-CONTAS VALUE "S".
           02 WRK-QTD-RETITULADAS PIC 9(05) VALUE ZEROS.
           02 WRK-QTD-TRANSFERIDAS PIC 9(07) VALUE ZEROS.
           02 WRK-AGENCIA-ORIGEM-X PIC X(04) VALUE ZEROS.
           02 WRK-AGENCIA-ORIGEM REDEFINES WRK-AGENCIA-ORIGEM-X
                                 PIC 9(04).
           02 WRK-AGENCIA-DESTINO-X PIC X(04) VALUE ZEROS.
           02 WRK-AGENCIA-DESTINO REDEFINES WRK-AGENCIA-DESTINO-X
                                  PIC 9(04).
      *    resumo da carteira gravado por TRFAGE em PEN-IMAGEM
           02 WRK-RESUMO-CARTEIRA.
              03 WRK-RES-QTD PIC 9(07).
              03 WRK-RES-SALDO PIC S9(13)V9(02).
           02 WRK-TOTAL-EDITADO PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02 WRK-CONTA-ALVO PIC 9(08) VALUE ZEROS.
           02 WRK-OPER-DESCRITA PIC X(22) VALUE SPACES.
           02 WRK-CONTA-ANTES PIC X(51) VALUE SPACES.
           02 WRK-DISPONIVEL PIC S9(09)V9(02) VALUE ZEROS.
           02 WS-PERNAS-OK PIC X VALUE "N".
              88 PERNAS-OK VALUE "S".
           02 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
           02 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
           02 WRK-OPCAO-RECIBO PIC X(01) VALUE SPACE.
           02 WRK-LIMITE-NOVO-X PIC X(09) VALUE ZEROS.
           02 WRK-LIMITE-NOVO REDEFINES WRK-LIMITE-NOVO-X
                              PIC 9(07)V9(02).
      *    partilha de espolio: as duas contas e o valor da cota
           02 WRK-CONTA-HERDEIRO PIC 9(08) VALUE ZEROS.
           02 WRK-VALOR-PARTILHA PIC 9(07)V9(02) VALUE ZEROS.
           02 WRK-SALDO-HERDEIRO PIC S9(07)V9(02) VALUE ZEROS.
           02 WRK-HERDEIRO-ANTES PIC X(51) VALUE SPACES.

      * -- estorno: o lancamento original e, na transferencia, a
      * ponta contraria na outra conta; as duas sao criticadas antes
      * de qualquer uma ser lancada.
       01 WS-CONTROLE-PERNAS.
           02 WS-QTD-PERNAS PIC 9(01) VALUE ZEROS.
           02 WS-IX-PERNA PIC 9(01) VALUE ZEROS.
           02 WRK-CONTRA-CONTA PIC 9(08) VALUE ZEROS.
           02 WRK-CONTRA-DE PIC 9(08) VALUE ZEROS.
           02 WRK-CONTRA-DATA PIC 9(08) VALUE ZEROS.
           02 WRK-CONTRA-SEQ PIC 9(04) VALUE ZEROS.
           02 WRK-CONTRA-TIPO PIC X(01) VALUE SPACES.
           02 WRK-CONTRA-VALOR PIC 9(07)V9(02) VALUE ZEROS.
           02 WRK-LANC-CANDIDATO PIC X(81) VALUE SPACES.
           02 WS-FIM-CONTRA PIC X VALUE "N".
              88 FIM-CONTRA VALUE "S".
           02 WS-ACHOU-CONTRA PIC X VALUE "N".
              88 ACHOU-CONTRA VALUE "S".
       01 WS-TAB-PERNAS.
           02 WS-PERNA OCCURS 2 TIMES.
              03 WS-PER-LANC PIC X(81).
              03 WS-PER-SALDO-NOVO PIC S9(07)V9(02).

      * -- titularidade conjunta do CPF excluido no merge, anotada
      * antes de regravar (a chave muda com o CPF)
       01 WS-CONTROLE-RETIT.
           02 WS-QTD-RETIT PIC 9(02) VALUE ZEROS.
           02 WS-MAX-RETIT PIC 9(02) VALUE 20.
           02 WS-IX-RETIT PIC 9(02) VALUE ZEROS.
           02 WS-FIM-RETIT PIC X VALUE "N".
              88 FIM-RETIT VALUE "S".
       01 WS-TAB-RETIT.
           02 WS-RETIT-ENT OCCURS 20 TIMES.
              03 WS-RETIT-CONTA PIC 9(08).
              03 WS-RETIT-PAPEL PIC X(01).
              03 WS-RETIT-SOLID PIC X(01).

      * -- fila carregada em tabela (arquivo pequeno, regravado por
      * inteiro a cada decisao, mesmo desenho do cadastro de
              03 WS-PND-OPERACAO PIC X(01).
              03 WS-PND-CHAVE PIC X(11).
              03 WS-PND-CHAVE2 PIC X(11).
              03 WS-PND-IMAGEM PIC X(300).
              03 WS-PND-STATUS PIC X(01).
              03 WS-PND-APROVADOR PIC X(08).
              03 WS-PND-DT-DECISAO PIC 9(08).
      * paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

      * espelhamento do historico no indice por conta+data:
      * estrutura em HIDXWS.cpy, paragrafos em HIDXPD.cpy.
           COPY HIDXWS.

      * bloqueios judiciais/administrativos ativos, somados por conta
      * na partida: estrutura em BLOQWS.cpy, paragrafos em BLOQPD.cpy.
           COPY BLOQWS.

      * lancamento ja estornado: estrutura em ESTOWS.cpy, paragrafo
      * em ESTOPD.cpy (a mesma pergunta que CAIXA01 fez no pedido).
           COPY ESTOWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
                   MOVE "ENCERRAMENTO DE CONTA" TO WRK-OPER-DESCRITA
               WHEN "F"
                   MOVE "MERGE DE CLIENTES" TO WRK-OPER-DESCRITA
               WHEN "R"
                   MOVE "ESTORNO DE LANCAMENTO" TO WRK-OPER-DESCRITA
               WHEN "L"
                   MOVE "AUMENTO DE LIMITE" TO WRK-OPER-DESCRITA
               WHEN "G"
                   MOVE "TRANSF. DE CARTEIRA" TO WRK-OPER-DESCRITA
               WHEN "H"
                   MOVE "PARTILHA (ESPOLIO)" TO WRK-OPER-DESCRITA
               WHEN OTHER
                   MOVE "????????" TO WRK-OPER-DESCRITA
           END-EVALUATE.
           IF WS-PND-OPERACAO (WS-SELECAO) = "F"
               DISPLAY "Excluir  : " WS-PND-CHAVE2 (WS-SELECAO)
           END-IF
           IF WS-PND-OPERACAO (WS-SELECAO) = "R"
               MOVE WS-PND-IMAGEM (WS-SELECAO) (1:81) TO HISTIDX-REG
               MOVE HIX-VALOR TO WRK-VALOR-EDITADO
               DISPLAY "Lancamento: " HIX-DATA " seq " HIX-SEQ
                       " " HIX-HORA " tipo " HIX-TIPO " valor "
                       WRK-VALOR-EDITADO " origem " HIX-ORIGEM
           END-IF
           IF WS-PND-OPERACAO (WS-SELECAO) = "L"
               MOVE WS-PND-IMAGEM (WS-SELECAO) (1:51) TO CONTA
               MOVE CONTA-LIMITE-CREDITO TO WRK-VALOR-EDITADO
               DISPLAY "Limite atual   : " WRK-VALOR-EDITADO
               MOVE WS-PND-CHAVE2 (WS-SELECAO) (1:9)
                   TO WRK-LIMITE-NOVO-X
               MOVE WRK-LIMITE-NOVO TO WRK-VALOR-EDITADO
               DISPLAY "Limite proposto: " WRK-VALOR-EDITADO
               DISPLAY "Motivo   : " WS-PND-IMAGEM (WS-SELECAO) (52:40)
           END-IF
           IF WS-PND-OPERACAO (WS-SELECAO) = "G"
               MOVE WS-PND-IMAGEM (WS-SELECAO) (1:22)
                   TO WRK-RESUMO-CARTEIRA
               MOVE WRK-RES-SALDO TO WRK-TOTAL-EDITADO
               DISPLAY "Agencia origem : " WS-PND-CHAVE (WS-SELECAO)
               DISPLAY "Agencia destino: " WS-PND-CHAVE2 (WS-SELECAO)
               DISPLAY "Contas no pedido: " WRK-RES-QTD
                       "  saldo total: " WRK-TOTAL-EDITADO
           END-IF
           IF WS-PND-OPERACAO (WS-SELECAO) = "H"
               MOVE WS-PND-IMAGEM (WS-SELECAO) (52:9)
                   TO WRK-LIMITE-NOVO-X
               MOVE WRK-LIMITE-NOVO TO WRK-VALOR-EDITADO
               DISPLAY "Espolio  : " WS-PND-CHAVE (WS-SELECAO)
               DISPLAY "Herdeiro : " WS-PND-CHAVE2 (WS-SELECAO)
               DISPLAY "Valor    : " WRK-VALOR-EDITADO
               DISPLAY "Ordem judicial: "
                       WS-PND-IMAGEM (WS-SELECAO) (61:30)
           END-IF
           DISPLAY "Pedido em: " WS-PND-DATA (WS-SELECAO) " "
                   WS-PND-HORA (WS-SELECAO) " por "
                   WS-PND-OPERADOR (WS-SELECAO)
                   PERFORM APLICA-ENCERRAMENTO
               WHEN "F"
                   PERFORM APLICA-MERGE
               WHEN "R"
                   PERFORM APLICA-ESTORNO
               WHEN "L"
                   PERFORM APLICA-AUMENTO-LIMITE
               WHEN "G"
                   PERFORM APLICA-TRANSF-AGENCIA
               WHEN "H"
                   PERFORM APLICA-PARTILHA
               WHEN OTHER
                   DISPLAY "Operacao desconhecida na fila."
                   MOVE 8 TO RETURN-CODE
                   CLOSE CLIENTES-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CLIENTE NOT = WS-PND-IMAGEM (WS-SELECAO) (1:300)
               DISPLAY "Registro mudou desde a solicitacao; rejeite "
                       "e refaca o pedido."
               CLOSE CLIENTES-FILE
           MOVE "E" TO AUD-OPERACAO
           MOVE WS-PND-IMAGEM (WS-SELECAO) TO AUD-ANTES
           MOVE SPACES TO AUD-DEPOIS
           MOVE CONTA TO AUD-DEPOIS (1:51)
           CLOSE CONTAS-FILE
           PERFORM GRAVA-AUDITORIA-APROVACAO
           MOVE "S" TO WS-APLICOU.

      * ---------------------------------------------------------------
      * Aumento de limite proposto pela revisao mensal (LIMREV). O
      * limite da conta precisa ser o que a revisao viu; se mudou, ou
      * se a conta deixou de estar ativa, a proposta e rejeitada e a
      * proxima revisao propoe de novo.
      * ---------------------------------------------------------------
       APLICA-AUMENTO-LIMITE.
           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PND-CHAVE (WS-SELECAO) (1:8) TO WRK-CONTA-ALVO
           MOVE WRK-CONTA-ALVO TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta nao existe mais; rejeite a "
                           "pendencia."
                   CLOSE CONTAS-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-ATIVA
               DISPLAY "Conta nao esta ativa; rejeite a pendencia."
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF
           IF CONTA (38:9) NOT = WS-PND-IMAGEM (WS-SELECAO) (38:9)
               DISPLAY "Limite mudou desde a revisao; rejeite a "
                       "pendencia."
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE CONTA TO WRK-CONTA-ANTES
           MOVE WS-PND-CHAVE2 (WS-SELECAO) (1:9) TO WRK-LIMITE-NOVO-X
           MOVE WRK-LIMITE-NOVO TO CONTA-LIMITE-CREDITO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "Erro ao alterar o limite: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "L" TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES
           MOVE WRK-CONTA-ANTES TO AUD-ANTES (1:51)
           MOVE SPACES TO AUD-DEPOIS
           MOVE CONTA TO AUD-DEPOIS (1:51)
           CLOSE CONTAS-FILE
           PERFORM GRAVA-AUDITORIA-APROVACAO
           MOVE "S" TO WS-APLICOU.

      * ---------------------------------------------------------------
      * Transferencia de carteira aprovada: primeiro confere que a
      * agencia de origem ainda tem as contas que o pedido listou
      * (conta aberta ou movida depois do pedido = refazer); depois
      * move uma a uma, com trilha "G" por conta. Erro de regravacao
      * para no meio com RC 12: as contas ja movidas ficam com a
      * trilha, e um novo pedido move o restante.
      * ---------------------------------------------------------------
       APLICA-TRANSF-AGENCIA.
           MOVE WS-PND-CHAVE (WS-SELECAO) (1:4) TO WRK-AGENCIA-ORIGEM-X
           MOVE WS-PND-CHAVE2 (WS-SELECAO) (1:4)
               TO WRK-AGENCIA-DESTINO-X
           MOVE WS-PND-IMAGEM (WS-SELECAO) (1:22)
               TO WRK-RESUMO-CARTEIRA
           IF WRK-AGENCIA-ORIGEM-X IS NOT NUMERIC OR
              WRK-AGENCIA-DESTINO-X IS NOT NUMERIC OR
              WRK-RES-QTD IS NOT NUMERIC
               DISPLAY "Pedido de transferencia malformado; rejeite "
                       "a pendencia."
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WRK-QTD-TRANSFERIDAS
           PERFORM POSICIONA-INICIO-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       IF CONTA-AGENCIA = WRK-AGENCIA-ORIGEM
                           ADD 1 TO WRK-QTD-TRANSFERIDAS
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-QTD-TRANSFERIDAS NOT = WRK-RES-QTD
               DISPLAY "A agencia tem hoje " WRK-QTD-TRANSFERIDAS
                       " contas, o pedido listou " WRK-RES-QTD
                       "; rejeite e refaca o pedido."
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WRK-QTD-TRANSFERIDAS
           PERFORM POSICIONA-INICIO-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       IF CONTA-AGENCIA = WRK-AGENCIA-ORIGEM
                           PERFORM TRANSFERE-UMA-CONTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTAS-FILE
           DISPLAY "Contas transferidas: " WRK-QTD-TRANSFERIDAS
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-APLICOU.

       POSICIONA-INICIO-CONTAS.
           MOVE "N" TO WS-FIM-CONTAS
           MOVE LOW-VALUES TO CONTA-NUMERO
           START CONTAS-FILE KEY NOT < CONTA-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTAS
           END-START.

       TRANSFERE-UMA-CONTA.
           MOVE CONTA TO WRK-CONTA-ANTES
           MOVE WRK-AGENCIA-DESTINO TO CONTA-AGENCIA
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO TRANSFERINDO CONTA " CONTA-NUMERO ": "
                       WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-CONTAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-TRANSFERIDAS
           MOVE "G" TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES
           MOVE WRK-CONTA-ANTES TO AUD-ANTES (1:51)
           MOVE SPACES TO AUD-DEPOIS
           MOVE CONTA TO AUD-DEPOIS (1:51)
           PERFORM GRAVA-AUDITORIA-APROVACAO
           IF RETURN-CODE = 12
               MOVE "S" TO WS-FIM-CONTAS
           END-IF.

      * ---------------------------------------------------------------
      * Partilha de espolio aprovada (OBITO01): a conta ainda esta em
      * espolio e tem a cota livre de bloqueio (nao ha limite para o
      * falecido); a do herdeiro continua ativa e comporta o credito.
      * O saldo do espolio pode ter recebido creditos desde o pedido,
      * por isso a critica e refeita e nao a imagem inteira. Lanca
      * como transferencia ("E" no espolio, "C" no herdeiro, origem
      * ESPOLIO, ordem judicial na referencia) e grava a trilha "H".
      * ---------------------------------------------------------------
       APLICA-PARTILHA.
           PERFORM VERIFICA-CORTE
           IF BALCAO-EM-CORTE
               PERFORM RECUSA-EM-CORTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PND-CHAVE (WS-SELECAO) (1:8) TO WRK-CONTA-ALVO
           MOVE WS-PND-CHAVE2 (WS-SELECAO) (1:8) TO WRK-CONTA-HERDEIRO
           MOVE WS-PND-IMAGEM (WS-SELECAO) (52:9) TO WRK-LIMITE-NOVO-X
           IF WRK-LIMITE-NOVO-X IS NOT NUMERIC
               DISPLAY "Pedido de partilha malformado; rejeite a "
                       "pendencia."
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-LIMITE-NOVO TO WRK-VALOR-PARTILHA
           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-CONTA-HERDEIRO TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta do herdeiro nao existe mais; "
                           "rejeite a pendencia."
                   CLOSE CONTAS-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-ATIVA
               DISPLAY "Conta do herdeiro nao esta ativa; rejeite a "
                       "pendencia."
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WRK-SALDO-HERDEIRO =
               CONTA-SALDO + WRK-VALOR-PARTILHA
               ON SIZE ERROR
                   DISPLAY "Saldo do herdeiro excederia o campo; "
                           "partilha recusada."
                   CLOSE CONTAS-FILE
                   EXIT PARAGRAPH
           END-COMPUTE

           MOVE WRK-CONTA-ALVO TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta do espolio nao existe mais; "
                           "rejeite a pendencia."
                   CLOSE CONTAS-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-ESPOLIO
               DISPLAY "Conta nao esta mais em espolio; rejeite a "
                       "pendencia."
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM CARREGA-BLOQUEIOS
           MOVE WRK-CONTA-ALVO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           COMPUTE WRK-DISPONIVEL = CONTA-SALDO - WRK-VALOR-BLOQUEADO
           IF WRK-VALOR-PARTILHA > WRK-DISPONIVEL
               MOVE WRK-DISPONIVEL TO WRK-SALDO-EDITADO
               DISPLAY "Espolio sem saldo livre para a cota "
                       "(disponivel " WRK-SALDO-EDITADO "); "
                       "rejeite a pendencia."
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM ABRE-HISTIDX
           OPEN EXTEND HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORIC.DAT: "
                       WS-HISTORICO-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CONTAS-FILE
               PERFORM FECHA-HISTIDX
               EXIT PARAGRAPH
           END-IF

      * ponta do espolio (debito)
           MOVE CONTA TO WRK-CONTA-ANTES
           SUBTRACT WRK-VALOR-PARTILHA FROM CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE HISTORICO-FILE
               CLOSE CONTAS-FILE
               PERFORM FECHA-HISTIDX
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-APLICOU
           MOVE SPACES TO AUD-ANTES
           MOVE SPACES TO AUD-DEPOIS
           MOVE WRK-CONTA-ANTES TO AUD-ANTES (1:51)
           MOVE CONTA TO AUD-DEPOIS (1:51)
           MOVE "E" TO HIST-TIPO
           MOVE WRK-CONTA-HERDEIRO TO HIST-CONTA-CONTRA
           PERFORM GRAVA-PERNA-PARTILHA

      * ponta do herdeiro (credito): o espolio ja foi debitado, entao
      * segue mesmo que o historico da primeira ponta tenha falhado
           MOVE WRK-CONTA-HERDEIRO TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "ERRO RELENDO A CONTA " WRK-CONTA-HERDEIRO
                   MOVE 12 TO RETURN-CODE
           END-READ
           IF WS-CONTAS-STATUS = "00"
               MOVE CONTA TO WRK-HERDEIRO-ANTES
               ADD WRK-VALOR-PARTILHA TO CONTA-SALDO
               REWRITE CONTA
               IF WS-CONTAS-STATUS NOT = "00"
                   DISPLAY "ERRO REGRAVANDO CONTAS.DAT: "
                           WS-CONTAS-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE WRK-HERDEIRO-ANTES TO AUD-ANTES (52:51)
                   MOVE CONTA TO AUD-DEPOIS (52:51)
                   MOVE "C" TO HIST-TIPO
                   MOVE WRK-CONTA-ALVO TO HIST-CONTA-CONTRA
                   PERFORM GRAVA-PERNA-PARTILHA
               END-IF
           END-IF
           CLOSE HISTORICO-FILE
           CLOSE CONTAS-FILE
           PERFORM FECHA-HISTIDX

           MOVE "H" TO AUD-OPERACAO
           MOVE WS-PND-IMAGEM (WS-SELECAO) (61:30) TO AUD-ANTES (103:30)
           MOVE WS-PND-IMAGEM (WS-SELECAO) (61:30)
               TO AUD-DEPOIS (103:30)
           PERFORM GRAVA-AUDITORIA-APROVACAO
           MOVE WRK-VALOR-PARTILHA TO WRK-VALOR-EDITADO
           DISPLAY "Partilha de " WRK-VALOR-EDITADO " lancada da "
                   "conta " WRK-CONTA-ALVO " para "
                   WRK-CONTA-HERDEIRO ".".

      * uma ponta da partilha nos dois historicos, com a conta ja
      * regravada em CONTA; o chamador deixa HIST-TIPO e a conta
      * contraparte prontos
       GRAVA-PERNA-PARTILHA.
           MOVE WRK-DATA TO HIST-DATA
           ACCEPT HIST-HORA FROM TIME
           MOVE CONTA-NUMERO TO HIST-CONTA
           MOVE WRK-VALOR-PARTILHA TO HIST-VALOR
           MOVE CONTA-SALDO TO HIST-SALDO-APOS
           MOVE "ESPOLIO" TO HIST-ORIGEM
           MOVE WS-PND-IMAGEM (WS-SELECAO) (61:20) TO HIST-REFERENCIA
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO O HISTORICO: "
                       WS-HISTORICO-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM GRAVA-HISTORICO-INDEXADO
           END-IF.

      * ---------------------------------------------------------------
      * Merge aprovado: as contas do CPF excluido passam ao mantido
      * ANTES da exclusao do cadastro (senao o merge fabrica a conta
               CLOSE CLIENTES-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM RETITULA-TITULARIDADE
           IF RETURN-CODE = 12
               CLOSE CLIENTES-FILE
               EXIT PARAGRAPH
           END-IF

           DELETE CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       IF CONTA-CPF = WS-PND-CHAVE2 (WS-SELECAO)
                           MOVE CONTA TO WRK-CONTA-ANTES
                           MOVE WS-PND-CHAVE (WS-SELECAO)
                               TO CONTA-CPF
                           REWRITE CONTA
                           IF WS-CONTAS-STATUS = "00"
                               ADD 1 TO WRK-QTD-RETITULADAS
                               PERFORM GRAVA-AUDITORIA-RETITULADA
                           ELSE
                               DISPLAY "ERRO RETITULANDO CONTA "
                                       CONTA-NUMERO ": "
           END-PERFORM
           CLOSE CONTAS-FILE.

      * a troca de titular da conta vai para a trilha como manutencao
      * de conta ("K", antes/depois nos 51 primeiros bytes), para a
      * recuperacao (CONTFWD) reaplica-la sobre um restore do master
       GRAVA-AUDITORIA-RETITULADA.
           MOVE "K" TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES
           MOVE WRK-CONTA-ANTES TO AUD-ANTES (1:51)
           MOVE SPACES TO AUD-DEPOIS
           MOVE CONTA TO AUD-DEPOIS (1:51)
           PERFORM GRAVA-AUDITORIA-APROVACAO
           IF RETURN-CODE = 12
               MOVE "S" TO WS-FIM-CONTAS
           END-IF.

      * ---------------------------------------------------------------
      * Contas conjuntas do CPF excluido passam ao mantido com o mesmo
      * papel; se o mantido ja era titular da mesma conta, fica o
      * registro dele (como principal, se o excluido o era).
      * ---------------------------------------------------------------
       RETITULA-TITULARIDADE.
           MOVE ZEROS TO WS-QTD-RETIT
           OPEN I-O TITULAR-FILE
           EVALUATE WS-TITULAR-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   EXIT PARAGRAPH
               WHEN OTHER
                   DISPLAY "ERRO AO ABRIR TITULAR.DAT: "
                           WS-TITULAR-STATUS
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE WS-PND-CHAVE2 (WS-SELECAO) TO TIT-CPF
           MOVE "N" TO WS-FIM-RETIT
           START TITULAR-FILE KEY = TIT-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-RETIT
           END-START
           PERFORM UNTIL FIM-RETIT
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-RETIT
                   NOT AT END
                       IF TIT-CPF NOT = WS-PND-CHAVE2 (WS-SELECAO) OR
                          WS-QTD-RETIT >= WS-MAX-RETIT
                           MOVE "S" TO WS-FIM-RETIT
                       ELSE
                           ADD 1 TO WS-QTD-RETIT
                           MOVE TIT-CONTA
                               TO WS-RETIT-CONTA (WS-QTD-RETIT)
                           MOVE TIT-PAPEL
                               TO WS-RETIT-PAPEL (WS-QTD-RETIT)
                           MOVE TIT-SOLIDARIEDADE
                               TO WS-RETIT-SOLID (WS-QTD-RETIT)
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-IX-RETIT FROM 1 BY 1
                   UNTIL WS-IX-RETIT > WS-QTD-RETIT
               PERFORM RETITULA-UMA-TITULARIDADE
           END-PERFORM
           CLOSE TITULAR-FILE.

       RETITULA-UMA-TITULARIDADE.
           MOVE WS-RETIT-CONTA (WS-IX-RETIT) TO TIT-CONTA
           MOVE WS-PND-CHAVE2 (WS-SELECAO) TO TIT-CPF
           DELETE TITULAR-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE WS-RETIT-CONTA (WS-IX-RETIT) TO TIT-CONTA
           MOVE WS-PND-CHAVE (WS-SELECAO) TO TIT-CPF
           READ TITULAR-FILE
               INVALID KEY
                   MOVE WS-RETIT-PAPEL (WS-IX-RETIT) TO TIT-PAPEL
                   MOVE WS-RETIT-SOLID (WS-IX-RETIT)
                       TO TIT-SOLIDARIEDADE
                   MOVE WRK-DATA TO TIT-DT-INCLUSAO
                   WRITE TITULARIDADE
               NOT INVALID KEY
                   IF WS-RETIT-PAPEL (WS-IX-RETIT) = "P"
                       MOVE "P" TO TIT-PAPEL
                       REWRITE TITULARIDADE
                   END-IF
           END-READ
           IF WS-TITULAR-STATUS NOT = "00"
               DISPLAY "ERRO RETITULANDO TITULAR.DAT, CONTA "
                       WS-RETIT-CONTA (WS-IX-RETIT) ": "
                       WS-TITULAR-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
      * Estorno aprovado: o original precisa estar no indice TAL E
      * QUAL a imagem do pedido e nao pode ter sido estornado desde
      * entao. Todas as pontas sao criticadas ANTES de a primeira
      * ser lancada -- transferencia nao volta pela metade.
      * ---------------------------------------------------------------
       APLICA-ESTORNO.
           PERFORM VERIFICA-CORTE
           IF BALCAO-EM-CORTE
               PERFORM RECUSA-EM-CORTE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PND-IMAGEM (WS-SELECAO) (1:81) TO WRK-LANC-ORIGINAL
           PERFORM ABRE-HISTIDX
           IF NOT HISTIDX-ATIVO
               DISPLAY "Estorno exige o historico indexado; rode "
                       "HISTLOAD e decida de novo."
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM MONTA-PERNAS-ESTORNO
           IF WS-QTD-PERNAS = ZEROS
               PERFORM FECHA-HISTIDX
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM FECHA-HISTIDX
               EXIT PARAGRAPH
           END-IF
           PERFORM CARREGA-BLOQUEIOS
           MOVE "S" TO WS-PERNAS-OK
           PERFORM VARYING WS-IX-PERNA FROM 1 BY 1
                   UNTIL WS-IX-PERNA > WS-QTD-PERNAS
                      OR NOT PERNAS-OK
               PERFORM CRITICA-PERNA-ESTORNO
           END-PERFORM
           IF NOT PERNAS-OK
               CLOSE CONTAS-FILE
               PERFORM FECHA-HISTIDX
               EXIT PARAGRAPH
           END-IF

      * o historico de lancamentos e permanente: sempre EXTEND
           OPEN EXTEND HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTORIC.DAT: "
                       WS-HISTORICO-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CONTAS-FILE
               PERFORM FECHA-HISTIDX
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX-PERNA FROM 1 BY 1
                   UNTIL WS-IX-PERNA > WS-QTD-PERNAS
                      OR RETURN-CODE = 12
               PERFORM POSTA-PERNA-ESTORNO
           END-PERFORM
           CLOSE HISTORICO-FILE
           CLOSE CONTAS-FILE
           PERFORM FECHA-HISTIDX.

      * o original (confirmado contra a imagem e ainda nao estornado)
      * e, se for ponta de transferencia, a ponta contraria
       MONTA-PERNAS-ESTORNO.
           MOVE ZEROS TO WS-QTD-PERNAS
           MOVE WRK-LANC-ORIGINAL TO HISTIDX-REG
           READ HISTIDX-FILE
               INVALID KEY
                   DISPLAY "Lancamento original nao esta no indice; "
                           "rejeite a pendencia."
                   EXIT PARAGRAPH
           END-READ
           IF HISTIDX-REG NOT = WRK-LANC-ORIGINAL
               DISPLAY "Lancamento mudou desde a solicitacao; "
                       "rejeite e refaca o pedido."
               EXIT PARAGRAPH
           END-IF
           IF NOT HIX-CREDITO AND NOT HIX-DEBITO
               DISPLAY "Tipo de lancamento desconhecido; rejeite a "
                       "pendencia."
               EXIT PARAGRAPH
           END-IF
           IF HIX-ESTORNO-DEB OR HIX-ESTORNO-CRED
               DISPLAY "Estorno nao se estorna; rejeite a pendencia."
               EXIT PARAGRAPH
           END-IF
      * aplicacao/resgate de CDB desfaz-se pelo proprio produto
      * (resgate em APLICA01), nunca por estorno: o lancamento
      * contrario deixaria APLIC.DAT fora de sincronia com a conta
           IF HIX-APLICACAO OR HIX-RESGATE
               DISPLAY "Movimento de CDB nao se estorna; rejeite a "
                       "pendencia."
               EXIT PARAGRAPH
           END-IF
      * idem liberacao e parcela de emprestimo: o contrato e a tabela
      * de parcelas ficariam fora de sincronia com a conta
           IF HIX-LIBERACAO OR HIX-PARCELA
               DISPLAY "Movimento de emprestimo nao se estorna; "
                       "rejeite a pendencia."
               EXIT PARAGRAPH
           END-IF
           IF HIX-BOLETO
               DISPLAY "Pagamento de conta nao se estorna; "
                       "rejeite a pendencia."
               EXIT PARAGRAPH
           END-IF
      * TED enviada, devolvida ou recebida: a outra ponta esta em
      * outro banco e a TED.DAT teria de acompanhar
           IF HIX-TED-ENVIADA OR HIX-TED-DEVOLVIDA OR
              HIX-TED-RECEBIDA
               DISPLAY "Movimento de TED nao se estorna; "
                       "rejeite a pendencia."
               EXIT PARAGRAPH
           END-IF
      * cheque pago na compensacao: so a compensacao o devolve
           IF HIX-CHEQUE
               DISPLAY "Cheque compensado nao se estorna; "
                       "rejeite a pendencia."
               EXIT PARAGRAPH
           END-IF
           MOVE HIX-CONTA TO WRK-EST-CONTA
           MOVE HIX-DATA TO WRK-EST-DATA
           MOVE HIX-SEQ TO WRK-EST-SEQ
           PERFORM VERIFICA-JA-ESTORNADO
           IF LANCAMENTO-JA-ESTORNADO
               DISPLAY "Lancamento ja estornado; rejeite a "
                       "pendencia."
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-QTD-PERNAS
           MOVE WRK-LANC-ORIGINAL TO WS-PER-LANC (1)

           MOVE WRK-LANC-ORIGINAL TO HISTIDX-REG
           IF (HIX-TRANSF-ENV OR HIX-TRANSF-REC) AND
              HIX-CONTA-CONTRA IS NUMERIC AND
              HIX-CONTA-CONTRA > ZEROS
               PERFORM PROCURA-PERNA-CONTRARIA
               IF WS-QTD-PERNAS < 2
                   DISPLAY "Ponta contraria da transferencia nao "
                           "encontrada ou ja estornada; rejeite a "
                           "pendencia."
                   MOVE ZEROS TO WS-QTD-PERNAS
               END-IF
           END-IF.

      * ---------------------------------------------------------------
      * A outra ponta da transferencia: na conta contraparte, mesma
      * data, tipo oposto, mesmo valor e apontando de volta a conta
      * do original; a primeira ainda nao estornada serve.
      * ---------------------------------------------------------------
       PROCURA-PERNA-CONTRARIA.
           MOVE HIX-CONTA-CONTRA TO WRK-CONTRA-CONTA
           MOVE HIX-CONTA TO WRK-CONTRA-DE
           MOVE HIX-DATA TO WRK-CONTRA-DATA
           MOVE HIX-VALOR TO WRK-CONTRA-VALOR
           IF HIX-TRANSF-ENV
               MOVE "C" TO WRK-CONTRA-TIPO
           ELSE
               MOVE "E" TO WRK-CONTRA-TIPO
           END-IF
           MOVE ZEROS TO WRK-CONTRA-SEQ
           MOVE "N" TO WS-FIM-CONTRA
           PERFORM UNTIL FIM-CONTRA
               PERFORM PROXIMA-PERNA-CANDIDATA
               IF NOT FIM-CONTRA
                   MOVE HISTIDX-REG TO WRK-LANC-CANDIDATO
                   MOVE HIX-CONTA TO WRK-EST-CONTA
                   MOVE HIX-DATA TO WRK-EST-DATA
                   MOVE HIX-SEQ TO WRK-EST-SEQ
                   PERFORM VERIFICA-JA-ESTORNADO
                   IF NOT LANCAMENTO-JA-ESTORNADO
                       MOVE 2 TO WS-QTD-PERNAS
                       MOVE WRK-LANC-CANDIDATO TO WS-PER-LANC (2)
                       MOVE "S" TO WS-FIM-CONTRA
                   END-IF
               END-IF
           END-PERFORM.

      * proxima entrada da contraparte, naquela data, depois de
      * WRK-CONTRA-SEQ, que case com o original
       PROXIMA-PERNA-CANDIDATA.
           MOVE WRK-CONTRA-CONTA TO HIX-CONTA
           MOVE WRK-CONTRA-DATA TO HIX-DATA
           MOVE WRK-CONTRA-SEQ TO HIX-SEQ
           START HISTIDX-FILE KEY > HIX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTRA
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-ACHOU-CONTRA
           PERFORM UNTIL ACHOU-CONTRA OR FIM-CONTRA
               READ HISTIDX-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTRA
                   NOT AT END
                       IF HIX-CONTA NOT = WRK-CONTRA-CONTA OR
                          HIX-DATA NOT = WRK-CONTRA-DATA
                           MOVE "S" TO WS-FIM-CONTRA
                       ELSE
                           MOVE HIX-SEQ TO WRK-CONTRA-SEQ
                           IF HIX-TIPO = WRK-CONTRA-TIPO AND
                              HIX-VALOR = WRK-CONTRA-VALOR AND
                              HIX-CONTA-CONTRA = WRK-CONTRA-DE
                               MOVE "S" TO WS-ACHOU-CONTRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * ---------------------------------------------------------------
      * Critica de uma ponta: conta existe e aceita lancamento; o
      * estorno de um credito e um debito e passa pelas mesmas
      * recusas de um saque (limite de cheque especial e bloqueio
      * judicial fora do disponivel).
      * ---------------------------------------------------------------
       CRITICA-PERNA-ESTORNO.
           MOVE WS-PER-LANC (WS-IX-PERNA) TO HISTIDX-REG
           MOVE HIX-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta " HIX-CONTA " nao existe mais; "
                           "rejeite a pendencia."
                   MOVE "N" TO WS-PERNAS-OK
                   EXIT PARAGRAPH
           END-READ
      * espolio nao aceita debito algum fora da partilha: o estorno
      * de um credito numa conta em espolio e recusado
           IF CONTA-ENCERRADA OR CONTA-DORMENTE OR
              (CONTA-ESPOLIO AND HIX-CREDITO)
               DISPLAY "Conta " HIX-CONTA " encerrada, dormente ou "
                       "em espolio; estorno recusado."
               MOVE "N" TO WS-PERNAS-OK
               EXIT PARAGRAPH
           END-IF
           IF HIX-CREDITO
               MOVE HIX-CONTA TO WS-CONTA-BLQ-PROCURA
               PERFORM PROCURA-BLOQUEIO
               COMPUTE WRK-DISPONIVEL =
                   CONTA-SALDO + CONTA-LIMITE-CREDITO
                   - WRK-VALOR-BLOQUEADO
               IF HIX-VALOR > WRK-DISPONIVEL
                   IF WRK-VALOR-BLOQUEADO > ZEROS AND
                      HIX-VALOR NOT >
                          (CONTA-SALDO + CONTA-LIMITE-CREDITO)
                       DISPLAY "Estorno na conta " HIX-CONTA
                               " barrado por bloqueio judicial."
                   ELSE
                       DISPLAY "Conta " HIX-CONTA " sem saldo/limite"
                               " para o estorno."
                   END-IF
                   MOVE "N" TO WS-PERNAS-OK
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-PER-SALDO-NOVO (WS-IX-PERNA) =
                   CONTA-SALDO - HIX-VALOR
           ELSE
               COMPUTE WS-PER-SALDO-NOVO (WS-IX-PERNA) =
                   CONTA-SALDO + HIX-VALOR
                   ON SIZE ERROR
                       DISPLAY "Saldo da conta " HIX-CONTA
                               " excederia o campo; estorno recusado."
                       MOVE "N" TO WS-PERNAS-OK
               END-COMPUTE
           END-IF.

      * ---------------------------------------------------------------
      * Lanca uma ponta: saldo regravado, movimento contrario nos dois
      * historicos apontando o original, e a trilha com a conta antes
      * e depois, o original e o estorno.
      * ---------------------------------------------------------------
       POSTA-PERNA-ESTORNO.
           MOVE WS-PER-LANC (WS-IX-PERNA) TO HISTIDX-REG
           MOVE HIX-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "ERRO RELENDO A CONTA " HIX-CONTA
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE CONTA TO WRK-CONTA-ANTES
           MOVE WS-PER-SALDO-NOVO (WS-IX-PERNA) TO CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-APLICOU

           MOVE WRK-DATA TO HIST-DATA
           ACCEPT HIST-HORA FROM TIME
           MOVE HIX-CONTA TO HIST-CONTA
           IF HIX-CREDITO
               MOVE "X" TO HIST-TIPO
           ELSE
               MOVE "Y" TO HIST-TIPO
           END-IF
           MOVE HIX-VALOR TO HIST-VALOR
           MOVE CONTA-SALDO TO HIST-SALDO-APOS
           MOVE "ESTORNO" TO HIST-ORIGEM
           IF HIX-CONTA-CONTRA IS NUMERIC
               MOVE HIX-CONTA-CONTRA TO HIST-CONTA-CONTRA
           ELSE
               MOVE ZEROS TO HIST-CONTA-CONTRA
           END-IF
           MOVE SPACES TO HIST-REFERENCIA
           MOVE HIX-DATA TO HIST-EST-DATA
           MOVE HIX-SEQ TO HIST-EST-SEQ
           MOVE HIX-TIPO TO HIST-EST-TIPO
           MOVE HIX-HORA TO HIST-EST-HORA
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO O HISTORICO: "
                       WS-HISTORICO-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM GRAVA-HISTORICO-INDEXADO
           END-IF
           PERFORM GRAVA-RECIBO-ESTORNO

           MOVE "R" TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES
           MOVE WRK-CONTA-ANTES TO AUD-ANTES (1:51)
           MOVE WS-PER-LANC (WS-IX-PERNA) TO AUD-ANTES (52:81)
           MOVE SPACES TO AUD-DEPOIS
           MOVE CONTA TO AUD-DEPOIS (1:51)
           MOVE HISTORICO TO AUD-DEPOIS (52:77)
           PERFORM GRAVA-AUDITORIA-APROVACAO
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           DISPLAY "Conta " CONTA-NUMERO " estornada; saldo "
                   WRK-SALDO-EDITADO.

      * ---------------------------------------------------------------
      * Estorno de deposito ou saque do balcao (HIST-ORIGEM e o OPER-ID
      * do caixa): o recibo do estorno vai para RECIBOS.DAT, em nome
      * do caixa que lancou o original e com a data e hora DELE, para
      * o fechamento da gaveta (CAIXA01 G) descontar o valor das
      * entradas ou das saidas. Original e estorno caem sempre na
      * mesma gaveta: a que recebeu (ou pagou) a especie.
      * ---------------------------------------------------------------
       GRAVA-RECIBO-ESTORNO.
           MOVE WS-PER-LANC (WS-IX-PERNA) TO HISTIDX-REG
           IF NOT HIX-DEPOSITO AND NOT HIX-SAQUE
               EXIT PARAGRAPH
           END-IF
           MOVE HIX-ORIGEM TO WS-ID-PROCURA
           PERFORM PROCURA-OPERADOR
           IF WS-OPER-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF HIX-DEPOSITO
               MOVE "X" TO WRK-OPCAO-RECIBO
           ELSE
               MOVE "Y" TO WRK-OPCAO-RECIBO
           END-IF
           MOVE HIX-VALOR TO WRK-VALOR-EDITADO
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RECIBO
           STRING "RECIBO " HIX-DATA " " HIX-HORA
                  " CONTA " HIX-CONTA
                  " " WRK-OPCAO-RECIBO " " WRK-VALOR-EDITADO
                  " SALDO " WRK-SALDO-EDITADO
                  " OP " HIX-ORIGEM
                  DELIMITED BY SIZE INTO LINHA-RECIBO
           OPEN EXTEND RECIBOS-FILE
           IF WS-RECIBOS-STATUS NOT = "00"
               OPEN OUTPUT RECIBOS-FILE
           END-IF
           IF WS-RECIBOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RECIBOS.DAT: " WS-RECIBOS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE LINHA-RECIBO
           IF WS-RECIBOS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO RECIBOS.DAT: " WS-RECIBOS-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE RECIBOS-FILE.

      * ---------------------------------------------------------------
      * Corte do stream noturno: com o balcao fechado (JANELA.DAT,
      * CORTECX) nada e lancado em CONTAS.DAT nem em HISTORIC.DAT --
      * o lancamento cairia entre a leitura do master e a do
      * historico na prova do BALANCETE. A pendencia fica aberta para
      * ser decidida depois da reabertura. Sem o arquivo, o balcao
      * nunca foi fechado.
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
                   "andamento. Decida a pendencia apos a reabertura."
           MOVE 8 TO RETURN-CODE.

      * ---------------------------------------------------------------
      * Trilha da operacao aprovada, com o solicitante em
      * AUD-OPERADOR e o aprovador em AUD-APROVADOR -- os dois IDs no

           COPY OPERAUPD.

           COPY HIDXPD.

           COPY BLOQPD.

           COPY ESTOPD.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
