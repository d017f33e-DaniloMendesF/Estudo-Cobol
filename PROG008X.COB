      * CONTAREC.cpy layout), the same way PROG0001 maintains the
      * CLIENTES master:
      *   - option A : open a new account for an existing customer
      *                (owner CPF is validated against CLIENTES.DAT;
      *                refused while the owner's periodic cadastral
      *                review is overdue beyond the grace period,
      *                KYCPD.cpy, until PROG0001 option R records it)
      *   - option M : change the owner CPF of an account
      *   - option L : register the agreed overdraft (cheque
      *                especial) limit of an account (restricted to
      *                the supervisor profile -- it is credit risk)
      *   - option E : close an account (only with zero balance, no
      *                active CDB in APLIC.DAT and no personal loan
      *                still owed in EMPREST.DAT; restricted to the
      *                supervisor profile)
      *   - option T : joint-account holders (TITULAR.DAT, TITREC.cpy):
      *                add or remove a secondary holder (CPF validated
      *                against CLIENTES.DAT and refused on an overdue
      *                cadastral review, as in option A) and set the
      *                joint type, "E" (every holder signs) or "OU"
      *                (any holder signs). The primary holder is
      *                always CONTA-CPF; option M keeps its TITULAR.DAT
      *                record in step.
      * Every option authenticates the named operator first, with the
      * same ID+senha, profile and lockout scheme as PROG0001/OPERADM.
      * A non-supervisor only works accounts of the home branch
      * (OPER-AGENCIA), where the accounts opened by that operator
      * are born; a supervisor works every branch and chooses the
      * branch of a new account.
      * A deceased customer (OBITO01) cannot be given an account or a
      * holding, and an estate account is not maintained here (M, L
      * and T refuse it); it only leaves through the estate payout
      * and, once at zero, option E.
      * Every direct change to an account (A, M, L and the dormant
      * reactivation R) logs the account before/after to the audit
      * trail AUDITCLI.DAT ("K"), so forward recovery (CONTFWD) can
      * replay it after a restore of the master.
      * Accepts the option as a command-line argument for batch use,
      * same convention as PROG0001.
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT APLICACOES-FILE ASSIGN TO "APLIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               ALTERNATE RECORD KEY IS APL-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS APL-CPF WITH DUPLICATES
               FILE STATUS IS WS-APLICACOES-STATUS.

           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPREST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPRESTIMOS-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PENDENCIAS-FILE.
           COPY PENDREC.

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  APLICACOES-FILE.
           COPY APLREC.

       FD  EMPRESTIMOS-FILE.
           COPY EMPREC.

       FD  AUDITORIA-FILE.
           COPY AUDREC.

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.

       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
       77 WRK-LIMITE-NOVO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-LIMITE-EDITADO PIC ZZZ,ZZ9.99.
      * imagem da conta antes da manutencao, para a trilha
       77 WRK-CONTA-ANTES PIC X(51) VALUE SPACES.

      * senha de operador, nunca exibida/gravada em claro (ver
      * HASH-SENHA / MASCARA-SENHA, mesmo criterio de PROG0001).
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
           02 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
           02 WS-TITULAR-STATUS PIC X(02) VALUE "00".
           02 WS-APLICACOES-STATUS PIC X(02) VALUE "00".
           02 WS-EMPRESTIMOS-STATUS PIC X(02) VALUE "00".
           02 WS-AUDITORIA-STATUS PIC X(02) VALUE "00".
           02 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-OPCAO PIC X VALUE SPACES.
           02 WS-ARGC PIC 9(02) VALUE ZEROS.
           02 WS-CPF-EXISTE PIC X VALUE "N".
              88 CPF-EXISTE VALUE "S".
           02 WS-OPCAO-TIT PIC X VALUE SPACES.
           02 WRK-SOLID-NOVA PIC X(02) VALUE SPACES.
           02 WRK-CPF-ANTERIOR PIC X(11) VALUE SPACES.
           02 WRK-SOLID-DESCRITA PIC X(12) VALUE SPACES.
           02 WS-CONTA-COM-CDB PIC X VALUE "N".
              88 CONTA-COM-CDB VALUE "S".
           02 WS-FIM-APLICACOES PIC X VALUE "N".
              88 FIM-APLICACOES VALUE "S".
           02 WS-CONTA-COM-EMPRESTIMO PIC X VALUE "N".
              88 CONTA-COM-EMPRESTIMO VALUE "S".
           02 WS-FIM-EMPRESTIMOS PIC X VALUE "N".
              88 FIM-EMPRESTIMOS VALUE "S".
           02 WS-CONTA-NA-AGENCIA PIC X VALUE "N".
              88 CONTA-NA-AGENCIA VALUE "S".
           02 WRK-AGENCIA-NOVA PIC X(04) VALUE SPACES.
           02 WRK-AGENCIA-NOVA-N REDEFINES WRK-AGENCIA-NOVA
                                 PIC 9(04).

      * titulares da conta conjunta: estrutura em TITWS.cpy,
      * paragrafos em TITPD.cpy.
           COPY TITWS.

      * escrita compartilhada da fila de aprovacao a quatro olhos:
      * estrutura em PENDWS.cpy, paragrafo em PENDPD.cpy.
      * paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

      * revisao cadastral periodica (prazos por risco e carencia):
      * estrutura em KYCWS.cpy, paragrafos em KYCPD.cpy.
           COPY KYCWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           MOVE WRK-DATA TO WRK-KYC-DATA-REF
           PERFORM LE-PARAMETROS-KYC
           PERFORM ABRE-CONTAS
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "L - Alterar limite de cheque especial"
               DISPLAY "R - Reativar conta dormente"
               DISPLAY "E - Encerrar conta"
               DISPLAY "T - Titulares da conta (conjunta)"
               DISPLAY "S - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN "T"
                   PERFORM AUTORIZA-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM MANTEM-TITULARES
                   END-IF
               WHEN "S"
                   DISPLAY "Encerrando."
               WHEN OTHER

           COPY OPERAUPD.

      * ---------------------------------------------------------------
      * Operador so trabalha contas da propria agencia de lotacao;
      * supervisor atende todas. Conta de outra agencia e recusada
      * com RC=8.
      * ---------------------------------------------------------------
       VERIFICA-AGENCIA-DA-CONTA.
           MOVE "S" TO WS-CONTA-NA-AGENCIA
           IF OPERADOR-SUPERVISOR
               EXIT PARAGRAPH
           END-IF
           IF CONTA-AGENCIA NOT = WS-OPERADOR-AGENCIA
               DISPLAY "Conta da agencia " CONTA-AGENCIA
                       "; operador da agencia " WS-OPERADOR-AGENCIA
                       " nao pode altera-la."
               MOVE "N" TO WS-CONTA-NA-AGENCIA
               MOVE 8 TO RETURN-CODE
           END-IF.


      * ---------------------------------------------------------------
      * Confere se o CPF do titular existe no master de clientes.
               INVALID KEY
                   DISPLAY "CPF nao cadastrado no master de clientes."
               NOT INVALID KEY
      * titular falecido nao assume conta nova nem titularidade
                   IF CLIENTE-FALECIDO
                       DISPLAY "CPF de cliente falecido (OBITO01)."
                   ELSE
                       MOVE "S" TO WS-CPF-EXISTE
                   END-IF
           END-READ.

       ABRE-NOVA-CONTA.
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * revisao cadastral vencida alem da carencia: nada de conta nova
      * ate o cadastro ser revisto (PROG0001 opcao R)
           PERFORM AVALIA-REVISAO-KYC
           IF KYC-BLOQUEADA
               DISPLAY "Revisao cadastral do titular vencida em "
                       WRK-KYC-DT-VENCIMENTO
                       "; registre a revisao (PROG0001 opcao R)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Tipo (C-corrente P-poupanca): " WITH NO ADVANCING
           ACCEPT CONTA-TIPO
               EXIT PARAGRAPH
           END-IF

      * a conta nasce na agencia do operador; o supervisor, que
      * atende todas, informa a agencia
           MOVE WS-OPERADOR-AGENCIA TO CONTA-AGENCIA
           IF OPERADOR-SUPERVISOR
               DISPLAY "Agencia da conta (4 digitos): "
                       WITH NO ADVANCING
               ACCEPT WRK-AGENCIA-NOVA
               IF WRK-AGENCIA-NOVA IS NOT NUMERIC OR
                  WRK-AGENCIA-NOVA-N = ZEROS
                   DISPLAY "Agencia invalida."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-AGENCIA-NOVA-N TO CONTA-AGENCIA
           END-IF

           MOVE CPF TO CONTA-CPF
           MOVE WRK-DATA TO CONTA-DT-ABERTURA
           MOVE "A" TO CONTA-STATUS
      * registrado depois pelo supervisor na opcao L
           MOVE ZEROS TO CONTA-LIMITE-CREDITO

           MOVE SPACES TO WRK-CONTA-ANTES
           WRITE CONTA
           EVALUATE WS-CONTAS-STATUS
               WHEN "00"
                   DISPLAY "Conta aberta com sucesso na agencia "
                           CONTA-AGENCIA "."
                   PERFORM GRAVA-AUDITORIA-CONTA
               WHEN "22"
                   DISPLAY "Conta ja existe."
                   MOVE 4 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * espolio: a titularidade so muda pela partilha (OBITO01)
           IF CONTA-ESPOLIO
               DISPLAY "Conta em espolio nao pode ser alterada; "
                       "saldo so sai pela partilha (OBITO01)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-AGENCIA-DA-CONTA
           IF NOT CONTA-NA-AGENCIA
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Novo CPF do titular: " WITH NO ADVANCING
           ACCEPT CPF
               EXIT PARAGRAPH
           END-IF

      * conta conjunta: o novo principal nao pode ja ser um dos
      * titulares, e o registro de principal em TITULAR.DAT acompanha
      * a troca
           PERFORM ABRE-TITULAR-IO
           IF NOT TITULAR-ATIVO
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
           MOVE CONTA-CPF TO WS-CPF-TIT-PRINCIPAL
           MOVE CONTA-CPF TO WRK-CPF-ANTERIOR
           PERFORM CARREGA-TITULARES-CONTA
           IF NOT CONTA-INDIVIDUAL
               PERFORM VARYING WS-IX-TIT FROM 1 BY 1
                       UNTIL WS-IX-TIT > WS-QTD-TIT-CONTA
                   IF WS-TITC-CPF (WS-IX-TIT) = CPF
                       MOVE "N" TO WS-CPF-EXISTE
                   END-IF
               END-PERFORM
               IF NOT CPF-EXISTE
                   DISPLAY "CPF ja e titular desta conta conjunta; "
                           "exclua-o como segundo titular antes."
                   MOVE 8 TO RETURN-CODE
                   PERFORM FECHA-TITULAR
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE CONTA TO WRK-CONTA-ANTES
           MOVE CPF TO CONTA-CPF
           REWRITE CONTA
           IF WS-CONTAS-STATUS = "00"
               DISPLAY "Titular alterado com sucesso."
               PERFORM GRAVA-AUDITORIA-CONTA
               IF NOT CONTA-INDIVIDUAL
                   PERFORM TROCA-PRINCIPAL-CONJUNTA
               END-IF
           ELSE
               DISPLAY "Erro ao alterar: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM FECHA-TITULAR.

       TROCA-PRINCIPAL-CONJUNTA.
           MOVE CONTA-NUMERO TO TIT-CONTA
           MOVE WRK-CPF-ANTERIOR TO TIT-CPF
           DELETE TITULAR-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE CONTA-NUMERO TO TIT-CONTA
           MOVE CONTA-CPF TO TIT-CPF
           MOVE "P" TO TIT-PAPEL
           MOVE WS-SOLIDARIEDADE TO TIT-SOLIDARIEDADE
           MOVE WRK-DATA TO TIT-DT-INCLUSAO
           WRITE TITULARIDADE
           IF WS-TITULAR-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO TITULAR.DAT: " WS-TITULAR-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CONTA-ESPOLIO
               DISPLAY "Conta em espolio nao pode ter limite."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE CONTA-LIMITE-CREDITO TO WRK-LIMITE-EDITADO
           DISPLAY "Limite atual: " WRK-LIMITE-EDITADO
               END-IF
           END-IF

           MOVE CONTA TO WRK-CONTA-ANTES
           MOVE WRK-LIMITE-NOVO TO CONTA-LIMITE-CREDITO
           REWRITE CONTA
           IF WS-CONTAS-STATUS = "00"
               DISPLAY "Limite alterado com sucesso."
               PERFORM GRAVA-AUDITORIA-CONTA
           ELSE
               DISPLAY "Erro ao alterar: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE CONTA TO WRK-CONTA-ANTES
           MOVE "A" TO CONTA-STATUS
           REWRITE CONTA
           IF WS-CONTAS-STATUS = "00"
               DISPLAY "Conta reativada com sucesso."
               PERFORM GRAVA-AUDITORIA-CONTA
           ELSE
               DISPLAY "Erro ao reativar: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * CDB ativo ainda vai pagar principal e rendimento nesta conta
           PERFORM VERIFICA-CDB-ATIVO
           IF CONTA-COM-CDB
               DISPLAY "Conta com CDB ativo nao pode ser encerrada; "
                       "resgate-o antes (APLICA01)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * emprestimo ativo ainda vai debitar parcelas nesta conta
           PERFORM VERIFICA-EMPRESTIMO-ATIVO
           IF CONTA-COM-EMPRESTIMO
               DISPLAY "Conta com emprestimo em aberto nao pode ser "
                       "encerrada (EMPRES01)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "E" TO PEN-OPERACAO
           MOVE SPACES TO PEN-CHAVE
           MOVE CONTA-NUMERO TO PEN-CHAVE (1:8)
           MOVE SPACES TO PEN-CHAVE2
           MOVE SPACES TO PEN-IMAGEM
           MOVE CONTA TO PEN-IMAGEM (1:51)
           MOVE WS-OPERADOR-ID TO WS-PEND-SOLICITANTE
           PERFORM GRAVA-PENDENCIA
           IF RETURN-CODE NOT = 12
                       "em APROVA01."
           END-IF.

      * ---------------------------------------------------------------
      * Titulares de conta conjunta. Conta sem registro em TITULAR.DAT
      * e individual (titular = CONTA-CPF); a inclusao do primeiro
      * segundo titular grava tambem o registro do principal, e a
      * exclusao do ultimo devolve a conta a individual.
      * ---------------------------------------------------------------
       MANTEM-TITULARES.
           DISPLAY "-- Titulares da conta --"
           DISPLAY "Numero da conta: " WITH NO ADVANCING
           ACCEPT CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta nao encontrada."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-ENCERRADA
               DISPLAY "Conta encerrada nao pode ser alterada."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * espolio: a titularidade so muda pela partilha (OBITO01)
           IF CONTA-ESPOLIO
               DISPLAY "Conta em espolio nao pode ser alterada; "
                       "saldo so sai pela partilha (OBITO01)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-AGENCIA-DA-CONTA
           IF NOT CONTA-NA-AGENCIA
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRE-TITULAR-IO
           IF NOT TITULAR-ATIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM LISTA-TITULARES-DA-CONTA

           DISPLAY "I - Incluir segundo titular"
           DISPLAY "X - Excluir segundo titular"
           DISPLAY "J - Tipo da conjunta (E / OU)"
           DISPLAY "Opcao (outra tecla volta): " WITH NO ADVANCING
           ACCEPT WS-OPCAO-TIT
           MOVE FUNCTION UPPER-CASE (WS-OPCAO-TIT) TO WS-OPCAO-TIT
           EVALUATE WS-OPCAO-TIT
               WHEN "I"
                   PERFORM INCLUI-SEGUNDO-TITULAR
               WHEN "X"
                   PERFORM EXCLUI-SEGUNDO-TITULAR
               WHEN "J"
                   PERFORM ALTERA-TIPO-CONJUNTA
           END-EVALUATE
           PERFORM FECHA-TITULAR.

      * abre TITULAR.DAT para atualizacao, criando-o na primeira vez
      * (padrao de ABRE-CONTAS)
       ABRE-TITULAR-IO.
           MOVE "N" TO WS-TITULAR-ABERTO
           OPEN I-O TITULAR-FILE
           IF WS-TITULAR-STATUS = "35"
               OPEN OUTPUT TITULAR-FILE
               CLOSE TITULAR-FILE
               OPEN I-O TITULAR-FILE
           END-IF
           IF WS-TITULAR-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TITULAR.DAT: " WS-TITULAR-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-TITULAR-ABERTO.

       LISTA-TITULARES-DA-CONTA.
           MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
           MOVE CONTA-CPF TO WS-CPF-TIT-PRINCIPAL
           PERFORM CARREGA-TITULARES-CONTA
           EVALUATE TRUE
               WHEN CONTA-CONJUNTA-E
                   MOVE "CONJUNTA E" TO WRK-SOLID-DESCRITA
               WHEN CONTA-CONJUNTA-OU
                   MOVE "CONJUNTA OU" TO WRK-SOLID-DESCRITA
               WHEN OTHER
                   MOVE "INDIVIDUAL" TO WRK-SOLID-DESCRITA
           END-EVALUATE
           DISPLAY "Conta " CONTA-NUMERO " - " WRK-SOLID-DESCRITA
           PERFORM VARYING WS-IX-TIT FROM 1 BY 1
                   UNTIL WS-IX-TIT > WS-QTD-TIT-CONTA
               IF WS-TITC-PAPEL (WS-IX-TIT) = "P"
                   DISPLAY "  " WS-TITC-CPF (WS-IX-TIT)
                           "  PRINCIPAL"
               ELSE
                   DISPLAY "  " WS-TITC-CPF (WS-IX-TIT)
                           "  SEGUNDO TITULAR"
               END-IF
           END-PERFORM.

       INCLUI-SEGUNDO-TITULAR.
           IF WS-QTD-TIT-CONTA >= WS-MAX-TIT-CONTA
               DISPLAY "Conta ja tem o maximo de " WS-MAX-TIT-CONTA
                       " titulares."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CPF do segundo titular: " WITH NO ADVANCING
           ACCEPT CPF
           PERFORM VALIDA-TITULAR
           IF NOT CPF-EXISTE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * mesma regra da conta nova: cadastro com revisao vencida alem
      * da carencia nao ganha titularidade
           PERFORM AVALIA-REVISAO-KYC
           IF KYC-BLOQUEADA
               DISPLAY "Revisao cadastral do titular vencida em "
                       WRK-KYC-DT-VENCIMENTO
                       "; registre a revisao (PROG0001 opcao R)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CPF = CONTA-CPF
               DISPLAY "CPF ja e o titular principal da conta."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      * primeira inclusao: a conta vira conjunta e o principal ganha
      * o proprio registro, com o tipo escolhido agora
           IF CONTA-INDIVIDUAL
               PERFORM OBTEM-TIPO-CONJUNTA
               IF WRK-SOLID-NOVA = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE CONTA-NUMERO TO TIT-CONTA
               MOVE CONTA-CPF TO TIT-CPF
               MOVE "P" TO TIT-PAPEL
               MOVE WRK-SOLID-NOVA (1:1) TO TIT-SOLIDARIEDADE
               MOVE WRK-DATA TO TIT-DT-INCLUSAO
               WRITE TITULARIDADE
               IF WS-TITULAR-STATUS NOT = "00"
                   DISPLAY "ERRO GRAVANDO TITULAR.DAT: "
                           WS-TITULAR-STATUS
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WRK-SOLID-NOVA (1:1) TO WS-SOLIDARIEDADE
           END-IF

           MOVE CONTA-NUMERO TO TIT-CONTA
           MOVE CPF TO TIT-CPF
           MOVE "S" TO TIT-PAPEL
           MOVE WS-SOLIDARIEDADE TO TIT-SOLIDARIEDADE
           MOVE WRK-DATA TO TIT-DT-INCLUSAO
           WRITE TITULARIDADE
           EVALUATE WS-TITULAR-STATUS
               WHEN "00"
                   DISPLAY "Segundo titular incluido."
               WHEN "22"
                   DISPLAY "CPF ja e titular desta conta."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ERRO GRAVANDO TITULAR.DAT: "
                           WS-TITULAR-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       EXCLUI-SEGUNDO-TITULAR.
           IF CONTA-INDIVIDUAL
               DISPLAY "Conta individual: nao ha segundo titular."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CPF do segundo titular a excluir: "
                   WITH NO ADVANCING
           ACCEPT WS-CPF-TIT-PROCURA
           MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
           PERFORM VERIFICA-TITULAR-DA-CONTA
           IF NOT E-TITULAR-DA-CONTA
               DISPLAY "CPF nao e titular desta conta."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PAPEL-ACHADO = "P"
               DISPLAY "O principal sai pela troca de titular "
                       "(opcao M)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DELETE TITULAR-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO EXCLUINDO TITULAR: "
                           WS-TITULAR-STATUS
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-DELETE
           DISPLAY "Segundo titular excluido."

      * saiu o ultimo segundo titular: a conta volta a individual e
      * o registro do principal deixa de existir
           IF WS-QTD-TIT-CONTA = 2
               MOVE CONTA-NUMERO TO TIT-CONTA
               MOVE CONTA-CPF TO TIT-CPF
               DELETE TITULAR-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY "Conta volta a ser individual."
           END-IF.

       ALTERA-TIPO-CONJUNTA.
           IF CONTA-INDIVIDUAL
               DISPLAY "Conta individual: inclua um segundo titular "
                       "primeiro."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OBTEM-TIPO-CONJUNTA
           IF WRK-SOLID-NOVA = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX-TIT FROM 1 BY 1
                   UNTIL WS-IX-TIT > WS-QTD-TIT-CONTA
               MOVE CONTA-NUMERO TO TIT-CONTA
               MOVE WS-TITC-CPF (WS-IX-TIT) TO TIT-CPF
               READ TITULAR-FILE
                   NOT INVALID KEY
                       MOVE WRK-SOLID-NOVA (1:1) TO TIT-SOLIDARIEDADE
                       REWRITE TITULARIDADE
                       IF WS-TITULAR-STATUS NOT = "00"
                           DISPLAY "ERRO REGRAVANDO TITULAR.DAT: "
                                   WS-TITULAR-STATUS
                           MOVE 12 TO RETURN-CODE
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "Tipo da conjunta alterado.".

       OBTEM-TIPO-CONJUNTA.
           DISPLAY "Tipo (E - todos assinam / OU - qualquer um): "
                   WITH NO ADVANCING
           ACCEPT WRK-SOLID-NOVA
           MOVE FUNCTION UPPER-CASE (WRK-SOLID-NOVA) TO WRK-SOLID-NOVA
           IF WRK-SOLID-NOVA NOT = "E" AND WRK-SOLID-NOVA NOT = "OU"
               DISPLAY "Tipo invalido."
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WRK-SOLID-NOVA
           END-IF.

      * ---------------------------------------------------------------
      * Ha CDB ativo (APLIC.DAT) ligado a conta? Procura pela chave
      * alternativa APL-CONTA. Arquivo ausente = nenhuma aplicacao.
      * ---------------------------------------------------------------
       VERIFICA-CDB-ATIVO.
           MOVE "N" TO WS-CONTA-COM-CDB
           OPEN INPUT APLICACOES-FILE
           IF WS-APLICACOES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO APL-CONTA
           MOVE "N" TO WS-FIM-APLICACOES
           START APLICACOES-FILE KEY IS EQUAL TO APL-CONTA
               INVALID KEY
                   MOVE "S" TO WS-FIM-APLICACOES
           END-START
           PERFORM UNTIL FIM-APLICACOES OR CONTA-COM-CDB
               READ APLICACOES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-APLICACOES
                   NOT AT END
                       IF APL-CONTA NOT = CONTA-NUMERO
                           MOVE "S" TO WS-FIM-APLICACOES
                       ELSE
                           IF APL-ATIVA
                               MOVE "S" TO WS-CONTA-COM-CDB
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLICACOES-FILE.

      * ---------------------------------------------------------------
      * Ha emprestimo ativo (EMPREST.DAT) ligado a conta? Procura pela
      * chave alternativa EMP-CONTA. Arquivo ausente = nenhum.
      * ---------------------------------------------------------------
       VERIFICA-EMPRESTIMO-ATIVO.
           MOVE "N" TO WS-CONTA-COM-EMPRESTIMO
           OPEN INPUT EMPRESTIMOS-FILE
           IF WS-EMPRESTIMOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO EMP-CONTA
           MOVE "N" TO WS-FIM-EMPRESTIMOS
           START EMPRESTIMOS-FILE KEY IS EQUAL TO EMP-CONTA
               INVALID KEY
                   MOVE "S" TO WS-FIM-EMPRESTIMOS
           END-START
           PERFORM UNTIL FIM-EMPRESTIMOS OR CONTA-COM-EMPRESTIMO
               READ EMPRESTIMOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-EMPRESTIMOS
                   NOT AT END
                       IF EMP-CONTA NOT = CONTA-NUMERO
                           MOVE "S" TO WS-FIM-EMPRESTIMOS
                       ELSE
                           IF EMP-ATIVO
                               MOVE "S" TO WS-CONTA-COM-EMPRESTIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPRESTIMOS-FILE.

      * ---------------------------------------------------------------
      * Trilha da manutencao direta da conta ("K"): imagem antes (em
      * espacos na abertura) e depois, o operador e nenhum aprovador.
      * E por ela que a recuperacao do master (CONTFWD) refaz o que
      * mudou fora do saldo desde o ultimo backup.
      * ---------------------------------------------------------------
       GRAVA-AUDITORIA-CONTA.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITCLI.DAT: "
                       WS-AUDITORIA-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDITORIA
           MOVE "K" TO AUD-OPERACAO
           MOVE WRK-CONTA-ANTES TO AUD-ANTES (1:51)
           MOVE CONTA TO AUD-DEPOIS (1:51)
           MOVE WRK-DATA TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR
           WRITE AUDITORIA
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO AUDITCLI.DAT: "
                       WS-AUDITORIA-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE AUDITORIA-FILE.

           COPY PENDPD.

           COPY TITPD.

           COPY KYCPD.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
