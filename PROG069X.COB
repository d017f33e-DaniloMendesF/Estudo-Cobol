      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Death of a customer and the estate (espolio) of the accounts,
      * supervisor only:
      *   - option R : registers the death on the customer master
      *                (CLIENTE-FALECIDO, date of death and the death
      *                certificate reference) and puts every active
      *                or dormant account the customer holds as
      *                CONTA-CPF in estate (CONTA-ESPOLIO): credits
      *                still come in, no debit goes out. The standing
      *                instructions of those accounts (ORDENSP.DAT)
      *                are cancelled, and every payroll deposit they
      *                received AFTER the date of death (history "D"
      *                with the FOLHA mark) goes to FOLHADEV.DAT, for
      *                FOLHA01 to report back to the employer. Joint
      *                accounts where the customer is a SECONDARY
      *                holder are listed for the branch to review;
      *                they stay with the surviving holders. The
      *                audit trail gets the customer before/after
      *                ("O") and one "I" per account put in estate;
      *                everything done is listed in RELOBITO.DAT.
      *                At most 50 accounts go to estate per run; when
      *                the death is already registered and accounts
      *                are still active or dormant (more than 50, or
      *                an interrupted run), option R again for the
      *                same CPF completes the estate for them without
      *                touching the customer record, and appends to
      *                RELOBITO.DAT.
      *   - option P : request of an heir's share, under a court
      *                order (alvara or formal de partilha): value
      *                from the estate account to an active account
      *                of the heir in this bank. Nothing moves here:
      *                the request goes to the maker-checker queue
      *                PENDAPR.DAT (operation "H") and a DIFFERENT
      *                supervisor confirms it in APROVA01, which posts
      *                it as a transfer (origin ESPOLIO). One request
      *                per heir; the value cannot exceed the estate
      *                balance net of BLOQJUD holds and of the
      *                payouts still pending. Once the balance is
      *                zero the account is closed through CONTAS01.
      * The option may come as a command-line argument, same
      * convention as CONTAS01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBITO01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT ORDENS-FILE ASSIGN TO "ORDENSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDENS-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT DEVOLUCAO-FILE ASSIGN TO "FOLHADEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT PENDENCIAS-FILE ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQJUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELOBITO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES-FILE.
           COPY CLIREC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  AUDITORIA-FILE.
           COPY AUDREC.

       FD  ORDENS-FILE.
           COPY ORDPREC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  DEVOLUCAO-FILE.
           COPY FDEVREC.

       FD  PENDENCIAS-FILE.
           COPY PENDREC.

       FD  BLOQUEIOS-FILE.
           COPY BLOQREC.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(80).

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WRK-DATA PIC 9(08) VALUE ZEROS.

      * senha de operador, nunca exibida/gravada em claro (ver
      * HASH-SENHA / MASCARA-SENHA, mesmo criterio de PROG0001).
       77 SENHA PIC X(30).
       77 WRK-SENHA-HASH PIC 9(10) VALUE ZEROS.
       77 WRK-SENHA-MASCARADA PIC X(30) VALUE ALL "*".
       77 WS-I PIC 9(02) VALUE ZEROS.

       01 WS-STATUS-ARQUIVOS.
           02 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
           02 WS-CONTAS-STATUS PIC X(02) VALUE "00".
           02 WS-TITULAR-STATUS PIC X(02) VALUE "00".
           02 WS-AUDITORIA-STATUS PIC X(02) VALUE "00".
           02 WS-ORDENS-STATUS PIC X(02) VALUE "00".
           02 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           02 WS-DEVOLUCAO-STATUS PIC X(02) VALUE "00".
           02 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
           02 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
           02 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-ARGC PIC 9(02) VALUE ZEROS.
           02 WS-OPCAO PIC X VALUE SPACES.
           02 WS-CONFIRMA PIC X VALUE "N".
           02 WS-FIM-CONTAS PIC X VALUE "N".
              88 FIM-CONTAS VALUE "S".
           02 WS-FIM-TIT PIC X VALUE "N".
              88 FIM-TITULARIDADE VALUE "S".
           02 WS-FIM-ORDENS PIC X VALUE "N".
              88 FIM-ORDENS VALUE "S".
           02 WS-FIM-HISTORICO PIC X VALUE "N".
              88 FIM-HISTORICO VALUE "S".
           02 WS-DATA-OK PIC X VALUE "N".
              88 DATA-OBITO-VALIDA VALUE "S".
           02 WS-CONTA-ACHADA PIC X VALUE "N".
              88 CONTA-EM-ESPOLIO VALUE "S".
           02 WS-DEVOLUCAO-ABERTA PIC X VALUE "N".
              88 DEVOLUCAO-ATIVA VALUE "S".
           02 WS-ORDENS-EXCEDIDAS PIC X VALUE "N".
              88 ORDENS-EXCEDIDAS VALUE "S".
           02 WS-CONTINUACAO PIC X VALUE "N".
              88 CONTINUA-ESPOLIO VALUE "S".

      * -- registro do obito
       77 WRK-CPF-FALECIDO PIC X(11) VALUE SPACES.
       77 WRK-CERTIDAO PIC X(32) VALUE SPACES.
       77 WRK-CLIENTE-ANTES PIC X(300) VALUE SPACES.
       77 WRK-CONTA-ANTES PIC X(51) VALUE SPACES.
       01 WRK-DT-OBITO-X PIC X(08) VALUE SPACES.
       01 WRK-DT-OBITO REDEFINES WRK-DT-OBITO-X.
           02 WRK-OBT-ANO PIC 9(04).
           02 WRK-OBT-MES PIC 9(02).
           02 WRK-OBT-DIA PIC 9(02).
       01 WRK-DT-OBITO-N REDEFINES WRK-DT-OBITO-X PIC 9(08).
       77 WRK-DT-NASCIMENTO PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
       01 WS-DIAS-MES-CALC.
           02 WS-TAB-DIAS-MES-INI.
              03 FILLER PIC X(24) VALUE "312831303130313130313031".
           02 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-INI.
              03 WS-DIAS-MES PIC 9(02) OCCURS 12 TIMES.

      * -- contas postas em espolio nesta execucao (as ordens e os
      * creditos de folha sao procurados contra elas)
       01 WS-CONTROLE-ESPOLIO.
           02 WS-QTD-ESPOLIO PIC 9(03) VALUE ZEROS.
           02 WS-MAX-ESPOLIO PIC 9(03) VALUE 50.
           02 WS-IX-ESP PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ESPOLIO.
           02 WS-ESP-CONTA PIC 9(08) OCCURS 50 TIMES.

      * -- ordens permanentes carregadas em tabela (arquivo pequeno,
      * regravado por inteiro, mesmo desenho de ORDEMAN)
       01 WS-CONTROLE-ORDENS.
           02 WS-QTD-ORDENS PIC 9(03) VALUE ZEROS.
           02 WS-MAX-ORDENS PIC 9(03) VALUE 200.
           02 WS-IX-ORD PIC 9(03) VALUE ZEROS.
       01 WS-TAB-ORDENS.
           02 WS-ORDEM-REG PIC X(45) OCCURS 200 TIMES.

      * -- totais do relatorio
       01 WS-TOTAIS.
           02 WRK-QTD-CONTAS PIC 9(03) VALUE ZEROS.
           02 WRK-QTD-ORDENS-CANC PIC 9(03) VALUE ZEROS.
           02 WRK-QTD-FOLHA PIC 9(05) VALUE ZEROS.
           02 WRK-QTD-CONJUNTAS PIC 9(03) VALUE ZEROS.
           02 WRK-QTD-A-PASSAR PIC 9(05) VALUE ZEROS.
           02 WRK-VALOR-FOLHA PIC 9(09)V9(02) VALUE ZEROS.

      * -- pedido de partilha
       77 WRK-CONTA-ESPOLIO PIC 9(08) VALUE ZEROS.
       77 WRK-CONTA-HERDEIRO PIC 9(08) VALUE ZEROS.
       77 WRK-IMAGEM-ESPOLIO PIC X(51) VALUE SPACES.
       77 WRK-REF-JUDICIAL PIC X(30) VALUE SPACES.
       77 WRK-VALOR PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-PARTILHA-PENDENTE PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-DISPONIVEL PIC S9(09)V9(02) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.

      * valor do pedido gravado em PEN-IMAGEM (52:9)
       01 WRK-VALOR-IMAGEM-X PIC X(09) VALUE ZEROS.
       01 WRK-VALOR-IMAGEM REDEFINES WRK-VALOR-IMAGEM-X
                           PIC 9(07)V9(02).

       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro): estrutura em OPERAUWS.cpy,
      * paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

      * gravacao da pendencia de aprovacao: estrutura em PENDWS.cpy,
      * paragrafo em PENDPD.cpy.
           COPY PENDWS.

      * bloqueios judiciais/administrativos ativos, somados por conta
      * na partida: estrutura em BLOQWS.cpy, paragrafos em BLOQPD.cpy.
           COPY BLOQWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-OPCAO FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "===================================="
               DISPLAY " Obito e espolio - OBITO01"
               DISPLAY "===================================="
               DISPLAY "R - Registrar obito de cliente"
               DISPLAY "P - Pedido de partilha (ordem judicial)"
               DISPLAY "S - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-OPCAO) TO WS-OPCAO
           IF WS-OPCAO = "S"
               DISPLAY "Encerrando."
               GOBACK
           END-IF
           IF WS-OPCAO NOT = "R" AND WS-OPCAO NOT = "P"
               DISPLAY "Opcao invalida."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM AUTORIZA-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY "Somente supervisor registra obito e partilha."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE WS-OPCAO
               WHEN "R"
                   PERFORM REGISTRA-OBITO
               WHEN "P"
                   PERFORM SOLICITA-PARTILHA
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * Registro do obito: cliente existe e ainda nao tem obito, data
      * valida (nao futura, nao anterior ao nascimento) e certidao
      * informada. O cadastro e regravado primeiro; depois as contas,
      * as ordens e a folha, cada passo no relatorio. Com o obito ja
      * registrado, so completa o espolio (RETOMA-ESPOLIO).
      * ---------------------------------------------------------------
       REGISTRA-OBITO.
           DISPLAY "-- Registro de obito --"
           DISPLAY "CPF do cliente falecido: " WITH NO ADVANCING
           ACCEPT WRK-CPF-FALECIDO

           OPEN I-O CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTES.DAT: "
                       WS-CLIENTES-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-CPF-FALECIDO TO CPF
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CPF nao cadastrado no master de clientes."
                   MOVE 8 TO RETURN-CODE
                   CLOSE CLIENTES-FILE
                   EXIT PARAGRAPH
           END-READ
           IF CLIENTE-FALECIDO
               MOVE DT-OBITO TO WRK-DT-OBITO-N
               MOVE CERTIDAO-OBITO TO WRK-CERTIDAO
               CLOSE CLIENTES-FILE
               PERFORM RETOMA-ESPOLIO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cliente: " NOME

           DISPLAY "Data do obito (AAAAMMDD): " WITH NO ADVANCING
           ACCEPT WRK-DT-OBITO-X
           PERFORM VALIDA-DATA-OBITO
           IF NOT DATA-OBITO-VALIDA
               MOVE 8 TO RETURN-CODE
               CLOSE CLIENTES-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Certidao de obito (matricula): "
                   WITH NO ADVANCING
           ACCEPT WRK-CERTIDAO
           IF WRK-CERTIDAO = SPACES
               DISPLAY "Certidao obrigatoria."
               MOVE 8 TO RETURN-CODE
               CLOSE CLIENTES-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Confirma o obito de " NOME " em " WRK-DT-OBITO-X
                   " (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Registro cancelado."
               CLOSE CLIENTES-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE CLIENTE TO WRK-CLIENTE-ANTES
           MOVE "F" TO SITUACAO-CLIENTE
           MOVE WRK-DT-OBITO-N TO DT-OBITO
           MOVE WRK-CERTIDAO TO CERTIDAO-OBITO
           REWRITE CLIENTE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "Erro ao registrar o obito: "
                       WS-CLIENTES-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CLIENTES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "O" TO AUD-OPERACAO
           MOVE WRK-CLIENTE-ANTES TO AUD-ANTES
           MOVE CLIENTE TO AUD-DEPOIS
           CLOSE CLIENTES-FILE
           PERFORM GRAVA-AUDITORIA
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           PERFORM EXECUTA-ESPOLIO.

      * ---------------------------------------------------------------
      * Obito ja registrado: se ainda ha conta do falecido ativa ou
      * dormente (mais contas do que a tabela do espolio comporta, ou
      * execucao anterior interrompida), o espolio e completado sem
      * regravar o cadastro, com a data e a certidao ja registradas.
      * Ordens e folha sao tratadas so para as contas passadas agora.
      * ---------------------------------------------------------------
       RETOMA-ESPOLIO.
           PERFORM CONTA-CONTAS-A-PASSAR
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           IF WRK-QTD-A-PASSAR = ZEROS
               DISPLAY "Obito ja registrado em " WRK-DT-OBITO-X
                       " (certidao " WRK-CERTIDAO ")."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Cliente: " NOME
           DISPLAY "Obito ja registrado em " WRK-DT-OBITO-X "; "
                   WRK-QTD-A-PASSAR
                   " conta(s) ainda fora do espolio."
           DISPLAY "Completa o espolio (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Nada alterado."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CONTINUACAO
           PERFORM EXECUTA-ESPOLIO.

      * contas do falecido (CONTA-CPF) ainda ativas ou dormentes
       CONTA-CONTAS-A-PASSAR.
           MOVE ZEROS TO WRK-QTD-A-PASSAR
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-CONTAS
           MOVE LOW-VALUES TO CONTA-NUMERO
           START CONTAS-FILE KEY NOT < CONTA-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTAS
           END-START
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       IF CONTA-CPF = WRK-CPF-FALECIDO AND
                          (CONTA-ATIVA OR CONTA-DORMENTE)
                           ADD 1 TO WRK-QTD-A-PASSAR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTAS-FILE.

      * ---------------------------------------------------------------
      * Contas, conjuntas, ordens e folha do falecido, com o relatorio
      * RELOBITO.DAT; na continuacao o relatorio anterior e mantido e
      * a continuacao vai em seguida.
      * ---------------------------------------------------------------
       EXECUTA-ESPOLIO.
           IF CONTINUA-ESPOLIO
               OPEN EXTEND RELATORIO-FILE
               IF WS-RELATORIO-STATUS NOT = "00"
                   OPEN OUTPUT RELATORIO-FILE
               END-IF
           ELSE
               OPEN OUTPUT RELATORIO-FILE
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           IF CONTINUA-ESPOLIO
               STRING "CONTINUACAO DO ESPOLIO - " WRK-DATA
                      "   SUPERVISOR: " WS-OPERADOR-ID
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "REGISTRO DE OBITO - " WRK-DATA
                      "   SUPERVISOR: " WS-OPERADOR-ID
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CLIENTE: " WRK-CPF-FALECIDO " " NOME
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "OBITO EM " WRK-DT-OBITO-X "  CERTIDAO "
                  WRK-CERTIDAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM PASSA-CONTAS-A-ESPOLIO
           IF RETURN-CODE NOT = 12
               PERFORM LISTA-CONJUNTAS-COTITULAR
           END-IF
           IF RETURN-CODE NOT = 12 AND WS-QTD-ESPOLIO > ZEROS
               PERFORM CANCELA-ORDENS-ESPOLIO
           END-IF
           IF RETURN-CODE NOT = 12 AND WS-QTD-ESPOLIO > ZEROS
               PERFORM LEVANTA-FOLHA-POS-OBITO
           END-IF

           MOVE WRK-VALOR-FOLHA TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS EM ESPOLIO: " WRK-QTD-CONTAS
                  "  ORDENS CANCELADAS: " WRK-QTD-ORDENS-CANC
                  "  CONJUNTAS: " WRK-QTD-CONJUNTAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CREDITOS DE FOLHA APOS O OBITO: " WRK-QTD-FOLHA
                  "  TOTAL: " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE RELATORIO-FILE

           IF CONTINUA-ESPOLIO
               DISPLAY "Espolio continuado. Contas em espolio: "
                       WRK-QTD-CONTAS "  ordens canceladas: "
                       WRK-QTD-ORDENS-CANC
           ELSE
               DISPLAY "Obito registrado. Contas em espolio: "
                       WRK-QTD-CONTAS "  ordens canceladas: "
                       WRK-QTD-ORDENS-CANC
           END-IF
           DISPLAY "Creditos de folha apos o obito: " WRK-QTD-FOLHA
                   " (a devolver ao empregador via FOLHA01)"
           IF WRK-QTD-CONJUNTAS > ZEROS
               DISPLAY "Cotitular em " WRK-QTD-CONJUNTAS
                       " conta(s) conjunta(s); ver RELOBITO.DAT."
           END-IF
           DISPLAY "Relatorio em RELOBITO.DAT.".

      * data do obito: existe no calendario, nao e posterior a data
      * de negocio nem anterior ao nascimento
       VALIDA-DATA-OBITO.
           MOVE "N" TO WS-DATA-OK
           IF WRK-DT-OBITO-X IS NOT NUMERIC
               DISPLAY "Data invalida."
               EXIT PARAGRAPH
           END-IF
           IF WRK-OBT-MES < 1 OR WRK-OBT-MES > 12 OR
              WRK-OBT-DIA < 1 OR WRK-OBT-ANO < 1900
               DISPLAY "Data invalida."
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DIAS-MES (WRK-OBT-MES) TO WS-DIAS-NO-MES
           IF WRK-OBT-MES = 2
               IF (FUNCTION MOD (WRK-OBT-ANO, 4) = 0 AND
                   FUNCTION MOD (WRK-OBT-ANO, 100) NOT = 0)
                   OR FUNCTION MOD (WRK-OBT-ANO, 400) = 0
                   MOVE 29 TO WS-DIAS-NO-MES
               END-IF
           END-IF
           IF WRK-OBT-DIA > WS-DIAS-NO-MES
               DISPLAY "Data invalida (dia fora do mes)."
               EXIT PARAGRAPH
           END-IF
           IF WRK-DT-OBITO-N > WRK-DATA
               DISPLAY "Data do obito posterior a data de hoje."
               EXIT PARAGRAPH
           END-IF
           COMPUTE WRK-DT-NASCIMENTO = ANO * 10000 + MES * 100 + DIA
           IF WRK-DT-OBITO-N < WRK-DT-NASCIMENTO
               DISPLAY "Data do obito anterior ao nascimento."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-DATA-OK.

      * ---------------------------------------------------------------
      * Contas do falecido (CONTA-CPF) ativas ou dormentes passam a
      * espolio, com trilha "I"; encerradas ficam como estao.
      * ---------------------------------------------------------------
       PASSA-CONTAS-A-ESPOLIO.
           MOVE ZEROS TO WS-QTD-ESPOLIO
           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "CONTA     SALDO        SITUACAO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "N" TO WS-FIM-CONTAS
           MOVE LOW-VALUES TO CONTA-NUMERO
           START CONTAS-FILE KEY NOT < CONTA-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-CONTAS
           END-START
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       IF CONTA-CPF = WRK-CPF-FALECIDO AND
                          (CONTA-ATIVA OR CONTA-DORMENTE)
                           PERFORM PASSA-UMA-CONTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTAS-FILE.

       PASSA-UMA-CONTA.
           IF WS-QTD-ESPOLIO >= WS-MAX-ESPOLIO
               DISPLAY "Falecido com mais de " WS-MAX-ESPOLIO
                       " contas; rode a opcao R de novo para o"
                       " CPF para passar as demais."
               MOVE 4 TO RETURN-CODE
               MOVE "S" TO WS-FIM-CONTAS
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA TO WRK-CONTA-ANTES
           MOVE "O" TO CONTA-STATUS
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO PASSANDO A CONTA " CONTA-NUMERO
                       " A ESPOLIO: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-CONTAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ESPOLIO
           MOVE CONTA-NUMERO TO WS-ESP-CONTA (WS-QTD-ESPOLIO)
           ADD 1 TO WRK-QTD-CONTAS

           MOVE "I" TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES
           MOVE WRK-CONTA-ANTES TO AUD-ANTES (1:51)
           MOVE SPACES TO AUD-DEPOIS
           MOVE CONTA TO AUD-DEPOIS (1:51)
           PERFORM GRAVA-AUDITORIA
           IF RETURN-CODE = 12
               MOVE "S" TO WS-FIM-CONTAS
           END-IF

           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING CONTA-NUMERO "  " WRK-SALDO-EDITADO
                  "  EM ESPOLIO (ERA " WRK-CONTA-ANTES (28:1) ")"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Contas conjuntas em que o falecido e SEGUNDO titular: seguem
      * com os demais titulares; so entram no relatorio para a
      * agencia revisar a titularidade (CONTAS01, opcao T). Sem
      * TITULAR.DAT nao ha conjunta.
      * ---------------------------------------------------------------
       LISTA-CONJUNTAS-COTITULAR.
           OPEN INPUT TITULAR-FILE
           IF WS-TITULAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-CPF-FALECIDO TO TIT-CPF
           MOVE "N" TO WS-FIM-TIT
           START TITULAR-FILE KEY = TIT-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-TIT
           END-START
           PERFORM UNTIL FIM-TITULARIDADE
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TIT
                   NOT AT END
                       IF TIT-CPF NOT = WRK-CPF-FALECIDO
                           MOVE "S" TO WS-FIM-TIT
                       ELSE
                           IF TIT-SECUNDARIO
                               PERFORM LISTA-UMA-CONJUNTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TITULAR-FILE.

       LISTA-UMA-CONJUNTA.
           ADD 1 TO WRK-QTD-CONJUNTAS
           MOVE SPACES TO LINHA-RELATORIO
           STRING TIT-CONTA "  COTITULAR (CONJUNTA "
                  TIT-SOLIDARIEDADE ") - REVISAR TITULARIDADE"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Ordens permanentes ativas das contas em espolio sao
      * canceladas: GERAORD deixaria de gerar o debito de qualquer
      * forma, mas a ordem cancelada nao volta quando a conta fecha.
      * ---------------------------------------------------------------
       CANCELA-ORDENS-ESPOLIO.
           MOVE ZEROS TO WS-QTD-ORDENS
           OPEN INPUT ORDENS-FILE
           IF WS-ORDENS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ORDENS
           PERFORM UNTIL FIM-ORDENS
               READ ORDENS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ORDENS
                   NOT AT END
                       IF WS-QTD-ORDENS >= WS-MAX-ORDENS
                           DISPLAY "ORDENSP.DAT excede a tabela de "
                                   "ordens; cancele as do espolio "
                                   "em ORDEMAN."
                           MOVE 4 TO RETURN-CODE
                           MOVE "S" TO WS-FIM-ORDENS
                           MOVE "S" TO WS-ORDENS-EXCEDIDAS
                       ELSE
                           ADD 1 TO WS-QTD-ORDENS
                           MOVE ORDEM-PERM
                               TO WS-ORDEM-REG (WS-QTD-ORDENS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORDENS-FILE
      * tabela estourada: regravar perderia as ordens nao lidas
           IF ORDENS-EXCEDIDAS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-ORD FROM 1 BY 1
                   UNTIL WS-IX-ORD > WS-QTD-ORDENS
               MOVE WS-ORDEM-REG (WS-IX-ORD) TO ORDEM-PERM
               IF ORD-ATIVA
                   MOVE ORD-CONTA TO WRK-CONTA-ESPOLIO
                   PERFORM PROCURA-CONTA-ESPOLIO
                   IF CONTA-EM-ESPOLIO
                       MOVE "C" TO ORD-STATUS
                       MOVE ORDEM-PERM TO WS-ORDEM-REG (WS-IX-ORD)
                       ADD 1 TO WRK-QTD-ORDENS-CANC
                       MOVE ORD-VALOR TO WRK-VALOR-EDITADO
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING ORD-CONTA "  ORDEM " ORD-TIPO " DIA "
                              ORD-DIA " " WRK-VALOR-EDITADO
                              " CANCELADA"
                              DELIMITED BY SIZE INTO LINHA-RELATORIO
                       WRITE LINHA-RELATORIO
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-QTD-ORDENS-CANC = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ORDENS-FILE
           IF WS-ORDENS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO ORDENSP.DAT: "
                       WS-ORDENS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX-ORD FROM 1 BY 1
                   UNTIL WS-IX-ORD > WS-QTD-ORDENS
               MOVE WS-ORDEM-REG (WS-IX-ORD) TO ORDEM-PERM
               WRITE ORDEM-PERM
           END-PERFORM
           CLOSE ORDENS-FILE.

      * a conta em WRK-CONTA-ESPOLIO (da ordem ou do historico) foi
      * posta em espolio nesta execucao?
       PROCURA-CONTA-ESPOLIO.
           MOVE "N" TO WS-CONTA-ACHADA
           PERFORM VARYING WS-IX-ESP FROM 1 BY 1
                   UNTIL WS-IX-ESP > WS-QTD-ESPOLIO
               IF WS-ESP-CONTA (WS-IX-ESP) = WRK-CONTA-ESPOLIO
                   MOVE "S" TO WS-CONTA-ACHADA
               END-IF
           END-PERFORM.

      * ---------------------------------------------------------------
      * Creditos de folha recebidos DEPOIS do obito nas contas em
      * espolio: cada um vai a FOLHADEV.DAT (pendente) para FOLHA01
      * reportar ao empregador no retorno da proxima folha dele. O
      * dinheiro fica no espolio ate a decisao judicial.
      * ---------------------------------------------------------------
       LEVANTA-FOLHA-POS-OBITO.
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-HISTORICO
           PERFORM UNTIL FIM-HISTORICO
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO
                   NOT AT END
                       IF HIST-DEPOSITO AND
                          HIST-FOL-MARCA = "FOLHA" AND
                          HIST-DATA > WRK-DT-OBITO-N
                           MOVE HIST-CONTA TO WRK-CONTA-ESPOLIO
                           PERFORM PROCURA-CONTA-ESPOLIO
                           IF CONTA-EM-ESPOLIO
                               PERFORM ANOTA-FOLHA-A-DEVOLVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE
           IF DEVOLUCAO-ATIVA
               CLOSE DEVOLUCAO-FILE
           END-IF.

       ANOTA-FOLHA-A-DEVOLVER.
           IF NOT DEVOLUCAO-ATIVA
               OPEN EXTEND DEVOLUCAO-FILE
               IF WS-DEVOLUCAO-STATUS NOT = "00"
                   OPEN OUTPUT DEVOLUCAO-FILE
               END-IF
               IF WS-DEVOLUCAO-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR FOLHADEV.DAT: "
                           WS-DEVOLUCAO-STATUS
                   MOVE 12 TO RETURN-CODE
                   MOVE "S" TO WS-FIM-HISTORICO
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-DEVOLUCAO-ABERTA
           END-IF
           MOVE HIST-ORIGEM TO FDV-ORIGEM
           MOVE HIST-DATA TO FDV-DATA-CREDITO
           MOVE HIST-FOL-SEQ TO FDV-SEQ
           MOVE WRK-CPF-FALECIDO TO FDV-CPF
           MOVE HIST-CONTA TO FDV-CONTA
           MOVE HIST-VALOR TO FDV-VALOR
           MOVE WRK-DT-OBITO-N TO FDV-DT-OBITO
           MOVE "P" TO FDV-STATUS
           MOVE ZEROS TO FDV-DT-REPORTE
           WRITE FOLHA-DEVOLVER
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO FOLHADEV.DAT: "
                       WS-DEVOLUCAO-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-HISTORICO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-FOLHA
           ADD HIST-VALOR TO WRK-VALOR-FOLHA
           MOVE HIST-VALOR TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING HIST-CONTA "  FOLHA " HIST-ORIGEM " DE "
                  HIST-DATA " " WRK-VALOR-EDITADO
                  " A DEVOLVER"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Pedido de partilha: conta em espolio, referencia da ordem
      * judicial, conta ativa do herdeiro neste banco e o valor, que
      * nao passa do saldo do espolio menos os bloqueios e as
      * partilhas ainda pendentes. Vai a fila de aprovacao ("H").
      * ---------------------------------------------------------------
       SOLICITA-PARTILHA.
           DISPLAY "-- Pedido de partilha --"
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Conta do espolio: " WITH NO ADVANCING
           ACCEPT WRK-CONTA-ESPOLIO
           MOVE WRK-CONTA-ESPOLIO TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta nao encontrada."
                   MOVE 8 TO RETURN-CODE
                   CLOSE CONTAS-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-ESPOLIO
               DISPLAY "Conta nao esta em espolio (registre o obito "
                       "na opcao R)."
               MOVE 8 TO RETURN-CODE
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA TO WRK-IMAGEM-ESPOLIO

           PERFORM CARREGA-BLOQUEIOS
           MOVE WRK-CONTA-ESPOLIO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           PERFORM SOMA-PARTILHAS-PENDENTES
           COMPUTE WRK-DISPONIVEL = CONTA-SALDO - WRK-VALOR-BLOQUEADO
                                  - WRK-PARTILHA-PENDENTE
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           DISPLAY "Saldo do espolio     : " WRK-SALDO-EDITADO
           MOVE WRK-VALOR-BLOQUEADO TO WRK-SALDO-EDITADO
           DISPLAY "Bloqueio judicial    : " WRK-SALDO-EDITADO
           MOVE WRK-PARTILHA-PENDENTE TO WRK-SALDO-EDITADO
           DISPLAY "Partilhas pendentes  : " WRK-SALDO-EDITADO
                   " (" WRK-QTD-PENDENTES ")"
           MOVE WRK-DISPONIVEL TO WRK-SALDO-EDITADO
           DISPLAY "Disponivel a partilhar: " WRK-SALDO-EDITADO
           IF WRK-DISPONIVEL NOT > ZEROS
               DISPLAY "Nada a partilhar nesta conta."
               MOVE 8 TO RETURN-CODE
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Alvara / formal de partilha (referencia): "
                   WITH NO ADVANCING
           ACCEPT WRK-REF-JUDICIAL
           IF WRK-REF-JUDICIAL = SPACES
               DISPLAY "Referencia da ordem judicial obrigatoria."
               MOVE 8 TO RETURN-CODE
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Conta do herdeiro (neste banco): "
                   WITH NO ADVANCING
           ACCEPT WRK-CONTA-HERDEIRO
           IF WRK-CONTA-HERDEIRO = WRK-CONTA-ESPOLIO
               DISPLAY "Conta do herdeiro igual a do espolio."
               MOVE 8 TO RETURN-CODE
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-CONTA-HERDEIRO TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta do herdeiro nao encontrada."
                   MOVE 8 TO RETURN-CODE
                   CLOSE CONTAS-FILE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-ATIVA
               DISPLAY "Conta do herdeiro nao esta ativa."
               MOVE 8 TO RETURN-CODE
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Titular da conta do herdeiro: " CONTA-CPF
           CLOSE CONTAS-FILE

           DISPLAY "Valor da cota: " WITH NO ADVANCING
           ACCEPT WRK-VALOR
           IF WRK-VALOR IS NOT NUMERIC OR WRK-VALOR = ZEROS
               DISPLAY "Valor invalido."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WRK-VALOR > WRK-DISPONIVEL
               DISPLAY "Valor acima do disponivel a partilhar."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-VALOR TO WRK-VALOR-EDITADO
           DISPLAY "Confirma a partilha de " WRK-VALOR-EDITADO
                   " para a conta " WRK-CONTA-HERDEIRO " (S/N)? "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Pedido cancelado."
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PENDENCIA
           MOVE "H" TO PEN-OPERACAO
           MOVE SPACES TO PEN-CHAVE
           MOVE WRK-CONTA-ESPOLIO TO PEN-CHAVE (1:8)
           MOVE SPACES TO PEN-CHAVE2
           MOVE WRK-CONTA-HERDEIRO TO PEN-CHAVE2 (1:8)
           MOVE SPACES TO PEN-IMAGEM
           MOVE WRK-IMAGEM-ESPOLIO TO PEN-IMAGEM (1:51)
           MOVE WRK-VALOR TO WRK-VALOR-IMAGEM
           MOVE WRK-VALOR-IMAGEM-X TO PEN-IMAGEM (52:9)
           MOVE WRK-REF-JUDICIAL TO PEN-IMAGEM (61:30)
           MOVE WS-OPERADOR-ID TO WS-PEND-SOLICITANTE
           PERFORM GRAVA-PENDENCIA
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pedido " WS-PROX-PENDENCIA " enfileirado; outro "
                   "supervisor confirma em APROVA01.".

      * partilhas da mesma conta ainda na fila: ja comprometem saldo
       SOMA-PARTILHAS-PENDENTES.
           MOVE ZEROS TO WRK-PARTILHA-PENDENTE
           MOVE ZEROS TO WRK-QTD-PENDENTES
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
                       IF PEN-PARTILHA AND PEN-PENDENTE AND
                          PEN-CHAVE (1:8) = WRK-IMAGEM-ESPOLIO (1:8)
                           MOVE PEN-IMAGEM (52:9)
                               TO WRK-VALOR-IMAGEM-X
                           IF WRK-VALOR-IMAGEM IS NUMERIC
                               ADD WRK-VALOR-IMAGEM
                                   TO WRK-PARTILHA-PENDENTE
                               ADD 1 TO WRK-QTD-PENDENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDENCIAS-FILE.

      * ---------------------------------------------------------------
      * Trilha do registro direto (sem fila): o supervisor em
      * AUD-OPERADOR, AUD-APROVADOR em espacos. O chamador deixa
      * AUD-OPERACAO, AUD-ANTES e AUD-DEPOIS prontos.
      * ---------------------------------------------------------------
       GRAVA-AUDITORIA.
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
           MOVE WRK-DATA TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR-ID TO AUD-OPERADOR
           MOVE SPACES TO AUD-APROVADOR
           WRITE AUDITORIA
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO AUDITCLI.DAT: "
                       WS-AUDITORIA-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE AUDITORIA-FILE.

           COPY OPERAUPD.

           COPY PENDPD.

           COPY BLOQPD.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
      * CALEND01 no inicio do BATCH00): uma reexecucao na manha
      * seguinte sai com a data original, nao a do relogio. Sem o
      * arquivo (uso avulso), cai na data da maquina.
      * ---------------------------------------------------------------
       LE-DATA-PROCESSAMENTO.
           OPEN INPUT DATAPROC-FILE
           IF WS-DATAPROC-STATUS = "00"
               READ DATAPROC-FILE
                   AT END
                       ACCEPT WRK-DATA FROM DATE YYYYMMDD
                   NOT AT END
                       IF DP-DATA IS NUMERIC
                           MOVE DP-DATA TO WRK-DATA
                       ELSE
                           ACCEPT WRK-DATA FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM OBITO01.
