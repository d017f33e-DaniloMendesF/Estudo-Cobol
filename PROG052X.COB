      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Review of the anti-money-laundering (PLD) cases opened by the
      * nightly monitoring PLDDIA in PLDCASO.DAT (PLDREC.cpy):
      *   - option L : the open cases, oldest first, for the day's
      *                work of the compliance analysts;
      *   - option C : every case of a CPF (alternate key PLD-CPF),
      *                open or decided, with the analyst's opinion;
      *   - option D : decision on an open case -- confirmed ("C",
      *                goes to the regulator through PLDCOAF) or
      *                discarded ("D"), always with a written opinion.
      *                The analyst and the decision date are recorded
      *                and a decided case is not changed again.
      * Cases carry customer suspicion data, so every option is
      * restricted to the supervisor profile after authenticating the
      * named operator (OPERAUPD.cpy); the option may come as a
      * command-line argument, same convention as CONTAS01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLDMAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS-FILE ASSIGN TO "PLDCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLD-NUMERO
               ALTERNATE RECORD KEY IS PLD-CPF WITH DUPLICATES
               FILE STATUS IS WS-CASOS-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CASOS-FILE.
           COPY PLDREC.

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
           02 WS-CASOS-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-OPCAO PIC X VALUE SPACES.
           02 WS-ARGC PIC 9(02) VALUE ZEROS.
           02 WS-FIM-CASOS PIC X VALUE "N".
              88 FIM-CASOS VALUE "S".
           02 WS-DECISAO PIC X VALUE SPACES.
           02 WS-CONFIRMA PIC X VALUE "N".

       77 WRK-CPF-PROCURA PIC X(11) VALUE SPACES.
       77 WRK-PARECER PIC X(60) VALUE SPACES.
       77 WRK-QTD-LISTADOS PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-TIPO-DESCRITO PIC X(14) VALUE SPACES.
       77 WRK-STATUS-DESCRITO PIC X(12) VALUE SPACES.

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro): estrutura em OPERAUWS.cpy,
      * paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

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
               DISPLAY " Casos de PLD - PLDMAN"
               DISPLAY "===================================="
               DISPLAY "L - Casos em aberto"
               DISPLAY "C - Casos de um CPF"
               DISPLAY "D - Decidir um caso"
               DISPLAY "S - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-OPCAO) TO WS-OPCAO
           IF WS-OPCAO = "S"
               DISPLAY "Encerrando."
               GOBACK
           END-IF
           IF WS-OPCAO NOT = "L" AND WS-OPCAO NOT = "C" AND
              WS-OPCAO NOT = "D"
               DISPLAY "Opcao invalida."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM AUTORIZA-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      * suspeita de lavagem e informacao restrita: so o perfil
      * supervisor (analista de compliance) consulta e decide
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY "Somente supervisor acessa os casos de PLD."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CASOS-FILE
           IF WS-CASOS-STATUS = "35"
               DISPLAY "Nenhum caso de PLD registrado."
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CASOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PLDCASO.DAT: " WS-CASOS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE WS-OPCAO
               WHEN "L"
                   PERFORM LISTA-CASOS-ABERTOS
               WHEN "C"
                   PERFORM CONSULTA-CASOS-DO-CPF
               WHEN "D"
                   PERFORM DECIDE-CASO
           END-EVALUATE

           CLOSE CASOS-FILE
           GOBACK.

      * ---------------------------------------------------------------
      * Casos em aberto na ordem de numero (= ordem de deteccao).
      * ---------------------------------------------------------------
       LISTA-CASOS-ABERTOS.
           MOVE ZEROS TO WRK-QTD-LISTADOS
           MOVE ZEROS TO PLD-NUMERO
           MOVE "N" TO WS-FIM-CASOS
           START CASOS-FILE KEY IS NOT LESS THAN PLD-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-CASOS
           END-START
           DISPLAY "CASO     DETECCAO TIPO           CPF         "
                   "CONTA    DT MOV            VALOR"
           PERFORM UNTIL FIM-CASOS
               READ CASOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CASOS
                   NOT AT END
                       IF PLD-ABERTO
                           PERFORM EXIBE-UM-CASO
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY "Nenhum caso em aberto."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY WRK-QTD-LISTADOS " caso(s) em aberto."
           END-IF.

      * ---------------------------------------------------------------
      * Todos os casos de um CPF pela chave alternativa PLD-CPF, com a
      * decisao e o parecer dos ja analisados.
      * ---------------------------------------------------------------
       CONSULTA-CASOS-DO-CPF.
           DISPLAY "CPF: " WITH NO ADVANCING
           ACCEPT WRK-CPF-PROCURA
           MOVE ZEROS TO WRK-QTD-LISTADOS
           MOVE WRK-CPF-PROCURA TO PLD-CPF
           MOVE "N" TO WS-FIM-CASOS
           START CASOS-FILE KEY IS EQUAL TO PLD-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-CASOS
           END-START
           IF NOT FIM-CASOS
               DISPLAY "CASO     DETECCAO TIPO           CPF         "
                       "CONTA    DT MOV            VALOR"
           END-IF
           PERFORM UNTIL FIM-CASOS
               READ CASOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CASOS
                   NOT AT END
                       IF PLD-CPF NOT = WRK-CPF-PROCURA
                           MOVE "S" TO WS-FIM-CASOS
                       ELSE
                           PERFORM EXIBE-UM-CASO
                           PERFORM EXIBE-DECISAO
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY "Nenhum caso para o CPF."
               MOVE 4 TO RETURN-CODE
           END-IF.

       EXIBE-UM-CASO.
           EVALUATE TRUE
               WHEN PLD-ESPECIE
                   MOVE "ESPECIE" TO WRK-TIPO-DESCRITO
               WHEN PLD-FRACIONADO
                   MOVE "FRACIONAMENTO" TO WRK-TIPO-DESCRITO
               WHEN PLD-GIRO-RAPIDO
                   MOVE "GIRO RAPIDO" TO WRK-TIPO-DESCRITO
               WHEN PLD-DESPERTAR
                   MOVE "CONTA DESPERTA" TO WRK-TIPO-DESCRITO
               WHEN OTHER
                   MOVE "????" TO WRK-TIPO-DESCRITO
           END-EVALUATE
           MOVE PLD-VALOR TO WRK-VALOR-EDITADO
           DISPLAY PLD-NUMERO " " PLD-DT-DETECCAO " "
                   WRK-TIPO-DESCRITO " " PLD-CPF " " PLD-CONTA " "
                   PLD-DT-MOVIMENTO " " WRK-VALOR-EDITADO
           DISPLAY "         " PLD-DESCRICAO
           ADD 1 TO WRK-QTD-LISTADOS.

       EXIBE-DECISAO.
           EVALUATE TRUE
               WHEN PLD-ABERTO
                   DISPLAY "         EM ABERTO"
                   EXIT PARAGRAPH
               WHEN PLD-CONFIRMADO
                   MOVE "CONFIRMADO" TO WRK-STATUS-DESCRITO
               WHEN PLD-DESCARTADO
                   MOVE "DESCARTADO" TO WRK-STATUS-DESCRITO
               WHEN OTHER
                   MOVE "????" TO WRK-STATUS-DESCRITO
           END-EVALUATE
           DISPLAY "         " WRK-STATUS-DESCRITO " EM "
                   PLD-DT-DECISAO " POR " PLD-ANALISTA
           DISPLAY "         " PLD-PARECER
           IF PLD-CONFIRMADO
               IF PLD-DT-COMUNICACAO = ZEROS
                   DISPLAY "         COMUNICACAO AO COAF PENDENTE"
               ELSE
                   DISPLAY "         COMUNICADO AO COAF EM "
                           PLD-DT-COMUNICACAO
               END-IF
           END-IF.

      * ---------------------------------------------------------------
      * Decisao de um caso em aberto: confirma ou descarta, sempre com
      * parecer. Caso decidido nao volta a ser alterado.
      * ---------------------------------------------------------------
       DECIDE-CASO.
           DISPLAY "Numero do caso: " WITH NO ADVANCING
           ACCEPT PLD-NUMERO
           READ CASOS-FILE
               INVALID KEY
                   DISPLAY "Caso nao encontrado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE ZEROS TO WRK-QTD-LISTADOS
           PERFORM EXIBE-UM-CASO
           IF NOT PLD-ABERTO
               PERFORM EXIBE-DECISAO
               DISPLAY "Caso ja decidido; nao pode ser alterado."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Decisao (C = confirmar suspeita, "
                   "D = descartar): " WITH NO ADVANCING
           ACCEPT WS-DECISAO
           MOVE FUNCTION UPPER-CASE (WS-DECISAO) TO WS-DECISAO
           IF WS-DECISAO NOT = "C" AND WS-DECISAO NOT = "D"
               DISPLAY "Decisao invalida."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Parecer: " WITH NO ADVANCING
           ACCEPT WRK-PARECER
           IF WRK-PARECER = SPACES
               DISPLAY "Parecer obrigatorio; caso nao decidido."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DECISAO = "C"
               DISPLAY "Confirma a suspeita (vai ao COAF)? (S/N): "
                       WITH NO ADVANCING
           ELSE
               DISPLAY "Confirma o descarte? (S/N): "
                       WITH NO ADVANCING
           END-IF
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Decisao cancelada."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DECISAO TO PLD-STATUS
           MOVE WRK-DATA TO PLD-DT-DECISAO
           MOVE WS-OPERADOR-ID TO PLD-ANALISTA
           MOVE WRK-PARECER TO PLD-PARECER
           REWRITE CASO-PLD
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR O CASO: " WS-CASOS-STATUS
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-REWRITE
           IF PLD-CONFIRMADO
               DISPLAY "Caso " PLD-NUMERO " confirmado; sera "
                       "comunicado na proxima noite (PLDCOAF)."
           ELSE
               DISPLAY "Caso " PLD-NUMERO " descartado."
           END-IF.

           COPY OPERAUPD.


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

       END PROGRAM PLDMAN.
