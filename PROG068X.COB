      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Supervised transfer of a branch portfolio, for when a branch
      * is merged into another: a supervisor names the source and the
      * destination branch (CONTA-AGENCIA), TRFAGE lists every account
      * of the source branch in RELTRFAG.DAT with the count and the
      * balance total, and on confirmation enqueues ONE request in
      * the maker-checker queue PENDAPR.DAT (operation "G": source
      * branch in PEN-CHAVE, destination in PEN-CHAVE2, account count
      * and balance total in PEN-IMAGEM). Nothing moves here: a
      * DIFFERENT supervisor confirms it in APROVA01, which moves
      * every account of the source branch and logs one "G" per
      * account in the audit trail with both IDs. A second request
      * for a source branch that already has one pending is refused.
      * The operators of the merged branch are moved one by one in
      * OPERADM (option G).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT PENDENCIAS-FILE ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELTRFAG.DAT"
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

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  PENDENCIAS-FILE.
           COPY PENDREC.

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
           02 WS-CONTAS-STATUS PIC X(02) VALUE "00".
           02 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
           02 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-CONFIRMA PIC X VALUE "N".
           02 WS-FIM-CONTAS PIC X VALUE "N".
              88 FIM-CONTAS VALUE "S".
           02 WS-JA-PENDENTE PIC X VALUE "N".
              88 PEDIDO-JA-PENDENTE VALUE "S".
           02 WRK-AGENCIA-ORIGEM PIC X(04) VALUE SPACES.
           02 WRK-AGENCIA-ORIGEM-N REDEFINES WRK-AGENCIA-ORIGEM
                                   PIC 9(04).
           02 WRK-AGENCIA-DESTINO PIC X(04) VALUE SPACES.
           02 WRK-AGENCIA-DESTINO-N REDEFINES WRK-AGENCIA-DESTINO
                                    PIC 9(04).
           02 WRK-QTD-DESTINO PIC 9(07) VALUE ZEROS.

      * resumo da carteira mostrado ao aprovador (vai em PEN-IMAGEM):
      * APROVA01 recusa se a quantidade de contas mudou desde o pedido
       01 WRK-RESUMO-CARTEIRA.
           02 WRK-RES-QTD PIC 9(07) VALUE ZEROS.
           02 WRK-RES-SALDO PIC S9(13)V9(02) VALUE ZEROS.

       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
       77 WRK-TOTAL-EDITADO PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro): estrutura em OPERAUWS.cpy,
      * paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

      * gravacao da pendencia de aprovacao: estrutura em PENDWS.cpy,
      * paragrafo em PENDPD.cpy.
           COPY PENDWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

           DISPLAY "===================================="
           DISPLAY " Transferencia de carteira - TRFAGE"
           DISPLAY "===================================="
           PERFORM AUTORIZA-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY "Somente supervisor transfere carteira de "
                       "agencia."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PEDE-AGENCIAS
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF

           PERFORM VERIFICA-PEDIDO-PENDENTE
           IF PEDIDO-JA-PENDENTE
               DISPLAY "Ja ha transferencia pendente para a agencia "
                       WRK-AGENCIA-ORIGEM "; decida-a em APROVA01."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LISTA-CARTEIRA
           IF RETURN-CODE NOT = ZEROS
               GOBACK
           END-IF

           MOVE WRK-RES-SALDO TO WRK-TOTAL-EDITADO
           DISPLAY "Contas da agencia " WRK-AGENCIA-ORIGEM ": "
                   WRK-RES-QTD "  saldo total: " WRK-TOTAL-EDITADO
           DISPLAY "Contas ja na agencia " WRK-AGENCIA-DESTINO ": "
                   WRK-QTD-DESTINO
           DISPLAY "Relacao completa em RELTRFAG.DAT."
           DISPLAY "Confirma o pedido de transferencia (S/N)? "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Pedido cancelado."
               GOBACK
           END-IF

           PERFORM ENFILEIRA-TRANSFERENCIA
           GOBACK.

      * ---------------------------------------------------------------
      * Origem e destino: quatro digitos, diferentes de zero e entre
      * si.
      * ---------------------------------------------------------------
       PEDE-AGENCIAS.
           DISPLAY "Agencia de origem (4 digitos): " WITH NO ADVANCING
           ACCEPT WRK-AGENCIA-ORIGEM
           DISPLAY "Agencia de destino (4 digitos): "
                   WITH NO ADVANCING
           ACCEPT WRK-AGENCIA-DESTINO
           IF WRK-AGENCIA-ORIGEM IS NOT NUMERIC OR
              WRK-AGENCIA-DESTINO IS NOT NUMERIC
               DISPLAY "Agencia invalida."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WRK-AGENCIA-ORIGEM-N = ZEROS OR
              WRK-AGENCIA-DESTINO-N = ZEROS
               DISPLAY "Agencia invalida."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WRK-AGENCIA-ORIGEM-N = WRK-AGENCIA-DESTINO-N
               DISPLAY "Origem e destino sao a mesma agencia."
               MOVE 8 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
      * Uma agencia so tem um pedido de transferencia em aberto por
      * vez: dois aprovados em sequencia moveriam a carteira duas
      * vezes.
      * ---------------------------------------------------------------
       VERIFICA-PEDIDO-PENDENTE.
           MOVE "N" TO WS-JA-PENDENTE
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
                       IF PEN-TRANSF-AGENCIA AND PEN-PENDENTE AND
                          PEN-CHAVE (1:4) = WRK-AGENCIA-ORIGEM
                           MOVE "S" TO WS-JA-PENDENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDENCIAS-FILE.

      * ---------------------------------------------------------------
      * Relaciona as contas da agencia de origem (todas, encerradas
      * inclusive: a carteira muda inteira) e conta as do destino.
      * ---------------------------------------------------------------
       LISTA-CARTEIRA.
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TRANSFERENCIA DE CARTEIRA - " WRK-DATA
                  "   AGENCIA " WRK-AGENCIA-ORIGEM
                  " PARA " WRK-AGENCIA-DESTINO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SOLICITANTE: " WS-OPERADOR-ID
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTA     CPF          SIT  SALDO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE ZEROS TO WRK-RES-QTD
           MOVE ZEROS TO WRK-RES-SALDO
           MOVE ZEROS TO WRK-QTD-DESTINO
           MOVE "N" TO WS-FIM-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       IF CONTA-AGENCIA = WRK-AGENCIA-ORIGEM-N
                           PERFORM LISTA-UMA-CONTA
                       END-IF
                       IF CONTA-AGENCIA = WRK-AGENCIA-DESTINO-N
                           ADD 1 TO WRK-QTD-DESTINO
                       END-IF
               END-READ
           END-PERFORM

           MOVE WRK-RES-SALDO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS: " WRK-RES-QTD
                  "  SALDO TOTAL: " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE RELATORIO-FILE
           CLOSE CONTAS-FILE

           IF WRK-RES-QTD = ZEROS
               DISPLAY "Nenhuma conta na agencia " WRK-AGENCIA-ORIGEM
                       "."
               MOVE 4 TO RETURN-CODE
           END-IF.

       LISTA-UMA-CONTA.
           ADD 1 TO WRK-RES-QTD
           ADD CONTA-SALDO TO WRK-RES-SALDO
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING CONTA-NUMERO "  " CONTA-CPF "  " CONTA-STATUS
                  "    " WRK-SALDO-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       ENFILEIRA-TRANSFERENCIA.
           MOVE SPACES TO PENDENCIA
           MOVE "G" TO PEN-OPERACAO
           MOVE WRK-AGENCIA-ORIGEM TO PEN-CHAVE
           MOVE WRK-AGENCIA-DESTINO TO PEN-CHAVE2
           MOVE WRK-RESUMO-CARTEIRA TO PEN-IMAGEM
           MOVE WS-OPERADOR-ID TO WS-PEND-SOLICITANTE
           PERFORM GRAVA-PENDENCIA
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Pedido " WS-PROX-PENDENCIA " enfileirado; outro "
                   "supervisor confirma em APROVA01.".

           COPY OPERAUPD.

           COPY PENDPD.


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

       END PROGRAM TRFAGE.
