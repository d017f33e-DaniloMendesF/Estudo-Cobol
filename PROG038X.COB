      * Consolidated customer position by CPF: the single screen the
      * teller needs when the customer is standing at the counter --
      * the CLIREC identification, every account the CPF owns in the
      * CONTAS master or holds jointly through TITULAR.DAT (product,
      * status, holder role and joint type, overdraft limit, judicial
      * holds and current balance), the total relationship balance,
      * and the last movements of each account from the permanent
      * history, followed by the active term deposits (CDB,
      * APLIC.DAT) the CPF has applied, at their value accrued to
      * date. The CPF comes from the first command-line argument or
      * is prompted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSCPF.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

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

       DATA DIVISION.
       FILE SECTION.

       FD  BLOQUEIOS-FILE.
           COPY BLOQREC.

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  APLICACOES-FILE.
           COPY APLREC.

       WORKING-STORAGE SECTION.

       77 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-APLICACOES-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-APLICACOES PIC X VALUE "N".
          88 FIM-APLICACOES VALUE "S".
       77 WS-FIM-CONTAS PIC X VALUE "N".
          88 FIM-CONTAS VALUE "S".
       77 WS-FIM-HISTORICO PIC X VALUE "N".

       77 WRK-CPF-PESQUISA PIC X(11) VALUE SPACES.
       77 WRK-TOTAL-RELACAO PIC S9(09)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-CDB PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-VALOR-ATUAL-CDB PIC 9(08)V9(02) VALUE ZEROS.
       77 WRK-QTD-CDB PIC 9(03) VALUE ZEROS.
       77 WRK-DATANASC-EDITADA PIC X(10) VALUE SPACES.
       77 WRK-ENDERECO-EDITADO PIC X(80) VALUE SPACES.
       77 WRK-TIPO-DESCRITO PIC X(10) VALUE SPACES.
       77 WRK-PRODUTO-DESCRITO PIC X(08) VALUE SPACES.
       77 WRK-PAPEL-DESCRITO PIC X(10) VALUE SPACES.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
              03 WS-POS-STATUS PIC X(01).
              03 WS-POS-SALDO PIC S9(07)V9(02).
              03 WS-POS-LIMITE PIC 9(07)V9(02).
              03 WS-POS-PAPEL PIC X(01).
              03 WS-POS-SOLID PIC X(01).

      * -- ultimos lancamentos da conta em exame (anel de 5) --------
       01 WS-CONTROLE-ULTIMOS.
      * na partida: estrutura em BLOQWS.cpy, paragrafos em BLOQPD.cpy.
           COPY BLOQWS.

      * titulares das contas conjuntas: estrutura em TITWS.cpy,
      * paragrafos em TITPD.cpy.
           COPY TITWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM CARREGA-BLOQUEIOS
           PERFORM EXIBE-IDENTIFICACAO
           PERFORM ABRE-TITULAR
           PERFORM CARREGA-CONTAS-DO-CPF
           PERFORM FECHA-TITULAR
           PERFORM EXIBE-CONTAS
           PERFORM EXIBE-APLICACOES

           CLOSE CLIENTES-FILE
           GOBACK.
           END-PERFORM
           CLOSE CONTAS-FILE.

      * conta do CPF = o CONTA-CPF (titular principal) ou qualquer
      * conta em que ele figure em TITULAR.DAT como segundo titular
       ANOTA-CONTA-DO-CPF.
           MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
           MOVE WRK-CPF-PESQUISA TO WS-CPF-TIT-PROCURA
           PERFORM VERIFICA-TITULAR-DA-CONTA
           IF CONTA-CPF NOT = WRK-CPF-PESQUISA
              AND NOT E-TITULAR-DA-CONTA
               EXIT PARAGRAPH
           END-IF
           IF CONTA-CPF = WRK-CPF-PESQUISA
               MOVE "P" TO WS-PAPEL-ACHADO
           END-IF
           IF WS-QTD-CONTAS >= WS-MAX-CONTAS
               DISPLAY "Mais contas que a tela comporta; consulte a "
                       "gerencia."
           MOVE CONTA-TIPO TO WS-POS-TIPO (WS-QTD-CONTAS)
           MOVE CONTA-STATUS TO WS-POS-STATUS (WS-QTD-CONTAS)
           MOVE CONTA-SALDO TO WS-POS-SALDO (WS-QTD-CONTAS)
           MOVE CONTA-LIMITE-CREDITO TO WS-POS-LIMITE (WS-QTD-CONTAS)
           MOVE WS-PAPEL-ACHADO TO WS-POS-PAPEL (WS-QTD-CONTAS)
           MOVE WS-SOLIDARIEDADE TO WS-POS-SOLID (WS-QTD-CONTAS).

       EXIBE-CONTAS.
           IF WS-QTD-CONTAS = ZEROS
                   "  " WRK-PRODUTO-DESCRITO
                   "  SIT " WS-POS-STATUS (WS-IX)
                   "  SALDO " WRK-SALDO-EDITADO
           IF WS-POS-SOLID (WS-IX) NOT = "I"
               IF WS-POS-PAPEL (WS-IX) = "P"
                   MOVE "PRINCIPAL" TO WRK-PAPEL-DESCRITO
               ELSE
                   MOVE "SEGUNDO" TO WRK-PAPEL-DESCRITO
               END-IF
               IF WS-POS-SOLID (WS-IX) = "E"
                   DISPLAY "  CONTA CONJUNTA 'E' (ASSINAM TODOS) - "
                           "TITULAR " WRK-PAPEL-DESCRITO
               ELSE
                   DISPLAY "  CONTA CONJUNTA 'OU' (ASSINA QUALQUER) - "
                           "TITULAR " WRK-PAPEL-DESCRITO
               END-IF
           END-IF
           IF WS-POS-LIMITE (WS-IX) > ZEROS
               MOVE WS-POS-LIMITE (WS-IX) TO WRK-VALOR-EDITADO
               DISPLAY "  LIMITE CHEQUE ESPECIAL: " WRK-VALOR-EDITADO

           PERFORM EXIBE-ULTIMOS-LANCAMENTOS.

      * ---------------------------------------------------------------
      * CDBs ativos aplicados pelo CPF (chave alternativa APL-CPF),
      * pelo valor atual: principal mais o rendimento que o batch
      * CDBDIA apropriou ate a ultima noite.
      * ---------------------------------------------------------------
       EXIBE-APLICACOES.
           OPEN INPUT APLICACOES-FILE
           IF WS-APLICACOES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WRK-QTD-CDB
           MOVE ZEROS TO WRK-TOTAL-CDB
           MOVE WRK-CPF-PESQUISA TO APL-CPF
           MOVE "N" TO WS-FIM-APLICACOES
           START APLICACOES-FILE KEY IS EQUAL TO APL-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-APLICACOES
           END-START
           PERFORM UNTIL FIM-APLICACOES
               READ APLICACOES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-APLICACOES
                   NOT AT END
                       IF APL-CPF NOT = WRK-CPF-PESQUISA
                           MOVE "S" TO WS-FIM-APLICACOES
                       ELSE
                           PERFORM EXIBE-UMA-APLICACAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APLICACOES-FILE
           IF WRK-QTD-CDB > ZEROS
               MOVE WRK-TOTAL-CDB TO WRK-TOTAL-EDITADO
               DISPLAY "TOTAL EM CDB (VALOR ATUAL):    "
                       WRK-TOTAL-EDITADO
           END-IF.

       EXIBE-UMA-APLICACAO.
           IF NOT APL-ATIVA
               EXIT PARAGRAPH
           END-IF
           IF WRK-QTD-CDB = ZEROS
               DISPLAY "------------------------------------------"
               DISPLAY "APLICACOES EM CDB"
           END-IF
           ADD 1 TO WRK-QTD-CDB
           COMPUTE WRK-VALOR-ATUAL-CDB =
               APL-VALOR-APLICADO + APL-RENDIMENTO-ACUM
           ADD WRK-VALOR-ATUAL-CDB TO WRK-TOTAL-CDB
           MOVE APL-VALOR-APLICADO TO WRK-VALOR-EDITADO
           DISPLAY "CDB " APL-NUMERO "  CONTA " APL-CONTA
                   "  APLICADO " WRK-VALOR-EDITADO
                   " EM " APL-DT-APLICACAO
           MOVE WRK-VALOR-ATUAL-CDB TO WRK-TOTAL-EDITADO
           DISPLAY "  VENCE " APL-DT-VENCIMENTO
                   "  PAGA " APL-DT-PAGAMENTO
                   "  VALOR ATUAL " WRK-TOTAL-EDITADO.

      * ---------------------------------------------------------------
      * Ultimos lancamentos da conta: uma passada do historico
      * guardando os 5 mais recentes num anel (o arquivo so recebe
                   MOVE "TRANSF ENV" TO WRK-TIPO-DESCRITO
               WHEN "C"
                   MOVE "TRANSF REC" TO WRK-TIPO-DESCRITO
               WHEN "X"
                   MOVE "ESTORNO DB" TO WRK-TIPO-DESCRITO
               WHEN "Y"
                   MOVE "ESTORNO CR" TO WRK-TIPO-DESCRITO
               WHEN "A"
                   MOVE "APLIC CDB" TO WRK-TIPO-DESCRITO
               WHEN "R"
                   MOVE "RESG CDB" TO WRK-TIPO-DESCRITO
               WHEN "L"
                   MOVE "EMPRESTIMO" TO WRK-TIPO-DESCRITO
               WHEN "P"
                   MOVE "PARC EMPR" TO WRK-TIPO-DESCRITO
               WHEN "B"
                   MOVE "PAG CONTA" TO WRK-TIPO-DESCRITO
               WHEN "F"
                   MOVE "TED ENV" TO WRK-TIPO-DESCRITO
               WHEN "G"
                   MOVE "TED DEVOLV" TO WRK-TIPO-DESCRITO
               WHEN "H"
                   MOVE "TED REC" TO WRK-TIPO-DESCRITO
               WHEN "Q"
                   MOVE "CHEQUE" TO WRK-TIPO-DESCRITO
               WHEN OTHER
                   MOVE "????????" TO WRK-TIPO-DESCRITO
           END-EVALUATE

           COPY ENDFMPD.

           COPY TITPD.

       END PROGRAM CONSCPF.
