      * The batch origem (and the employer's identity in the posted
      * history) comes from the first command-line argument, default
      * FOLHA.
      * Each credit carries the mark "FOLHA" and its line number into
      * the posted history. A line whose employee has a registered
      * death (CLIREC) is not credited: it goes back as OBITO with
      * the date of death. The payroll credits an estate account
      * received after the death but before it was registered are
      * listed by OBITO01 in FOLHADEV.DAT (FDEVREC.cpy); the pending
      * ones of this employer go back in this return as POS-OBITO
      * (date and value of the credit) and are marked reported.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHA01.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT DEVOLUCAO-FILE ASSIGN TO "FOLHADEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  DEVOLUCAO-FILE.
           COPY FDEVREC.

       WORKING-STORAGE SECTION.

       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-TRANSACOES-STATUS PIC X(02) VALUE "00".
       77 WS-RETORNO-STATUS PIC X(02) VALUE "00".
       77 WS-DEVOLUCAO-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-DEVOLUCAO PIC X VALUE "N".
          88 FIM-DEVOLUCAO VALUE "S".
       77 WS-FIM-FOLHA PIC X VALUE "N".
          88 FIM-FOLHA VALUE "S".
       77 WS-FIM-CONTAS PIC X VALUE "N".
       77 WRK-QTD-GERADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CONTA PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-VALORES PIC 9(11)V9(02) VALUE ZEROS.
       77 WRK-QTD-OBITO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-POS-OBITO PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.

      * -- creditos pos-obito a devolver (FOLHADEV.DAT), carregados
      * para marcar os reportados e regravar o arquivo inteiro
       01 WS-CONTROLE-DEVOLUCOES.
           02 WS-QTD-DEVOL PIC 9(03) VALUE ZEROS.
           02 WS-MAX-DEVOL PIC 9(03) VALUE 200.
           02 WS-IX-DEVOL PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DEVOLUCOES.
           02 WS-DEVOL-REG PIC X(70) OCCURS 200 TIMES.

      * -- contas ativas por CPF titular, carregadas do master: a
      * corrente tem preferencia quando o titular tambem tem poupanca
              03 SAI-CONTA PIC 9(08).
              03 SAI-TIPO PIC X(01).
              03 SAI-VALOR PIC 9(07)V9(02).
              03 SAI-FOL-MARCA PIC X(05).
              03 SAI-FOL-SEQ PIC 9(09).
              03 FILLER PIC X(48).
           02 WS-SAI-HEADER REDEFINES WS-SAIDA.
              03 SAI-HDR-TIPO PIC X(01).
              03 SAI-HDR-DATA PIC 9(08).
                       PERFORM TRATA-LINHA-FOLHA
               END-READ
           END-PERFORM
           PERFORM REPORTA-CREDITOS-POS-OBITO

           IF WRK-QTD-GERADOS > ZEROS
               PERFORM GRAVA-TRAILER
           DISPLAY "Folha " WRK-ORIGEM ": " WRK-QTD-GERADOS
                   " credito(s) no lote, " WRK-QTD-SEM-CONTA
                   " linha(s) nao localizadas."
           IF WRK-QTD-OBITO > ZEROS OR WRK-QTD-POS-OBITO > ZEROS
               DISPLAY "Devolvidas por obito: " WRK-QTD-OBITO
                       " linha(s); creditos pos-obito reportados: "
                       WRK-QTD-POS-OBITO
           END-IF
           IF (WRK-QTD-SEM-CONTA > ZEROS OR WRK-QTD-OBITO > ZEROS
               OR WRK-QTD-POS-OBITO > ZEROS) AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
                   PERFORM GRAVA-RETORNO-NAO-CASADO
                   EXIT PARAGRAPH
           END-READ
      * funcionario falecido: o salario volta ao empregador
           IF CLIENTE-FALECIDO
               PERFORM GRAVA-RETORNO-OBITO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WRK-CONTA-CREDITO
           PERFORM VARYING WS-IX FROM 1 BY 1
           MOVE WRK-CONTA-CREDITO TO SAI-CONTA
           MOVE "D" TO SAI-TIPO
           MOVE FOL-VALOR TO SAI-VALOR
           MOVE "FOLHA" TO SAI-FOL-MARCA
           MOVE WRK-SEQ TO SAI-FOL-SEQ
           MOVE WS-SAIDA TO TRANSACAO-REG
           WRITE TRANSACAO-REG
           IF WS-TRANSACOES-STATUS NOT = "00"
           MOVE WS-MOTIVO-REJEICAO TO RET-MOTIVO
           WRITE RETORNO-REG.

       GRAVA-RETORNO-OBITO.
           ADD 1 TO WRK-QTD-OBITO
           MOVE WRK-SEQ TO RET-SEQ
           MOVE FOL-CPF TO RET-CPF
           MOVE "OBITO" TO RET-STATUS
           MOVE SPACES TO RET-MOTIVO
           STRING "TITULAR FALECIDO EM " DT-OBITO
                  DELIMITED BY SIZE INTO RET-MOTIVO
           WRITE RETORNO-REG.

      * ---------------------------------------------------------------
      * Creditos de folha DESTE empregador que cairam numa conta
      * depois do obito do titular (listados por OBITO01 no registro
      * do obito): vao no retorno como POS-OBITO e ficam marcados
      * como reportados, com a data. Arquivo ausente = nada a
      * reportar; arquivo maior que a tabela nao e regravado (nada
      * se perde: fica para a proxima entrega).
      * ---------------------------------------------------------------
       REPORTA-CREDITOS-POS-OBITO.
           MOVE ZEROS TO WS-QTD-DEVOL
           OPEN INPUT DEVOLUCAO-FILE
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-DEVOLUCAO
           PERFORM UNTIL FIM-DEVOLUCAO
               READ DEVOLUCAO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-DEVOLUCAO
                   NOT AT END
                       IF WS-QTD-DEVOL >= WS-MAX-DEVOL
                           DISPLAY "FOLHADEV.DAT excede a tabela; "
                                   "creditos pos-obito nao reportados."
                           MOVE 4 TO RETURN-CODE
                           MOVE ZEROS TO WS-QTD-DEVOL
                           MOVE "S" TO WS-FIM-DEVOLUCAO
                       ELSE
                           ADD 1 TO WS-QTD-DEVOL
                           MOVE FOLHA-DEVOLVER
                               TO WS-DEVOL-REG (WS-QTD-DEVOL)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEVOLUCAO-FILE

           PERFORM VARYING WS-IX-DEVOL FROM 1 BY 1
                   UNTIL WS-IX-DEVOL > WS-QTD-DEVOL
               MOVE WS-DEVOL-REG (WS-IX-DEVOL) TO FOLHA-DEVOLVER
               IF FDV-PENDENTE AND FDV-ORIGEM = WRK-ORIGEM
                   PERFORM GRAVA-RETORNO-POS-OBITO
                   MOVE "R" TO FDV-STATUS
                   MOVE WRK-DATA TO FDV-DT-REPORTE
                   MOVE FOLHA-DEVOLVER TO WS-DEVOL-REG (WS-IX-DEVOL)
               END-IF
           END-PERFORM
           IF WRK-QTD-POS-OBITO = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT DEVOLUCAO-FILE
           IF WS-DEVOLUCAO-STATUS NOT = "00"
               DISPLAY "ERRO AO REGRAVAR FOLHADEV.DAT: "
                       WS-DEVOLUCAO-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX-DEVOL FROM 1 BY 1
                   UNTIL WS-IX-DEVOL > WS-QTD-DEVOL
               MOVE WS-DEVOL-REG (WS-IX-DEVOL) TO FOLHA-DEVOLVER
               WRITE FOLHA-DEVOLVER
           END-PERFORM
           CLOSE DEVOLUCAO-FILE.

       GRAVA-RETORNO-POS-OBITO.
           ADD 1 TO WRK-QTD-POS-OBITO
           MOVE FDV-SEQ TO RET-SEQ
           MOVE FDV-CPF TO RET-CPF
           MOVE "POS-OBITO" TO RET-STATUS
           MOVE FDV-VALOR TO WRK-VALOR-EDITADO
           MOVE SPACES TO RET-MOTIVO
           STRING "CRED " FDV-DATA-CREDITO " R$" WRK-VALOR-EDITADO
                  " APOS OBITO"
                  DELIMITED BY SIZE INTO RET-MOTIVO
           WRITE RETORNO-REG.

       ABRE-LOTE-DE-SAIDA.
           OPEN EXTEND TRANSACOES-FILE
           IF WS-TRANSACOES-STATUS NOT = "00"
