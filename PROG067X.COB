      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Counter cutoff for the nightly stream: CAIXA01 writes straight
      * into CONTAS.DAT and HISTORIC.DAT, so the counter must not post
      * while BATCH00 is rewriting the same files (a deposit slipping
      * in between the balance processor and the trial balance would
      * be missed by the proof, or stamped with the date CALEND01 has
      * just changed). The control record is JANELA.DAT (JANREC.cpy).
      * Modes (first argument):
      *   F - closes the counter; BATCH00 runs it before STEP000. A
      *       counter already closed (a stream that aborted and is
      *       being rerun) stays closed since its original time.
      *   A - reopens the counter; BATCH00 runs it only when the
      *       stream has finished. The cash deposits CAIXA01 queued
      *       in CXFILA.DAT while it was closed (ADIAREC.cpy) are
      *       moved to CXADIAD.DAT -- carried forward to the next
      *       business date -- and their count and total recorded in
      *       JANELA.DAT for the morning summary (JOBJRN01 R).
      *   L - next night, after CALEND01: turns CXADIAD.DAT into a
      *       regular batch (origem CXCORTE) in the TRANSACOES.DAT
      *       header/trailer convention, like GERAORD, so the carried
      *       deposits post through OPERADORES2 under the business
      *       date of that stream. A batch already generated for the
      *       date is not generated again on a rerun.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORTECX.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JANELA-FILE ASSIGN TO "JANELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANELA-STATUS.

           SELECT FILA-FILE ASSIGN TO "CXFILA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILA-STATUS.

           SELECT ADIADOS-FILE ASSIGN TO "CXADIAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADIADOS-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACOES-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  JANELA-FILE.
           COPY JANREC.

       FD  FILA-FILE.
       01  FILA-REG PIC X(68).

       FD  ADIADOS-FILE.
           COPY ADIAREC.

       FD  TRANSACOES-FILE.
       01  TRANSACAO-REG PIC X(80).

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-JANELA-STATUS PIC X(02) VALUE "00".
       77 WS-FILA-STATUS PIC X(02) VALUE "00".
       77 WS-ADIADOS-STATUS PIC X(02) VALUE "00".
       77 WS-TRANSACOES-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-FILA PIC X VALUE "N".
          88 FIM-FILA VALUE "S".
       77 WS-FIM-ADIADOS PIC X VALUE "N".
          88 FIM-ADIADOS VALUE "S".
       77 WS-FIM-EXAME PIC X VALUE "N".
          88 FIM-EXAME VALUE "S".
       77 WS-JANELA-LIDA PIC X VALUE "N".
          88 JANELA-LIDA VALUE "S".
       77 WS-JA-GERADO PIC X VALUE "N".
          88 LOTE-JA-GERADO VALUE "S".
       77 WS-DIA-UTIL-HOJE PIC X VALUE "N".
       77 WS-ARGC PIC 9(02) VALUE ZEROS.

       77 WRK-MODO PIC X(01) VALUE SPACES.
       77 WRK-DATA-NEGOCIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MAQUINA PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-MAQUINA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ADIADOS PIC 9(05) VALUE ZEROS.
       77 WRK-VALOR-ADIADO PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-QTD-GERADAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-INVALIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-VALORES PIC 9(11)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

      * -- copia da situacao lida, regravada com as alteracoes
       01 WS-JANELA-ATUAL PIC X(65) VALUE SPACES.

      * -- registro de saida no mesmo desenho de lote que OPERADORES2
      * valida: header, movimento, trailer conforme o primeiro byte.
       01 WS-AREA-SAIDA.
           02 WS-SAIDA PIC X(80).
           02 WS-SAI-DETALHE REDEFINES WS-SAIDA.
              03 SAI-CONTA PIC 9(08).
              03 SAI-TIPO PIC X(01).
              03 SAI-VALOR PIC 9(07)V9(02).
              03 SAI-CONTA-DESTINO PIC 9(08).
              03 FILLER PIC X(54).
           02 WS-SAI-HEADER REDEFINES WS-SAIDA.
              03 SAI-HDR-TIPO PIC X(01).
              03 SAI-HDR-DATA PIC 9(08).
              03 SAI-HDR-ORIGEM PIC X(08).
              03 FILLER PIC X(63).
           02 WS-SAI-TRAILER REDEFINES WS-SAIDA.
              03 SAI-TRL-TIPO PIC X(01).
              03 SAI-TRL-QTD PIC 9(07).
              03 SAI-TRL-HASH PIC 9(11)V9(02).
              03 FILLER PIC X(59).

      * area de leitura do TRANSACOES.DAT existente, para o teste de
      * lote ja gerado nesta data
       01 WS-AREA-ENTRADA.
           02 WS-ENTRADA PIC X(80).
           02 WS-ENT-HEADER REDEFINES WS-ENTRADA.
              03 WS-HDR-TIPO PIC X(01).
              03 WS-HDR-DATA PIC 9(08).
              03 WS-HDR-ORIGEM PIC X(08).
              03 FILLER PIC X(63).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC < 1
               DISPLAY "Uso: cortecx F|A|L"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WRK-MODO FROM ARGUMENT-VALUE
           MOVE FUNCTION UPPER-CASE (WRK-MODO) TO WRK-MODO
           ACCEPT WRK-DATA-MAQUINA FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-MAQUINA FROM TIME

           EVALUATE WRK-MODO
               WHEN "F"
                   PERFORM FECHA-BALCAO
               WHEN "A"
                   PERFORM REABRE-BALCAO
               WHEN "L"
                   PERFORM GERA-LOTE-ADIADOS
               WHEN OTHER
                   DISPLAY "Modo invalido (use F, A ou L)."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      * ---------------------------------------------------------------
      * Situacao atual do balcao; sem o arquivo, nunca foi fechado.
      * ---------------------------------------------------------------
       LE-JANELA.
           MOVE "N" TO WS-JANELA-LIDA
           MOVE SPACES TO JANELA-BALCAO
           INITIALIZE JANELA-BALCAO
           MOVE JANELA-BALCAO TO WS-JANELA-ATUAL
           OPEN INPUT JANELA-FILE
           IF WS-JANELA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JANELA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE JANELA-BALCAO TO WS-JANELA-ATUAL
                   MOVE "S" TO WS-JANELA-LIDA
           END-READ
           CLOSE JANELA-FILE.

       REGRAVA-JANELA.
           OPEN OUTPUT JANELA-FILE
           IF WS-JANELA-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR JANELA.DAT: " WS-JANELA-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JANELA-ATUAL TO JANELA-BALCAO
           WRITE JANELA-BALCAO
           IF WS-JANELA-STATUS NOT = "00"
               DISPLAY "ERRO AO GRAVAR JANELA.DAT: " WS-JANELA-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE JANELA-FILE.

      * ---------------------------------------------------------------
      * Inicio do stream: daqui em diante o caixa so enfileira
      * depositos em especie e recusa os debitos.
      * ---------------------------------------------------------------
       FECHA-BALCAO.
           PERFORM LE-JANELA
           MOVE WS-JANELA-ATUAL TO JANELA-BALCAO
           IF JANELA-LIDA AND BALCAO-FECHADO
               DISPLAY "Balcao ja fechado desde " JAN-DATA-FECHAMENTO
                       " " JAN-HORA-FECHAMENTO
                       "; segue fechado."
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO JAN-SITUACAO
           MOVE WRK-DATA-MAQUINA TO JAN-DATA-FECHAMENTO
           MOVE WRK-HORA-MAQUINA TO JAN-HORA-FECHAMENTO
           MOVE ZEROS TO JAN-QTD-ADIADOS
           MOVE ZEROS TO JAN-VALOR-ADIADO
           MOVE JANELA-BALCAO TO WS-JANELA-ATUAL
           PERFORM REGRAVA-JANELA
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Balcao fechado para lancamentos em "
                   WRK-DATA-MAQUINA " " WRK-HORA-MAQUINA ".".

      * ---------------------------------------------------------------
      * Fim do stream: o balcao volta a lancar na hora e so entao a
      * fila da janela e transferida para CXADIAD.DAT -- com o balcao
      * ja aberto nenhum caixa acrescenta mais nada a fila. Um
      * CXADIAD.DAT ainda presente (lote da noite nao gerado) recebe
      * a fila por acrescimo.
      * ---------------------------------------------------------------
       REABRE-BALCAO.
           PERFORM LE-JANELA
           MOVE WS-JANELA-ATUAL TO JANELA-BALCAO
           MOVE "A" TO JAN-SITUACAO
           MOVE WRK-DATA-MAQUINA TO JAN-DATA-ABERTURA
           MOVE WRK-HORA-MAQUINA TO JAN-HORA-ABERTURA
           MOVE ZEROS TO JAN-QTD-ADIADOS
           MOVE ZEROS TO JAN-VALOR-ADIADO
           MOVE JANELA-BALCAO TO WS-JANELA-ATUAL
           PERFORM REGRAVA-JANELA
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF

           PERFORM TRANSFERE-FILA
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF

           MOVE WS-JANELA-ATUAL TO JANELA-BALCAO
           MOVE WRK-QTD-ADIADOS TO JAN-QTD-ADIADOS
           MOVE WRK-VALOR-ADIADO TO JAN-VALOR-ADIADO
           MOVE JANELA-BALCAO TO WS-JANELA-ATUAL
           PERFORM REGRAVA-JANELA
           MOVE WRK-VALOR-ADIADO TO WRK-TOTAL-EDITADO
           DISPLAY "Balcao reaberto em " WRK-DATA-MAQUINA " "
                   WRK-HORA-MAQUINA ". Lancamentos pos-corte "
                   "adiados para o proximo dia util: "
                   WRK-QTD-ADIADOS " (" WRK-TOTAL-EDITADO ")".

       TRANSFERE-FILA.
           MOVE ZEROS TO WRK-QTD-ADIADOS
           MOVE ZEROS TO WRK-VALOR-ADIADO
           OPEN INPUT FILA-FILE
           IF WS-FILA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ADIADOS-FILE
           IF WS-ADIADOS-STATUS NOT = "00"
               OPEN OUTPUT ADIADOS-FILE
           END-IF
           IF WS-ADIADOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CXADIAD.DAT: " WS-ADIADOS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE FILA-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-FILA
           PERFORM UNTIL FIM-FILA
               READ FILA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-FILA
                   NOT AT END
                       MOVE FILA-REG TO LANCAMENTO-ADIADO
                       WRITE LANCAMENTO-ADIADO
                       IF WS-ADIADOS-STATUS NOT = "00"
                           DISPLAY "ERRO GRAVANDO CXADIAD.DAT: "
                                   WS-ADIADOS-STATUS
                           MOVE 12 TO RETURN-CODE
                           MOVE "S" TO WS-FIM-FILA
                       ELSE
                           ADD 1 TO WRK-QTD-ADIADOS
                           IF ADI-VALOR IS NUMERIC
                               ADD ADI-VALOR TO WRK-VALOR-ADIADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FILA-FILE
           CLOSE ADIADOS-FILE
      * a fila so e esvaziada depois de copiada inteira: uma falha no
      * meio deixa a fila intacta para a proxima reabertura
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FILA-FILE
           CLOSE FILA-FILE.

      * ---------------------------------------------------------------
      * Lote CXCORTE da noite seguinte: cada deposito adiado vira um
      * movimento "D" do lote, datado pela data de negocio que o
      * CALEND01 desta noite estabeleceu. O lote so e aberto quando o
      * primeiro movimento valido aparece.
      * ---------------------------------------------------------------
       GERA-LOTE-ADIADOS.
           PERFORM LE-DATA-PROCESSAMENTO
           IF WS-DIA-UTIL-HOJE NOT = "S"
               DISPLAY "Data de negocio nao e dia util; lote pos-corte "
                       "fica para o proximo dia util."
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-LOTE-JA-GERADO
           IF LOTE-JA-GERADO
               DISPLAY "Lote CXCORTE de " WRK-DATA-NEGOCIO
                       " ja gerado; nada a fazer."
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ADIADOS-FILE
           IF WS-ADIADOS-STATUS NOT = "00"
               DISPLAY "Nenhum lancamento pos-corte a postar."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ADIADOS
           PERFORM UNTIL FIM-ADIADOS
               READ ADIADOS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ADIADOS
                   NOT AT END
                       PERFORM TRATA-UM-ADIADO
               END-READ
           END-PERFORM
           CLOSE ADIADOS-FILE

           IF WRK-QTD-GERADAS > ZEROS
               PERFORM GRAVA-TRAILER
               CLOSE TRANSACOES-FILE
           END-IF
           IF WRK-QTD-INVALIDOS > ZEROS AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Lancamentos pos-corte no lote de "
                   WRK-DATA-NEGOCIO ": " WRK-QTD-GERADAS
                   "  invalidos: " WRK-QTD-INVALIDOS.

       TRATA-UM-ADIADO.
           IF NOT ADI-DEPOSITO OR
              ADI-CONTA IS NOT NUMERIC OR
              ADI-VALOR IS NOT NUMERIC OR ADI-VALOR = ZEROS
               DISPLAY "Lancamento pos-corte invalido ignorado: "
                       LANCAMENTO-ADIADO (1:40)
               ADD 1 TO WRK-QTD-INVALIDOS
               EXIT PARAGRAPH
           END-IF
           IF WRK-QTD-GERADAS = ZEROS
               PERFORM ABRE-LOTE-DE-SAIDA
               IF RETURN-CODE = 12
                   MOVE "S" TO WS-FIM-ADIADOS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO WS-SAIDA
           MOVE ADI-CONTA TO SAI-CONTA
           MOVE ADI-TIPO TO SAI-TIPO
           MOVE ADI-VALOR TO SAI-VALOR
           MOVE ZEROS TO SAI-CONTA-DESTINO
           MOVE WS-SAIDA TO TRANSACAO-REG
           WRITE TRANSACAO-REG
           IF WS-TRANSACOES-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO TRANSACOES.DAT: "
                       WS-TRANSACOES-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ADIADOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-GERADAS
           ADD ADI-VALOR TO WRK-HASH-VALORES.

      * ---------------------------------------------------------------
      * Reexecucao do stream na mesma data: se TRANSACOES.DAT ja tem
      * um header CXCORTE desta data, o lote do dia ja foi gerado.
      * ---------------------------------------------------------------
       VERIFICA-LOTE-JA-GERADO.
           MOVE "N" TO WS-JA-GERADO
           OPEN INPUT TRANSACOES-FILE
           IF WS-TRANSACOES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-EXAME
           PERFORM UNTIL FIM-EXAME
               READ TRANSACOES-FILE INTO WS-ENTRADA
                   AT END
                       MOVE "S" TO WS-FIM-EXAME
                   NOT AT END
                       IF WS-HDR-TIPO = "H" AND
                          WS-HDR-DATA = WRK-DATA-NEGOCIO AND
                          WS-HDR-ORIGEM = "CXCORTE"
                           MOVE "S" TO WS-JA-GERADO
                           MOVE "S" TO WS-FIM-EXAME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACOES-FILE.

       ABRE-LOTE-DE-SAIDA.
           OPEN EXTEND TRANSACOES-FILE
           IF WS-TRANSACOES-STATUS NOT = "00"
               OPEN OUTPUT TRANSACOES-FILE
           END-IF
           IF WS-TRANSACOES-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANSACOES.DAT: "
                       WS-TRANSACOES-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SAIDA
           MOVE "H" TO SAI-HDR-TIPO
           MOVE WRK-DATA-NEGOCIO TO SAI-HDR-DATA
           MOVE "CXCORTE" TO SAI-HDR-ORIGEM
           MOVE WS-SAIDA TO TRANSACAO-REG
           WRITE TRANSACAO-REG.

       GRAVA-TRAILER.
           MOVE SPACES TO WS-SAIDA
           MOVE "T" TO SAI-TRL-TIPO
           MOVE WRK-QTD-GERADAS TO SAI-TRL-QTD
           MOVE WRK-HASH-VALORES TO SAI-TRL-HASH
           MOVE WS-SAIDA TO TRANSACAO-REG
           WRITE TRANSACAO-REG
           IF WS-TRANSACOES-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO TRAILER: " WS-TRANSACOES-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
      * CALEND01 no inicio do BATCH00), junto com a decisao de dia
      * util. Sem o arquivo (uso avulso), cai na data da maquina e
      * assume dia util.
      * ---------------------------------------------------------------
       LE-DATA-PROCESSAMENTO.
           OPEN INPUT DATAPROC-FILE
           IF WS-DATAPROC-STATUS = "00"
               READ DATAPROC-FILE
                   AT END
                       ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
                       MOVE "S" TO WS-DIA-UTIL-HOJE
                   NOT AT END
                       IF DP-DATA IS NUMERIC
                           MOVE DP-DATA TO WRK-DATA-NEGOCIO
                           MOVE DP-DIA-UTIL TO WS-DIA-UTIL-HOJE
                       ELSE
                           ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
                           MOVE "S" TO WS-DIA-UTIL-HOJE
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA-NEGOCIO FROM DATE YYYYMMDD
               MOVE "S" TO WS-DIA-UTIL-HOJE
           END-IF.

       END PROGRAM CORTECX.
