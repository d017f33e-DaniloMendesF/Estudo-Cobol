      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Nightly account position snapshot. CONTAS.DAT only holds the
      * current CONTA-SALDO, so the question "what was this customer's
      * position on a past date?" had to be answered by replaying the
      * history by hand. Right after the trial balance (BALANCETE)
      * proves the master, this step writes to SALDODIA.DAT
      * (SNAPREC.cpy) one record per account -- closing balance,
      * overdraft limit, active judicial holds, active term deposits
      * of the account at their accrued value and principal owed on
      * its active loans -- keyed by account and business date, for
      * the as-of inquiry (POSDATA) and the monthly average balance
      * (SALDOMED).
      * Only a master the balance proved (or set as baseline) on the
      * business date is photographed: without today's SALDCTRL.DAT
      * control the step refuses with RETURN-CODE 8 and writes
      * nothing. The sum of the balances photographed is checked
      * against the total BALANCETE recorded; a difference (a
      * posting between the proof and this step) is logged and ends
      * with RETURN-CODE 4, the snapshot kept. A rerun on the same
      * date rewrites the day's records. RELFOTO.DAT is the
      * conference: accounts, totals and the check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDODIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT FOTOS-FILE ASSIGN TO "SALDODIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS WS-FOTOS-STATUS.

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

           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQJUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "SALDCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELFOTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT EXCECOES-FILE ASSIGN TO "EXCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  FOTOS-FILE.
           COPY SNAPREC.

       FD  APLICACOES-FILE.
           COPY APLREC.

       FD  EMPRESTIMOS-FILE.
           COPY EMPREC.

       FD  BLOQUEIOS-FILE.
           COPY BLOQREC.

      * posicao de controle do BALANCETE (mesmo layout de PROG033X)
       FD  CONTROLE-FILE.
       01  CONTROLE-REG.
           02 CTL-DATA PIC 9(08).
           02 CTL-TOTAL PIC S9(13)V9(02).
           02 CTL-QTD-HIST PIC 9(09).
           02 CTL-PROVA PIC X(01).
              88 CTL-PROVADO VALUE "P".
              88 CTL-LINHA-DE-BASE VALUE "B".
           02 CTL-QTD-INICIO PIC 9(09).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-FOTOS-STATUS PIC X(02) VALUE "00".
       77 WS-APLICACOES-STATUS PIC X(02) VALUE "00".
       77 WS-EMPRESTIMOS-STATUS PIC X(02) VALUE "00".
       77 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
       77 WS-CONTROLE-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-CONTAS PIC X VALUE "N".
          88 FIM-CONTAS VALUE "S".
       77 WS-FIM-APLICACOES PIC X VALUE "N".
          88 FIM-APLICACOES VALUE "S".
       77 WS-FIM-EMPRESTIMOS PIC X VALUE "N".
          88 FIM-EMPRESTIMOS VALUE "S".
       77 WS-APLICACOES-ABERTO PIC X VALUE "N".
          88 APLICACOES-ATIVO VALUE "S".
       77 WS-EMPRESTIMOS-ABERTO PIC X VALUE "N".
          88 EMPRESTIMOS-ATIVO VALUE "S".
       77 WS-RECUSADA PIC X VALUE "N".
          88 FOTO-RECUSADA VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO-RECUSA PIC X(50) VALUE SPACES.
       77 WRK-SITUACAO-PROVA PIC X(20) VALUE SPACES.

       77 WRK-QTD-CONTAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NOVAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REGRAVADAS PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-SALDOS PIC S9(13)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-BLOQUEADO PIC 9(13)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-APLICACOES PIC 9(13)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-EMPRESTIMOS PIC 9(13)V9(02) VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(13)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * bloqueios judiciais/administrativos ativos, somados por conta
      * na partida: estrutura em BLOQWS.cpy, paragrafos em BLOQPD.cpy.
           COPY BLOQWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FOTOGRAFIA DIARIA DE SALDOS - " WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM VERIFICA-PROVA
           IF FOTO-RECUSADA
               PERFORM RECUSA-FOTO
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF

           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
           OPEN I-O FOTOS-FILE
           IF WS-FOTOS-STATUS = "35"
               OPEN OUTPUT FOTOS-FILE
               CLOSE FOTOS-FILE
               OPEN I-O FOTOS-FILE
           END-IF
           IF WS-FOTOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SALDODIA.DAT: " WS-FOTOS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CONTAS-FILE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
      * produtos sao opcionais: sem o arquivo, a conta nao tem CDB
      * ou emprestimo
           MOVE "N" TO WS-APLICACOES-ABERTO
           OPEN INPUT APLICACOES-FILE
           IF WS-APLICACOES-STATUS = "00"
               MOVE "S" TO WS-APLICACOES-ABERTO
           END-IF
           MOVE "N" TO WS-EMPRESTIMOS-ABERTO
           OPEN INPUT EMPRESTIMOS-FILE
           IF WS-EMPRESTIMOS-STATUS = "00"
               MOVE "S" TO WS-EMPRESTIMOS-ABERTO
           END-IF
           PERFORM CARREGA-BLOQUEIOS

           MOVE "N" TO WS-FIM-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       PERFORM FOTOGRAFA-CONTA
               END-READ
           END-PERFORM

           CLOSE CONTAS-FILE
           CLOSE FOTOS-FILE
           IF APLICACOES-ATIVO
               CLOSE APLICACOES-FILE
           END-IF
           IF EMPRESTIMOS-ATIVO
               CLOSE EMPRESTIMOS-FILE
           END-IF

           PERFORM CONFERE-TOTAL
           PERFORM EMITE-RESUMO
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE
           DISPLAY "Fotografia de saldos: " WRK-QTD-CONTAS
                   " conta(s) em " WRK-DATA-RELATORIO
           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * So se fotografa o master que o BALANCETE fechou HOJE: prova
      * ("P") ou linha de base ("B") da primeira noite.
      * ---------------------------------------------------------------
       VERIFICA-PROVA.
           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = "00"
               MOVE "BALANCETE SEM POSICAO DE CONTROLE"
                   TO WRK-MOTIVO-RECUSA
               MOVE "S" TO WS-RECUSADA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CONTROLE-REG
           READ CONTROLE-FILE
               AT END
                   MOVE SPACES TO CONTROLE-REG
           END-READ
           CLOSE CONTROLE-FILE

           EVALUATE TRUE
               WHEN CTL-DATA IS NOT NUMERIC OR
                    CTL-TOTAL IS NOT NUMERIC
                   MOVE "BALANCETE SEM POSICAO DE CONTROLE"
                       TO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
               WHEN CTL-DATA NOT = WRK-DATA-RELATORIO
                   MOVE SPACES TO WRK-MOTIVO-RECUSA
                   STRING "BALANCETE NAO FECHOU O DIA (ULTIMO "
                          CTL-DATA ")"
                          DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
               WHEN CTL-PROVADO
                   MOVE "PROVADO" TO WRK-SITUACAO-PROVA
               WHEN OTHER
                   MOVE "LINHA DE BASE" TO WRK-SITUACAO-PROVA
           END-EVALUATE.

       RECUSA-FOTO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FOTOGRAFIA RECUSADA: " WRK-MOTIVO-RECUSA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-MOTIVO-RECUSA TO WS-MSG-EXCECAO
           PERFORM REGISTRA-EXCECAO
           DISPLAY "Fotografia de saldos recusada: " WRK-MOTIVO-RECUSA
           MOVE 8 TO RETURN-CODE.

      * ---------------------------------------------------------------
      * Uma conta: a posicao do dia gravada sob conta + data; na
      * reexecucao da mesma data o registro ja existe e e regravado.
      * ---------------------------------------------------------------
       FOTOGRAFA-CONTA.
           MOVE SPACES TO FOTO-SALDO
           MOVE CONTA-NUMERO TO SNP-CONTA
           MOVE WRK-DATA-RELATORIO TO SNP-DATA
           MOVE CONTA-CPF TO SNP-CPF
           MOVE CONTA-TIPO TO SNP-TIPO
           MOVE CONTA-STATUS TO SNP-STATUS
           MOVE CONTA-SALDO TO SNP-SALDO
           MOVE CONTA-LIMITE-CREDITO TO SNP-LIMITE
           MOVE CONTA-NUMERO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           MOVE WRK-VALOR-BLOQUEADO TO SNP-BLOQUEADO
           PERFORM SOMA-APLICACOES-DA-CONTA
           PERFORM SOMA-EMPRESTIMOS-DA-CONTA

           WRITE FOTO-SALDO
               INVALID KEY
                   REWRITE FOTO-SALDO
                   ADD 1 TO WRK-QTD-REGRAVADAS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-NOVAS
           END-WRITE
           IF WS-FOTOS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO SALDODIA.DAT: " WS-FOTOS-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-CONTAS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-QTD-CONTAS
           ADD SNP-SALDO TO WRK-TOTAL-SALDOS
           ADD SNP-BLOQUEADO TO WRK-TOTAL-BLOQUEADO
           ADD SNP-APLICACOES TO WRK-TOTAL-APLICACOES
           ADD SNP-EMPRESTIMOS TO WRK-TOTAL-EMPRESTIMOS.

      * CDBs ativos da conta pelo valor apropriado ate esta noite
       SOMA-APLICACOES-DA-CONTA.
           MOVE ZEROS TO SNP-APLICACOES
           IF NOT APLICACOES-ATIVO
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO APL-CONTA
           MOVE "N" TO WS-FIM-APLICACOES
           START APLICACOES-FILE KEY IS EQUAL TO APL-CONTA
               INVALID KEY
                   MOVE "S" TO WS-FIM-APLICACOES
           END-START
           PERFORM UNTIL FIM-APLICACOES
               READ APLICACOES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-APLICACOES
                   NOT AT END
                       IF APL-CONTA NOT = CONTA-NUMERO
                           MOVE "S" TO WS-FIM-APLICACOES
                       ELSE
                           IF APL-ATIVA
                               ADD APL-VALOR-APLICADO
                                   APL-RENDIMENTO-ACUM
                                   TO SNP-APLICACOES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * principal ainda devido dos emprestimos ativos da conta
       SOMA-EMPRESTIMOS-DA-CONTA.
           MOVE ZEROS TO SNP-EMPRESTIMOS
           IF NOT EMPRESTIMOS-ATIVO
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO EMP-CONTA
           MOVE "N" TO WS-FIM-EMPRESTIMOS
           START EMPRESTIMOS-FILE KEY IS EQUAL TO EMP-CONTA
               INVALID KEY
                   MOVE "S" TO WS-FIM-EMPRESTIMOS
           END-START
           PERFORM UNTIL FIM-EMPRESTIMOS
               READ EMPRESTIMOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-EMPRESTIMOS
                   NOT AT END
                       IF EMP-CONTA NOT = CONTA-NUMERO
                           MOVE "S" TO WS-FIM-EMPRESTIMOS
                       ELSE
                           IF EMP-ATIVO
                               ADD EMP-SALDO-DEVEDOR
                                   TO SNP-EMPRESTIMOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * ---------------------------------------------------------------
      * A soma fotografada tem de ser o total que o BALANCETE fechou.
      * ---------------------------------------------------------------
       CONFERE-TOTAL.
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           COMPUTE WRK-DIFERENCA = WRK-TOTAL-SALDOS - CTL-TOTAL
           IF WRK-DIFERENCA NOT = ZEROS
               MOVE "FOTOGRAFIA DIFERE DO TOTAL DO BALANCETE"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
           END-IF.

       EMITE-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MASTER DO DIA: " WRK-SITUACAO-PROVA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS FOTOGRAFADAS: " WRK-QTD-CONTAS
                  "  NOVAS: " WRK-QTD-NOVAS
                  "  REGRAVADAS (REEXECUCAO): " WRK-QTD-REGRAVADAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOTAL-SALDOS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DOS SALDOS      : " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE CTL-TOTAL TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DO BALANCETE    : " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-DIFERENCA TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DIFERENCA             : " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOTAL-BLOQUEADO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL BLOQUEADO       : " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOTAL-APLICACOES TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL EM CDB          : " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOTAL-EMPRESTIMOS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SALDO DEVEDOR EMPREST.: " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Grava a ocorrencia no log datado de excecoes, mesmo padrao dos
      * demais programas batch.
      * ---------------------------------------------------------------
       REGISTRA-EXCECAO.
           MOVE "S" TO WS-HOUVE-EXCECAO
           MOVE WRK-DATA-RELATORIO TO EXC-DATA
           ACCEPT EXC-HORA FROM TIME
           MOVE "SALDODIA" TO EXC-PROGRAMA
           MOVE WS-MSG-EXCECAO TO EXC-MENSAGEM
           WRITE REGISTRO-EXCECAO.

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
                       ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
                   NOT AT END
                       IF DP-DATA IS NUMERIC
                           MOVE DP-DATA TO WRK-DATA-RELATORIO
                       ELSE
                           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM SALDODIA.
