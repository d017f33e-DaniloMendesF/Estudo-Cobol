      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Account-master forward recovery: rebuilds CONTAS.DAT as it was
      * at the moment of a failure from the last nightly backup
      * (CTABKP.DAT, written by CONTBKP) plus everything journaled
      * after the backup point recorded in its trailer:
      *   1. checks the backup (trailer present, record count, backup
      *      point filled in) and that HISTORIC.DAT and AUDITCLI.DAT
      *      still hold at least the records they held at the point,
      *      BEFORE touching the master -- a recovery that cannot
      *      finish must not start;
      *   2. reloads the master from the backup, as CONTREST does;
      *   3. replays the account images logged to the audit trail
      *      after the point (openings, owner and limit changes,
      *      reactivations, dormancy, closures, estates, branch
      *      transfers): an opening writes the account back, the
      *      others restore every field except the balance;
      *   4. reapplies, in file order, every HISTORIC.DAT movement
      *      beyond the point -- deposits, withdrawals, fees, interest,
      *      both transfer legs and every other type, signed by
      *      HIST-CREDITO / HIST-DEBITO -- checking after each one
      *      that the recomputed balance equals HIST-SALDO-APOS.
      * The point is a record POSITION, not a date, for the same
      * reason BALANCETE uses one: both files only grow by EXTEND,
      * and the teller posts between two streams still stamped with
      * the previous business date. The first mismatch (or a
      * movement for an account the backup and the trail do not
      * know, or an unknown movement type) stops the replay with
      * RC=12 and the offending record in the report RELFWD.DAT: the
      * master is then only recovered up to the record before it and
      * must not be released. A clean run ends with RC=0, the
      * master equal to the one that failed, so the next BALANCETE
      * proves against its last control position.
      * ATENCAO: regrava CONTAS.DAT por completo -- rode somente com o
      * master atual danificado e o balcao fechado (CORTECX F).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTFWD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "CTABKP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELFWD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTAS-FILE.
           COPY CONTAREC.

      * mesmo desenho de CONTBKP: contagem + ponto do backup no
      * trailer (em branco no unload de migracao do CONTMIG)
       FD  BACKUP-FILE.
       01  BACKUP-REG.
           02 BKP-TIPO PIC X(01).
              88 BKP-DETALHE VALUE "D".
              88 BKP-TRAILER VALUE "T".
           02 BKP-DADOS PIC X(51).
       01  BACKUP-TRAILER REDEFINES BACKUP-REG.
           02 FILLER PIC X(01).
           02 BKP-QTD PIC 9(09).
           02 BKP-DATA PIC 9(08).
           02 BKP-HORA PIC 9(06).
           02 BKP-QTD-HIST PIC 9(09).
           02 BKP-QTD-AUD PIC 9(09).
           02 FILLER PIC X(10).

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  AUDITORIA-FILE.
           COPY AUDREC.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-BACKUP-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-AUDITORIA-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-ARQUIVO PIC X VALUE "N".
          88 FIM-ARQUIVO VALUE "S".
       77 WS-TEM-TRAILER PIC X VALUE "N".
          88 TEM-TRAILER VALUE "S".
      * a primeira divergencia interrompe a reaplicacao
       77 WS-INTERROMPIDA PIC X VALUE "N".
          88 RECUPERACAO-INTERROMPIDA VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(60) VALUE SPACES.

      * ponto do backup, lido do trailer
       77 WRK-QTD-TRAILER PIC 9(09) VALUE ZEROS.
       77 WRK-DATA-BACKUP PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-BACKUP PIC 9(06) VALUE ZEROS.
       77 WRK-PONTO-HIST PIC 9(09) VALUE ZEROS.
       77 WRK-PONTO-AUD PIC 9(09) VALUE ZEROS.

      * contagens da conferencia e da recuperacao
       77 WRK-QTD-DETALHES PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-RECARREGADOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-HIST-ATUAL PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-AUD-ATUAL PIC 9(09) VALUE ZEROS.
       77 WRK-SEQ-REGISTRO PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-IMAGENS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ABERTURAS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-MOVIMENTOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-CONTAS PIC 9(09) VALUE ZEROS.

      * reaplicacao de um movimento
       77 WRK-SALDO-ANTES PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-SALDO-RECALC PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(13)V9(02) VALUE ZEROS.
       77 WRK-TOT-DEBITOS PIC 9(13)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-MASTER PIC S9(13)V9(02) VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
       77 WRK-SALDO-EDITADO PIC Z,ZZZ,ZZ9.99-.

      * imagem de conta da trilha em reaplicacao
       77 WRK-IMAGEM-CONTA PIC X(51) VALUE SPACES.
       77 WS-IMAGEM-ABERTURA PIC X VALUE "N".
          88 IMAGEM-DE-ABERTURA VALUE "S".

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

           OPEN OUTPUT RELATORIO-FILE
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RELFWD.DAT: "
                       WS-RELATORIO-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RECUPERACAO DO MASTER DE CONTAS (CONTFWD) - "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

      * tudo o que pode impedir a recuperacao e conferido com o
      * master ainda intacto
           PERFORM CONFERE-BACKUP
           IF NOT RECUPERACAO-INTERROMPIDA
               PERFORM CONFERE-ARQUIVOS-DO-PONTO
           END-IF
           IF RECUPERACAO-INTERROMPIDA
               PERFORM EMITE-RECUSA
               CLOSE RELATORIO-FILE
               GOBACK
           END-IF

           PERFORM RECARREGA-MASTER
           IF NOT RECUPERACAO-INTERROMPIDA
               OPEN I-O CONTAS-FILE
               IF WS-CONTAS-STATUS NOT = "00"
                   MOVE SPACES TO WRK-MOTIVO
                   STRING "ERRO AO REABRIR CONTAS.DAT: "
                          WS-CONTAS-STATUS
                          DELIMITED BY SIZE INTO WRK-MOTIVO
                   MOVE "S" TO WS-INTERROMPIDA
               ELSE
                   PERFORM REAPLICA-TRILHA
                   IF NOT RECUPERACAO-INTERROMPIDA
                       PERFORM REAPLICA-HISTORICO
                   END-IF
                   CLOSE CONTAS-FILE
               END-IF
           END-IF

           PERFORM EMITE-RESUMO
           CLOSE RELATORIO-FILE
           IF RECUPERACAO-INTERROMPIDA
               DISPLAY "RECUPERACAO INTERROMPIDA: " WRK-MOTIVO
               DISPLAY "Master NAO confiavel; veja RELFWD.DAT."
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "Master de contas recuperado: "
                       WRK-QTD-RECARREGADOS " do backup, "
                       WRK-QTD-IMAGENS " imagens da trilha, "
                       WRK-QTD-MOVIMENTOS " movimentos reaplicados."
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * Primeira leitura do backup, sem gravar nada: trailer presente,
      * contagem batendo com os detalhes e o ponto preenchido. Um
      * unload de migracao (CONTMIG) nao tem ponto e e recusado.
      * ---------------------------------------------------------------
       CONFERE-BACKUP.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE "CTABKP.DAT NAO ENCONTRADO" TO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ BACKUP-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BKP-DETALHE
                               ADD 1 TO WRK-QTD-DETALHES
                           WHEN BKP-TRAILER
                               MOVE "S" TO WS-TEM-TRAILER
                               MOVE BKP-QTD TO WRK-QTD-TRAILER
                               MOVE BKP-DATA TO WRK-DATA-BACKUP
                               MOVE BKP-HORA TO WRK-HORA-BACKUP
                               MOVE BKP-QTD-HIST TO WRK-PONTO-HIST
                               MOVE BKP-QTD-AUD TO WRK-PONTO-AUD
                           WHEN OTHER
                               MOVE "REGISTRO DE BACKUP INVALIDO"
                                   TO WRK-MOTIVO
                               MOVE "S" TO WS-INTERROMPIDA
                               MOVE "S" TO WS-FIM-ARQUIVO
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           IF RECUPERACAO-INTERROMPIDA
               EXIT PARAGRAPH
           END-IF

           IF NOT TEM-TRAILER
               MOVE "BACKUP SEM TRAILER (TRUNCADO?)" TO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
               EXIT PARAGRAPH
           END-IF
           IF WRK-QTD-DETALHES NOT = WRK-QTD-TRAILER
               MOVE SPACES TO WRK-MOTIVO
               STRING "CONTAGEM NAO CONFERE: TRAILER "
                      WRK-QTD-TRAILER " X DETALHES "
                      WRK-QTD-DETALHES
                      DELIMITED BY SIZE INTO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
               EXIT PARAGRAPH
           END-IF
           IF WRK-DATA-BACKUP IS NOT NUMERIC OR
              WRK-HORA-BACKUP IS NOT NUMERIC OR
              WRK-PONTO-HIST IS NOT NUMERIC OR
              WRK-PONTO-AUD IS NOT NUMERIC OR
              WRK-DATA-BACKUP = ZEROS
               MOVE "BACKUP SEM PONTO DE RECUPERACAO (UNLOAD DE MIGRACAO
      -            "?)" TO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           STRING "BACKUP CTABKP.DAT: " WRK-QTD-TRAILER
                  " CONTAS; PONTO " WRK-DATA-BACKUP " " WRK-HORA-BACKUP
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  HISTORICO NO PONTO: " WRK-PONTO-HIST
                  "   TRILHA NO PONTO: " WRK-PONTO-AUD
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * O historico e a trilha so crescem: menos registros do que no
      * ponto quer dizer arquivo trocado ou truncado, e a reaplicacao
      * partiria do lugar errado.
      * ---------------------------------------------------------------
       CONFERE-ARQUIVOS-DO-PONTO.
           MOVE ZEROS TO WRK-QTD-HIST-ATUAL
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ HISTORICO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-QTD-HIST-ATUAL
                   END-READ
               END-PERFORM
               CLOSE HISTORICO-FILE
           END-IF
           MOVE ZEROS TO WRK-QTD-AUD-ATUAL
           OPEN INPUT AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ AUDITORIA-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-QTD-AUD-ATUAL
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF

           MOVE SPACES TO LINHA-RELATORIO
           STRING "  HISTORICO ATUAL:    " WRK-QTD-HIST-ATUAL
                  "   TRILHA ATUAL:    " WRK-QTD-AUD-ATUAL
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           IF WRK-QTD-HIST-ATUAL < WRK-PONTO-HIST
               MOVE "HISTORIC.DAT MENOR QUE NO PONTO DO BACKUP"
                   TO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
               EXIT PARAGRAPH
           END-IF
           IF WRK-QTD-AUD-ATUAL < WRK-PONTO-AUD
               MOVE "AUDITCLI.DAT MENOR QUE NO PONTO DO BACKUP"
                   TO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
           END-IF.

      * ---------------------------------------------------------------
      * Recarga do backup ja conferido, como CONTREST.
      * ---------------------------------------------------------------
       RECARREGA-MASTER.
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               MOVE "CTABKP.DAT NAO ENCONTRADO" TO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               MOVE SPACES TO WRK-MOTIVO
               STRING "ERRO AO RECRIAR CONTAS.DAT: " WS-CONTAS-STATUS
                      DELIMITED BY SIZE INTO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
               CLOSE BACKUP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ BACKUP-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF BKP-DETALHE
                           PERFORM RECARREGA-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           CLOSE CONTAS-FILE

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS RECARREGADAS DO BACKUP: "
                  WRK-QTD-RECARREGADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       RECARREGA-REGISTRO.
           MOVE BKP-DADOS TO CONTA
           WRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               MOVE SPACES TO WRK-MOTIVO
               STRING "ERRO RECARREGANDO CONTA " CONTA-NUMERO ": "
                      WS-CONTAS-STATUS
                      DELIMITED BY SIZE INTO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
               MOVE "S" TO WS-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-RECARREGADOS.

      * ---------------------------------------------------------------
      * Imagens de conta gravadas na trilha depois do ponto. O saldo
      * fica de fora (e o historico que o refaz, movimento a
      * movimento); os demais campos seguem a imagem "depois" mais
      * recente, na ordem do arquivo. A abertura (manutencao sem
      * imagem "antes") devolve a conta inteira ao master, antes de
      * qualquer movimento dela ser reaplicado.
      * ---------------------------------------------------------------
       REAPLICA-TRILHA.
           OPEN INPUT AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WRK-SEQ-REGISTRO
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ AUDITORIA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-SEQ-REGISTRO
                       IF WRK-SEQ-REGISTRO > WRK-PONTO-AUD AND
                          AUD-OPERACAO-CONTA
                           PERFORM REAPLICA-OCORRENCIA-CONTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-FILE

           MOVE SPACES TO LINHA-RELATORIO
           STRING "IMAGENS DA TRILHA REAPLICADAS: " WRK-QTD-IMAGENS
                  "  (ABERTURAS: " WRK-QTD-ABERTURAS ")"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * a partilha leva duas contas: espolio em 1 e herdeiro em 52
       REAPLICA-OCORRENCIA-CONTA.
           MOVE "N" TO WS-IMAGEM-ABERTURA
           IF AUD-MANUT-CONTA AND AUD-ANTES (1:51) = SPACES
               MOVE "S" TO WS-IMAGEM-ABERTURA
           END-IF
           MOVE AUD-DEPOIS (1:51) TO WRK-IMAGEM-CONTA
           PERFORM REAPLICA-IMAGEM
           IF AUD-PARTILHA AND NOT RECUPERACAO-INTERROMPIDA
               MOVE "N" TO WS-IMAGEM-ABERTURA
               MOVE AUD-DEPOIS (52:51) TO WRK-IMAGEM-CONTA
               PERFORM REAPLICA-IMAGEM
           END-IF
           IF RECUPERACAO-INTERROMPIDA
               MOVE "S" TO WS-FIM-ARQUIVO
           END-IF.

       REAPLICA-IMAGEM.
           IF WRK-IMAGEM-CONTA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-IMAGEM-CONTA TO CONTA
           READ CONTAS-FILE
               INVALID KEY
                   IF IMAGEM-DE-ABERTURA
                       MOVE WRK-IMAGEM-CONTA TO CONTA
                       WRITE CONTA
                       IF WS-CONTAS-STATUS = "00"
                           ADD 1 TO WRK-QTD-ABERTURAS
                           ADD 1 TO WRK-QTD-IMAGENS
                       ELSE
                           MOVE SPACES TO WRK-MOTIVO
                           STRING "ERRO REINCLUINDO CONTA "
                                  CONTA-NUMERO ": " WS-CONTAS-STATUS
                                  DELIMITED BY SIZE INTO WRK-MOTIVO
                           MOVE "S" TO WS-INTERROMPIDA
                       END-IF
                   ELSE
                       MOVE SPACES TO WRK-MOTIVO
                       STRING "TRILHA (REGISTRO " WRK-SEQ-REGISTRO
                              ") CITA CONTA AUSENTE " CONTA-NUMERO
                              DELIMITED BY SIZE INTO WRK-MOTIVO
                       MOVE "S" TO WS-INTERROMPIDA
                   END-IF
                   EXIT PARAGRAPH
           END-READ

      * conta ja presente: tudo da imagem, menos o saldo corrente
           MOVE CONTA-SALDO TO WRK-SALDO-ANTES
           MOVE WRK-IMAGEM-CONTA TO CONTA
           MOVE WRK-SALDO-ANTES TO CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               MOVE SPACES TO WRK-MOTIVO
               STRING "ERRO REGRAVANDO CONTA " CONTA-NUMERO ": "
                      WS-CONTAS-STATUS
                      DELIMITED BY SIZE INTO WRK-MOTIVO
               MOVE "S" TO WS-INTERROMPIDA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-IMAGENS.

      * ---------------------------------------------------------------
      * Reaplica os movimentos alem do ponto, na ordem do arquivo,
      * conferindo cada saldo recalculado com o HIST-SALDO-APOS que o
      * programa que postou gravou. Qualquer diferenca para tudo.
      * ---------------------------------------------------------------
       REAPLICA-HISTORICO.
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WRK-SEQ-REGISTRO
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-SEQ-REGISTRO
                       IF WRK-SEQ-REGISTRO > WRK-PONTO-HIST
                           PERFORM REAPLICA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE.

       REAPLICA-MOVIMENTO.
           IF NOT HIST-CREDITO AND NOT HIST-DEBITO
               MOVE SPACES TO WRK-MOTIVO
               STRING "TIPO DE MOVIMENTO DESCONHECIDO: " HIST-TIPO
                      DELIMITED BY SIZE INTO WRK-MOTIVO
               PERFORM INTERROMPE-NO-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           IF HIST-VALOR IS NOT NUMERIC OR
              HIST-SALDO-APOS IS NOT NUMERIC
               MOVE "VALOR OU SALDO APOS NAO NUMERICO" TO WRK-MOTIVO
               PERFORM INTERROMPE-NO-MOVIMENTO
               EXIT PARAGRAPH
           END-IF

           MOVE HIST-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "CONTA AUSENTE DO MASTER RECUPERADO"
                       TO WRK-MOTIVO
                   MOVE ZEROS TO WRK-SALDO-ANTES WRK-SALDO-RECALC
                   PERFORM INTERROMPE-NO-MOVIMENTO
                   EXIT PARAGRAPH
           END-READ

           MOVE CONTA-SALDO TO WRK-SALDO-ANTES
           IF HIST-CREDITO
               ADD HIST-VALOR TO CONTA-SALDO GIVING WRK-SALDO-RECALC
                   ON SIZE ERROR
                       MOVE "ESTOURO NO SALDO RECALCULADO"
                           TO WRK-MOTIVO
                       PERFORM INTERROMPE-NO-MOVIMENTO
                       EXIT PARAGRAPH
               END-ADD
           ELSE
               SUBTRACT HIST-VALOR FROM CONTA-SALDO
                   GIVING WRK-SALDO-RECALC
                   ON SIZE ERROR
                       MOVE "ESTOURO NO SALDO RECALCULADO"
                           TO WRK-MOTIVO
                       PERFORM INTERROMPE-NO-MOVIMENTO
                       EXIT PARAGRAPH
               END-SUBTRACT
           END-IF
           IF WRK-SALDO-RECALC NOT = HIST-SALDO-APOS
               MOVE "SALDO RECALCULADO DIFERE DO HIST-SALDO-APOS"
                   TO WRK-MOTIVO
               PERFORM INTERROMPE-NO-MOVIMENTO
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-SALDO-RECALC TO CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               MOVE SPACES TO WRK-MOTIVO
               STRING "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
                      DELIMITED BY SIZE INTO WRK-MOTIVO
               PERFORM INTERROMPE-NO-MOVIMENTO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-MOVIMENTOS
           IF HIST-CREDITO
               ADD HIST-VALOR TO WRK-TOT-CREDITOS
           ELSE
               ADD HIST-VALOR TO WRK-TOT-DEBITOS
           END-IF.

      * o movimento que parou a recuperacao sai inteiro no relatorio:
      * o master ficou recuperado ate o registro anterior a ele
       INTERROMPE-NO-MOVIMENTO.
           MOVE "S" TO WS-INTERROMPIDA
           MOVE "S" TO WS-FIM-ARQUIVO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "*** PARADA NO REGISTRO " WRK-SEQ-REGISTRO
                  " DO HISTORICO: " WRK-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "    DATA " HIST-DATA " HORA " HIST-HORA
                  " CONTA " HIST-CONTA " TIPO " HIST-TIPO
                  " ORIGEM " HIST-ORIGEM
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF HIST-VALOR IS NUMERIC
               MOVE HIST-VALOR TO WRK-SALDO-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    VALOR:              " WRK-SALDO-EDITADO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE WRK-SALDO-ANTES TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "    SALDO ANTES:        " WRK-SALDO-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-SALDO-RECALC TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "    SALDO RECALCULADO:  " WRK-SALDO-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF HIST-SALDO-APOS IS NUMERIC
               MOVE HIST-SALDO-APOS TO WRK-SALDO-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    HIST-SALDO-APOS:    " WRK-SALDO-EDITADO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       EMITE-RECUSA.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "*** RECUPERACAO RECUSADA: " WRK-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "    CONTAS.DAT NAO FOI TOCADO." TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY "RECUPERACAO RECUSADA: " WRK-MOTIVO
           DISPLAY "CONTAS.DAT nao foi tocado; veja RELFWD.DAT."
           MOVE 12 TO RETURN-CODE.

      * ---------------------------------------------------------------
      * Totais da reaplicacao e o total geral do master recuperado --
      * o mesmo numero que o proximo BALANCETE vai somar.
      * ---------------------------------------------------------------
       EMITE-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MOVIMENTOS REAPLICADOS: " WRK-QTD-MOVIMENTOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-CREDITOS TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  CREDITOS: " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-DEBITOS TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  DEBITOS:  " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE ZEROS TO WRK-QTD-CONTAS WRK-TOTAL-MASTER
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ CONTAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WRK-QTD-CONTAS
                           ADD CONTA-SALDO TO WRK-TOTAL-MASTER
                   END-READ
               END-PERFORM
               CLOSE CONTAS-FILE
           END-IF
           MOVE WRK-TOTAL-MASTER TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DO MASTER (" WRK-QTD-CONTAS " CONTAS): "
                  WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           IF RECUPERACAO-INTERROMPIDA
               STRING "*** RECUPERACAO INTERROMPIDA: " WRK-MOTIVO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "*** MASTER NAO CONFIAVEL; NAO REABRA O BALCAO "
                      "NEM RODE O STREAM ***"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "RECUPERACAO CONCLUIDA: MASTER IGUAL AO DO "
                      "MOMENTO DA FALHA"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Data de negocio (DATPROC.DAT), so para o cabecalho; sem o
      * arquivo, cai na data da maquina.
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

       END PROGRAM CONTFWD.
