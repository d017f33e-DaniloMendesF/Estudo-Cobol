      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Account-master backup: writes every CONTAS record to the
      * sequential backup CTABKP.DAT in the CONTAREC.cpy layout ("D"
      * records), same convention as CLIBKP, with a trailer carrying
      * the record count AND the backup point: the business date, the
      * clock time, and how many records HISTORIC.DAT and AUDITCLI.DAT
      * held at that moment. Both files only grow by EXTEND, so
      * everything beyond those counts is what the backup does not
      * contain yet -- the history movements and the account images
      * that forward recovery (CONTFWD) replays on top of a restore.
      * CONTREST still reloads this backup as it is (point ignored).
      * Runs at the end of the nightly stream, with the teller
      * counter still closed, after every step that changes the
      * master. A missing master is a hard error here -- a backup
      * step must never "succeed" against a freshly created empty
      * file.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTBKP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTAS-FILE.
           COPY CONTAREC.

      * trailer: contagem + ponto do backup (data de negocio, hora e
      * tamanho do historico e da trilha naquele momento). O unload
      * de migracao (CONTMIG) deixa o ponto em branco.
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

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-BACKUP-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-AUDITORIA-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-CONTAS PIC X VALUE "N".
          88 FIM-CONTAS VALUE "S".
       77 WS-FIM-ARQUIVO PIC X VALUE "N".
          88 FIM-ARQUIVO VALUE "S".
       77 WRK-QTD-COPIADOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-HIST PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-AUD PIC 9(09) VALUE ZEROS.
       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-HORA PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

      * o ponto e tomado ANTES do unload: um lancamento que entrasse
      * entre os dois ficaria no master E alem da contagem, e a
      * recuperacao o reaplicaria em dobro -- o que a conferencia do
      * HIST-SALDO-APOS acusa. Na ordem inversa ele ficaria dentro da
      * contagem e fora do master, perdido sem aviso.
           ACCEPT WRK-HORA FROM TIME
           PERFORM CONTA-HISTORICO
           PERFORM CONTA-AUDITORIA

           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT PARA BACKUP: "
                       WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CTABKP.DAT: " WS-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CONTAS-FILE
               GOBACK
           END-IF

           MOVE "N" TO WS-FIM-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       PERFORM COPIA-CONTA
               END-READ
           END-PERFORM

      * um backup que falhou no meio fica SEM trailer de proposito,
      * mesmo criterio de CLIBKP: CONTREST e CONTFWD recusam backup
      * truncado.
           IF RETURN-CODE NOT = 12
               MOVE SPACES TO BACKUP-REG
               MOVE "T" TO BKP-TIPO
               MOVE WRK-QTD-COPIADOS TO BKP-QTD
               MOVE WRK-DATA TO BKP-DATA
               MOVE WRK-HORA TO BKP-HORA
               MOVE WRK-QTD-HIST TO BKP-QTD-HIST
               MOVE WRK-QTD-AUD TO BKP-QTD-AUD
               WRITE BACKUP-REG
               IF WS-BACKUP-STATUS NOT = "00"
                   DISPLAY "ERRO GRAVANDO TRAILER DO BACKUP: "
                           WS-BACKUP-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE CONTAS-FILE
           CLOSE BACKUP-FILE
           DISPLAY "Backup do master de contas: "
                   WRK-QTD-COPIADOS " registros; ponto " WRK-DATA
                   " " WRK-HORA " (historico " WRK-QTD-HIST
                   ", trilha " WRK-QTD-AUD ")."
           GOBACK.

       COPIA-CONTA.
           MOVE SPACES TO BACKUP-REG
           MOVE "D" TO BKP-TIPO
           MOVE CONTA TO BKP-DADOS
           WRITE BACKUP-REG
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO CTABKP.DAT: " WS-BACKUP-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-CONTAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-COPIADOS.

      * historico ainda inexistente (primeira noite) conta zero
       CONTA-HISTORICO.
           MOVE ZEROS TO WRK-QTD-HIST
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTD-HIST
               END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE.

       CONTA-AUDITORIA.
           MOVE ZEROS TO WRK-QTD-AUD
           OPEN INPUT AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ AUDITORIA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTD-AUD
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-FILE.

      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
      * CALEND01 no inicio do BATCH00). Sem o arquivo (uso avulso),
      * cai na data da maquina.
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

       END PROGRAM CONTBKP.
