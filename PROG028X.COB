      * named-operator login as the other maintenance programs. The
      * file is small and rewritten whole on every change, the same
      * convention as the operator registry.
      * An account in estate (holder deceased) takes no new order,
      * either as the order's account or as a transfer destination;
      * its existing orders are cancelled when the death is
      * registered (OBITO01).
      * A new order is also refused while the periodic cadastral
      * review of the account's primary holder (CONTA-CPF) is overdue
      * beyond the grace period (KYCPD.cpy), until PROG0001 option R
      * records it. Existing orders keep running. Without
      * CLIENTES.DAT the check is skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEMAN.
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.
       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  CLIENTES-FILE.
           COPY CLIREC.

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

           02 WS-CONTAS-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
           02 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
           02 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-OPCAO PIC X VALUE SPACES.
           02 WS-CONTA-OK PIC X VALUE "N".
              88 CONTA-OK VALUE "S".
           02 WS-SELECAO PIC 9(03) VALUE ZEROS.
           02 WS-TEM-CLIENTES PIC X VALUE "N".
              88 TEM-CLIENTES VALUE "S".

      * -- ordens permanentes carregadas em tabela (arquivo pequeno,
      * regravado por inteiro a cada alteracao).
      * paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

      * revisao cadastral periodica (prazos por risco e carencia):
      * estrutura em KYCWS.cpy, paragrafos em KYCPD.cpy.
           COPY KYCWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
               GOBACK
           END-IF

           MOVE WRK-DATA TO WRK-KYC-DATA-REF
           PERFORM LE-PARAMETROS-KYC
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               MOVE "S" TO WS-TEM-CLIENTES
           END-IF

           PERFORM CARREGA-ORDENS

           PERFORM UNTIL SAIR-DA-MANUTENCAO
           END-PERFORM

           CLOSE CONTAS-FILE
           IF TEM-CLIENTES
               CLOSE CLIENTES-FILE
           END-IF
           GOBACK.

       CARREGA-ORDENS.
               DISPLAY "Conta " CONTA-NUMERO " esta encerrada."
               EXIT PARAGRAPH
           END-IF
      * as ordens do falecido sao canceladas no registro do obito
      * (OBITO01) e o espolio nao ganha ordem nova
           IF CONTA-ESPOLIO
               DISPLAY "Conta " CONTA-NUMERO " esta em espolio "
                       "(titular falecido)."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CONTA-OK.

      * ---------------------------------------------------------------
      * Revisao cadastral do titular principal da conta do registro
      * CONTA (recem-validada): vencida alem da carencia, a ordem nova
      * e recusada. Cliente nao encontrado nao e assunto daqui.
      * ---------------------------------------------------------------
       VERIFICA-REVISAO-TITULAR.
           MOVE "E" TO WS-KYC-SITUACAO
           IF NOT TEM-CLIENTES
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-CPF TO CPF
           READ CLIENTES-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM AVALIA-REVISAO-KYC
           IF KYC-BLOQUEADA
               DISPLAY "Revisao cadastral do titular da conta "
                       CONTA-NUMERO " vencida em "
                       WRK-KYC-DT-VENCIMENTO
               DISPLAY "Registre a revisao (PROG0001 opcao R)."
           END-IF.

       INCLUI-ORDEM.
           IF WS-QTD-ORDENS >= WS-MAX-ORDENS
               DISPLAY "Tabela de ordens cheia."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VERIFICA-REVISAO-TITULAR
           IF KYC-BLOQUEADA
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Tipo (D-deposito S-saque T-transferencia): "
                   WITH NO ADVANCING

           COPY OPERAUPD.

           COPY KYCPD.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
