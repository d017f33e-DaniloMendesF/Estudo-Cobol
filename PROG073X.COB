      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Monthly recall list of the periodic cadastral review (KYC):
      * every customer whose review falls due in the business month,
      * is already overdue (still within the grace period) or is
      * overdue beyond it -- and therefore refused new accounts in
      * CONTAS01 and new standing orders in ORDEMAN -- by the shared
      * rule of KYCPD.cpy (review period per risk category and grace
      * months from PARAMS.DAT). The list is SORTED BY CEP, for the
      * branch to contact the customers:
      *   - RELKYC.DAT: CEP, CPF, name, phone, risk, last review, due
      *     date and situation (A VENCER / VENCIDA / BLOQUEADA), the
      *     e-mail underneath, and the totals. The CPF prints MASKED
      *     by default (LGPDPD.cpy); the clear form only with the
      *     ABERTO argument, a supervisor login, and the request
      *     recorded in LGPDLOG.DAT;
      *   - MALAKYC.DAT: the recall letters, in the MALAPOST layout
      *     (CEP and name, formatted address, customers still without
      *     CEP first and flagged for completion).
      * Deceased and anonymized customers are not recalled, nor is a
      * former customer -- one whose accounts (CONTA-CPF or a joint
      * holding in TITULAR.DAT) are all closed; their data only waits
      * for the LGPD retention (ANONLGPD). A customer registered
      * without any account yet is recalled like any other.
      * The review itself is recorded in PROG0001, option R.
      * Return code: 0 ok, 12 on I/O error or when the customers
      * recalled exceed the table.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELKYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT MALA-FILE ASSIGN TO "MALAKYC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MALA-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT LGPDLOG-FILE ASSIGN TO "LGPDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES-FILE.
           COPY CLIREC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(132).

       FD  MALA-FILE.
       01  LINHA-MALA PIC X(100).

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  LGPDLOG-FILE.
           COPY LGPDREC.

       WORKING-STORAGE SECTION.

       77 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-MALA-STATUS PIC X(02) VALUE "00".
       77 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
       77 WS-LGPDLOG-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-ARQUIVO PIC X VALUE "N".
          88 FIM-ARQUIVO VALUE "S".
       77 WS-ARGC PIC 9(02) VALUE ZEROS.
       77 WS-ARG-MODO PIC X(10) VALUE SPACES.

      * senha de operador, nunca exibida/gravada em claro (ver
      * HASH-SENHA / MASCARA-SENHA, mesmo criterio de PROG0001).
       77 SENHA PIC X(30).
       77 WRK-SENHA-HASH PIC 9(10) VALUE ZEROS.
       77 WRK-SENHA-MASCARADA PIC X(30) VALUE ALL "*".
       77 WS-I PIC 9(02) VALUE ZEROS.

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-ENDERECO-EDITADO PIC X(80) VALUE SPACES.
       77 WRK-CEP-EDITADO PIC X(08) VALUE SPACES.
       77 WRK-QTD-SEM-CEP PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-A-VENCER PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENCIDA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BLOQUEADA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EX-CLIENTES PIC 9(05) VALUE ZEROS.

      * -- situacao de relacionamento por CPF: "S" com ao menos uma
      * conta nao encerrada (titular principal ou conjunto), "N" so
      * com contas encerradas (ex-cliente, nao e chamado) --
       01 WS-CONTROLE-RELAC.
           02 WS-QTD-RELAC PIC 9(04) VALUE ZEROS.
           02 WS-MAX-RELAC PIC 9(04) VALUE 1000.
           02 WS-IX-REL PIC 9(04) VALUE ZEROS.
           02 WS-IX-REL-ACHADO PIC 9(04) VALUE ZEROS.
           02 WS-CPF-PROCURA PIC X(11) VALUE SPACES.
           02 WS-CONTA-ABERTA PIC X VALUE "N".
              88 CONTA-NAO-ENCERRADA VALUE "S".
       01 WS-TAB-RELAC.
           02 WS-REL-ENT OCCURS 1000 TIMES.
              03 WS-REL-CPF PIC X(11).
              03 WS-REL-ATIVO PIC X(01).

      * -- clientes chamados, ordenados por CEP em memoria --
       01 WS-CONTROLE-MALA.
           02 WS-QTD-DEST PIC 9(04) VALUE ZEROS.
           02 WS-MAX-DEST PIC 9(04) VALUE 0500.
           02 WS-IX PIC 9(04) VALUE ZEROS.
           02 WS-IX-B PIC 9(04) VALUE ZEROS.
       01 WS-TAB-MALA.
           02 WS-DEST-ENT OCCURS 500 TIMES.
              03 WS-DEST-CEP PIC 9(08).
              03 WS-DEST-NOME PIC X(50).
              03 WS-DEST-ENDERECO PIC X(80).
              03 WS-DEST-CPF PIC X(11).
              03 WS-DEST-TELEFONE PIC X(15).
              03 WS-DEST-EMAIL PIC X(40).
              03 WS-DEST-RISCO PIC X(01).
              03 WS-DEST-ULT-REVISAO PIC 9(08).
              03 WS-DEST-VENCIMENTO PIC 9(08).
              03 WS-DEST-SITUACAO PIC X(09).
       01 WS-TROCA-ENT.
           02 WS-TRC-CEP PIC 9(08).
           02 WS-TRC-NOME PIC X(50).
           02 WS-TRC-ENDERECO PIC X(80).
           02 WS-TRC-CPF PIC X(11).
           02 WS-TRC-TELEFONE PIC X(15).
           02 WS-TRC-EMAIL PIC X(40).
           02 WS-TRC-RISCO PIC X(01).
           02 WS-TRC-ULT-REVISAO PIC 9(08).
           02 WS-TRC-VENCIMENTO PIC 9(08).
           02 WS-TRC-SITUACAO PIC X(09).

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro), para o pedido de saida em
      * claro: estrutura em OPERAUWS.cpy, paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

      * mascaramento LGPD de CPF/RG, mascarado por default:
      * estrutura em LGPDWS.cpy, paragrafos em LGPDPD.cpy.
           COPY LGPDWS.

      * revisao cadastral periodica (prazos por risco e carencia):
      * estrutura em KYCWS.cpy, paragrafos em KYCPD.cpy.
           COPY KYCWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           MOVE WRK-DATA-RELATORIO TO WRK-KYC-DATA-REF
           PERFORM LE-PARAMETROS-KYC
           MOVE "KYCREV" TO WS-LGPD-PROGRAMA

      * saida em claro so por pedido explicito (argumento ABERTO) de
      * um supervisor, com o pedido registrado no log de acesso
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-MODO FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE (WS-ARG-MODO) TO WS-ARG-MODO
               IF WS-ARG-MODO = "ABERTO"
                   PERFORM SOLICITA-SAIDA-ABERTA
               END-IF
           END-IF

           PERFORM CARREGA-RELACIONAMENTOS
           IF RETURN-CODE = 12
               GOBACK
           END-IF

           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "CLIENTES.DAT nao encontrado."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CLIENTES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM SELECIONA-CLIENTE
               END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE
           IF RETURN-CODE = 12
               GOBACK
           END-IF

           PERFORM ORDENA-POR-CEP
           PERFORM EMITE-RELATORIO
           PERFORM EMITE-MALA-DIRETA
           DISPLAY "Revisao cadastral: " WS-QTD-DEST
                   " clientes chamados (a vencer " WRK-QTD-A-VENCER
                   ", vencidos " WRK-QTD-VENCIDA
                   ", bloqueados " WRK-QTD-BLOQUEADA ")."
           GOBACK.

      * ---------------------------------------------------------------
      * Situacao de relacionamento de cada CPF: titular principal das
      * contas do master e titulares conjuntos de TITULAR.DAT. Sem
      * CONTAS.DAT (ou sem TITULAR.DAT) ninguem e ex-cliente por
      * aquela fonte; tabela estourada e fatal, senao um cliente ativo
      * poderia passar por ex-cliente e ficar fora da chamada.
      * ---------------------------------------------------------------
       CARREGA-RELACIONAMENTOS.
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               IF WS-CONTAS-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR CONTAS.DAT: "
                           WS-CONTAS-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE CONTA-CPF TO WS-CPF-PROCURA
                       MOVE "N" TO WS-CONTA-ABERTA
                       IF NOT CONTA-ENCERRADA
                           MOVE "S" TO WS-CONTA-ABERTA
                       END-IF
                       PERFORM REGISTRA-RELACIONAMENTO
               END-READ
           END-PERFORM

           IF RETURN-CODE = 12
               CLOSE CONTAS-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TITULAR-FILE
           IF WS-TITULAR-STATUS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL FIM-ARQUIVO
                   READ TITULAR-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM REGISTRA-TITULAR
                   END-READ
               END-PERFORM
               CLOSE TITULAR-FILE
           END-IF
           CLOSE CONTAS-FILE.

      * conjunta: a situacao vem da conta (leitura direta no master)
       REGISTRA-TITULAR.
           MOVE TIT-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE TIT-CPF TO WS-CPF-PROCURA
           MOVE "N" TO WS-CONTA-ABERTA
           IF NOT CONTA-ENCERRADA
               MOVE "S" TO WS-CONTA-ABERTA
           END-IF
           PERFORM REGISTRA-RELACIONAMENTO.

       REGISTRA-RELACIONAMENTO.
           PERFORM LOCALIZA-RELACIONAMENTO
           IF WS-IX-REL-ACHADO > ZEROS
               IF CONTA-NAO-ENCERRADA
                   MOVE "S" TO WS-REL-ATIVO (WS-IX-REL-ACHADO)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-RELAC >= WS-MAX-RELAC
               DISPLAY "CONTAS.DAT excede a tabela da revisao "
                       "cadastral."
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-RELAC
           MOVE WS-CPF-PROCURA TO WS-REL-CPF (WS-QTD-RELAC)
           MOVE WS-CONTA-ABERTA TO WS-REL-ATIVO (WS-QTD-RELAC).

       LOCALIZA-RELACIONAMENTO.
           MOVE ZEROS TO WS-IX-REL-ACHADO
           PERFORM VARYING WS-IX-REL FROM 1 BY 1
                   UNTIL WS-IX-REL > WS-QTD-RELAC
                      OR WS-IX-REL-ACHADO > ZEROS
               IF WS-REL-CPF (WS-IX-REL) = WS-CPF-PROCURA
                   MOVE WS-IX-REL TO WS-IX-REL-ACHADO
               END-IF
           END-PERFORM.

      * ---------------------------------------------------------------
      * Cliente chamado: revisao que vence no mes de negocio (ou antes
      * dele), vencida na carencia ou bloqueada.
      * ---------------------------------------------------------------
       SELECIONA-CLIENTE.
      * falecido e anonimizado nao tem cadastro a revisar
           IF CLIENTE-FALECIDO OR CLIENTE-ANONIMIZADO
               EXIT PARAGRAPH
           END-IF
           MOVE CPF TO WS-CPF-PROCURA
           PERFORM LOCALIZA-RELACIONAMENTO
           IF WS-IX-REL-ACHADO > ZEROS
               IF WS-REL-ATIVO (WS-IX-REL-ACHADO) = "N"
                   ADD 1 TO WRK-QTD-EX-CLIENTES
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM AVALIA-REVISAO-KYC
           IF KYC-EM-DIA AND
              WRK-KYC-DT-VENCIMENTO (1:6) > WRK-KYC-DATA-REF (1:6)
               EXIT PARAGRAPH
           END-IF

           IF WS-QTD-DEST >= WS-MAX-DEST
               DISPLAY "Clientes chamados excedem a tabela da revisao "
                       "cadastral."
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-DEST
           IF END-CEP IS NUMERIC
               MOVE END-CEP TO WS-DEST-CEP (WS-QTD-DEST)
           ELSE
               MOVE ZEROS TO WS-DEST-CEP (WS-QTD-DEST)
           END-IF
           MOVE NOME TO WS-DEST-NOME (WS-QTD-DEST)
           PERFORM FORMATA-ENDERECO
           MOVE WRK-ENDERECO-EDITADO
               TO WS-DEST-ENDERECO (WS-QTD-DEST)
           MOVE CPF TO WS-DEST-CPF (WS-QTD-DEST)
           MOVE TELEFONE TO WS-DEST-TELEFONE (WS-QTD-DEST)
           MOVE EMAIL TO WS-DEST-EMAIL (WS-QTD-DEST)
           IF RISCO-CADASTRAL = SPACE
               MOVE "M" TO WS-DEST-RISCO (WS-QTD-DEST)
           ELSE
               MOVE RISCO-CADASTRAL TO WS-DEST-RISCO (WS-QTD-DEST)
           END-IF
           IF DT-REVISAO-CADASTRAL IS NUMERIC
               MOVE DT-REVISAO-CADASTRAL
                   TO WS-DEST-ULT-REVISAO (WS-QTD-DEST)
           ELSE
               MOVE ZEROS TO WS-DEST-ULT-REVISAO (WS-QTD-DEST)
           END-IF
           MOVE WRK-KYC-DT-VENCIMENTO
               TO WS-DEST-VENCIMENTO (WS-QTD-DEST)
           EVALUATE TRUE
               WHEN KYC-BLOQUEADA
                   MOVE "BLOQUEADA" TO WS-DEST-SITUACAO (WS-QTD-DEST)
                   ADD 1 TO WRK-QTD-BLOQUEADA
               WHEN KYC-VENCIDA
                   MOVE "VENCIDA" TO WS-DEST-SITUACAO (WS-QTD-DEST)
                   ADD 1 TO WRK-QTD-VENCIDA
               WHEN OTHER
                   MOVE "A VENCER" TO WS-DEST-SITUACAO (WS-QTD-DEST)
                   ADD 1 TO WRK-QTD-A-VENCER
           END-EVALUATE
           IF WS-DEST-CEP (WS-QTD-DEST) = ZEROS
               ADD 1 TO WRK-QTD-SEM-CEP
           END-IF.

      * ---------------------------------------------------------------
      * Ordenacao por CEP dentro da tabela (troca simples, mesmo
      * criterio de MALAPOST).
      * ---------------------------------------------------------------
       ORDENA-POR-CEP.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-DEST
               PERFORM VARYING WS-IX-B FROM 1 BY 1
                       UNTIL WS-IX-B >= WS-IX
                   IF WS-DEST-CEP (WS-IX) < WS-DEST-CEP (WS-IX-B)
                       MOVE WS-DEST-ENT (WS-IX) TO WS-TROCA-ENT
                       MOVE WS-DEST-ENT (WS-IX-B)
                           TO WS-DEST-ENT (WS-IX)
                       MOVE WS-TROCA-ENT TO WS-DEST-ENT (WS-IX-B)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * ---------------------------------------------------------------
      * Lista de chamada da agencia, por CEP; "00000000" na data de
      * vencimento = cliente nunca revisado sem data de legado.
      * ---------------------------------------------------------------
       EMITE-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RELKYC.DAT: " WS-RELATORIO-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REVISAO CADASTRAL PERIODICA - CHAMADA DO MES - "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PRAZOS EM MESES: RISCO B " WRK-KYC-MESES-BAIXO
                  "  M " WRK-KYC-MESES-MEDIO
                  "  A " WRK-KYC-MESES-ALTO
                  "  CARENCIA " WRK-KYC-MESES-CARENCIA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CEP      CPF         NOME"
                  "                           TELEFONE        R "
                  "ULT.REV. VENCTO   SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-DEST
               IF WS-DEST-CEP (WS-IX) = ZEROS
                   MOVE "SEM CEP" TO WRK-CEP-EDITADO
               ELSE
                   MOVE WS-DEST-CEP (WS-IX) TO WRK-CEP-EDITADO
               END-IF
               MOVE WS-DEST-CPF (WS-IX) TO CPF
               PERFORM MASCARA-CPF
               MOVE SPACES TO LINHA-RELATORIO
               STRING WRK-CEP-EDITADO " " WRK-CPF-MASCARADO " "
                      WS-DEST-NOME (WS-IX) (1:30) " "
                      WS-DEST-TELEFONE (WS-IX) " "
                      WS-DEST-RISCO (WS-IX) " "
                      WS-DEST-ULT-REVISAO (WS-IX) " "
                      WS-DEST-VENCIMENTO (WS-IX) " "
                      WS-DEST-SITUACAO (WS-IX)
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               IF WS-DEST-EMAIL (WS-IX) NOT = SPACES
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "         E-MAIL: " WS-DEST-EMAIL (WS-IX)
                          DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CHAMADOS: " WS-QTD-DEST
                  "  A VENCER: " WRK-QTD-A-VENCER
                  "  VENCIDOS: " WRK-QTD-VENCIDA
                  "  BLOQUEADOS: " WRK-QTD-BLOQUEADA
                  "  SEM CEP: " WRK-QTD-SEM-CEP
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EX-CLIENTES NAO CHAMADOS (CONTAS ENCERRADAS): "
                  WRK-QTD-EX-CLIENTES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           CLOSE RELATORIO-FILE.

      * ---------------------------------------------------------------
      * Cartas de chamada no layout de MALAPOST (MALADIR.DAT).
      * ---------------------------------------------------------------
       EMITE-MALA-DIRETA.
           OPEN OUTPUT MALA-FILE
           IF WS-MALA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR MALAKYC.DAT: " WS-MALA-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINHA-MALA
           STRING "MALA DIRETA DE REVISAO CADASTRAL POR CEP - "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-MALA
           WRITE LINHA-MALA

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-DEST
               MOVE SPACES TO LINHA-MALA
               IF WS-DEST-CEP (WS-IX) = ZEROS
                   STRING "SEM CEP   " WS-DEST-NOME (WS-IX)
                          " *** COMPLETAR CADASTRO ***"
                          DELIMITED BY SIZE INTO LINHA-MALA
               ELSE
                   STRING WS-DEST-CEP (WS-IX) "  "
                          WS-DEST-NOME (WS-IX)
                          DELIMITED BY SIZE INTO LINHA-MALA
               END-IF
               WRITE LINHA-MALA
               MOVE SPACES TO LINHA-MALA
               STRING "          " WS-DEST-ENDERECO (WS-IX)
                      DELIMITED BY SIZE INTO LINHA-MALA
               WRITE LINHA-MALA
           END-PERFORM

           MOVE SPACES TO LINHA-MALA
           WRITE LINHA-MALA
           MOVE SPACES TO LINHA-MALA
           STRING "DESTINATARIOS: " WS-QTD-DEST
                  "  SEM CEP: " WRK-QTD-SEM-CEP
                  DELIMITED BY SIZE INTO LINHA-MALA
           WRITE LINHA-MALA
           CLOSE MALA-FILE.

           COPY ENDFMPD.

           COPY KYCPD.

           COPY OPERAUPD.

           COPY LGPDPD.

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

       END PROGRAM KYCREV.
