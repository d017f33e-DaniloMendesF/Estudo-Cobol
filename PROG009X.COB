      * reports to RELCONC.DAT:
      *   - orphan accounts (owner CPF not on the customer master)
      *   - accounts whose owner CPF fails the shared VALIDA-CPF rule
      *   - joint-account holder records (TITULAR.DAT) for a missing
      *     account, a holder whose CPF is invalid or not on the
      *     customer master, a primary holder that is not CONTA-CPF,
      *     an account without exactly one primary and at least one
      *     secondary holder, or mixed joint types on one account
      *   - customers with no account (secondary holders count as
      *     having one)
      * The tier classification is only trustworthy when every account
      * belongs to a real customer; this step enforces that nightly.
      ******************************************************************
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  TITULAR-FILE.
           COPY TITREC.

       WORKING-STORAGE SECTION.

       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-TITULAR PIC X VALUE "N".
          88 FIM-TITULAR VALUE "S".
       77 WS-FIM-CONTAS PIC X VALUE "N".
          88 FIM-CONTAS VALUE "S".
       77 WS-FIM-CLIENTES PIC X VALUE "N".
       77 WRK-CONT-SEM-CONTA PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-CONTAS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTES PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-TIT-PENDENTE PIC 9(05) VALUE ZEROS.
       77 WRK-CPF-ANOTADO PIC X(11) VALUE SPACES.
       77 WRK-PEND-CONTA PIC 9(08) VALUE ZEROS.
       77 WRK-PEND-CPF PIC X(11) VALUE SPACES.

      * -- conta conjunta em exame na quebra por conta de TITULAR.DAT
       01 WRK-GRUPO-TITULARIDADE.
           02 WRK-GRP-CONTA PIC 9(08) VALUE ZEROS.
           02 WRK-GRP-CPF-CONTA PIC X(11) VALUE SPACES.
           02 WRK-GRP-CONTA-EXISTE PIC X VALUE "N".
              88 GRUPO-CONTA-EXISTE VALUE "S".
           02 WRK-GRP-QTD-PRINCIPAL PIC 9(02) VALUE ZEROS.
           02 WRK-GRP-QTD-SECUNDARIO PIC 9(02) VALUE ZEROS.
           02 WRK-GRP-SOLID PIC X(01) VALUE SPACE.
           02 WRK-GRP-SOLID-MISTA PIC X VALUE "N".
              88 GRUPO-SOLID-MISTA VALUE "S".
           02 WRK-GRP-CPF-PRINCIPAL PIC X(11) VALUE SPACES.
       77 WRK-TEM-CONTA PIC X VALUE "N".
          88 CLIENTE-TEM-CONTA VALUE "S".


           PERFORM EMITE-CABECALHO
           PERFORM AUDITA-CONTAS
           PERFORM AUDITA-TITULARIDADE
           PERFORM AUDITA-CLIENTES
           PERFORM EMITE-RODAPE

           IF RETURN-CODE < 4
               IF WRK-CONT-ORFAS > 0 OR WRK-CONT-CPF-INVALIDO > 0
                  OR WRK-CONT-SEM-CONTA > 0
                  OR WRK-CONT-TIT-PENDENTE > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

       AUDITA-UMA-CONTA.
           ADD 1 TO WRK-TOTAL-CONTAS
           MOVE CONTA-CPF TO WRK-CPF-ANOTADO
           PERFORM ANOTA-TITULAR

           MOVE CONTA-CPF TO CPF
       ANOTA-TITULAR.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-TITULARES
               IF WS-TIT-CPF (WS-IX) = WRK-CPF-ANOTADO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
               MOVE "S" TO WS-TAB-ESTOUROU
           ELSE
               ADD 1 TO WS-QTD-TITULARES
               MOVE WRK-CPF-ANOTADO TO WS-TIT-CPF (WS-QTD-TITULARES)
           END-IF.

       IMPRIME-PENDENCIA-CONTA.
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Passa o cadastro de titularidade (contas conjuntas) na ordem
      * da chave conta+CPF, com quebra por conta: cada titular tem de
      * ser cliente com CPF valido, a conta tem de existir, ter um so
      * titular principal (o CONTA-CPF), ao menos um segundo titular
      * e um unico tipo de conjunta. Os segundos titulares entram na
      * tabela de titulares para nao sairem como cliente sem conta.
      * Sem o arquivo nao ha conta conjunta a conferir.
      * ---------------------------------------------------------------
       AUDITA-TITULARIDADE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTAS CONJUNTAS COM PENDENCIA" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTA     CPF TITULAR  PENDENCIA"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           OPEN INPUT TITULAR-FILE
           IF WS-TITULAR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WRK-GRP-CONTA
           MOVE "N" TO WS-FIM-TITULAR
           PERFORM UNTIL FIM-TITULAR
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TITULAR
                   NOT AT END
                       IF TIT-CONTA NOT = WRK-GRP-CONTA
                           PERFORM FECHA-GRUPO-TITULARIDADE
                           PERFORM ABRE-GRUPO-TITULARIDADE
                       END-IF
                       PERFORM AUDITA-UM-TITULAR
               END-READ
           END-PERFORM
           PERFORM FECHA-GRUPO-TITULARIDADE
           CLOSE TITULAR-FILE.

       ABRE-GRUPO-TITULARIDADE.
           MOVE TIT-CONTA TO WRK-GRP-CONTA
           MOVE ZEROS TO WRK-GRP-QTD-PRINCIPAL
           MOVE ZEROS TO WRK-GRP-QTD-SECUNDARIO
           MOVE TIT-SOLIDARIEDADE TO WRK-GRP-SOLID
           MOVE "N" TO WRK-GRP-SOLID-MISTA
           MOVE SPACES TO WRK-GRP-CPF-PRINCIPAL
           MOVE SPACES TO WRK-GRP-CPF-CONTA
           MOVE TIT-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "N" TO WRK-GRP-CONTA-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WRK-GRP-CONTA-EXISTE
                   MOVE CONTA-CPF TO WRK-GRP-CPF-CONTA
           END-READ.

       AUDITA-UM-TITULAR.
           MOVE TIT-CPF TO WRK-CPF-ANOTADO
           PERFORM ANOTA-TITULAR
           IF TIT-PRINCIPAL
               ADD 1 TO WRK-GRP-QTD-PRINCIPAL
               MOVE TIT-CPF TO WRK-GRP-CPF-PRINCIPAL
           ELSE
               ADD 1 TO WRK-GRP-QTD-SECUNDARIO
           END-IF
           IF TIT-SOLIDARIEDADE NOT = WRK-GRP-SOLID
               MOVE "S" TO WRK-GRP-SOLID-MISTA
           END-IF

           MOVE TIT-CONTA TO WRK-PEND-CONTA
           MOVE TIT-CPF TO WRK-PEND-CPF
           MOVE TIT-CPF TO CPF
           PERFORM VALIDA-CPF
           IF CPF-INVALIDO
               MOVE "CPF DO TITULAR INVALIDO" TO WS-MOTIVO-REJEICAO
               PERFORM IMPRIME-PENDENCIA-TITULAR
           END-IF

           MOVE TIT-CPF TO CPF
           READ CLIENTES-FILE
               INVALID KEY
                   MOVE "TITULAR NAO CADASTRADO" TO WS-MOTIVO-REJEICAO
                   PERFORM IMPRIME-PENDENCIA-TITULAR
           END-READ.

      * fim da conta em exame: pendencias da conta como um todo
       FECHA-GRUPO-TITULARIDADE.
           IF WRK-GRP-CONTA = ZEROS
               EXIT PARAGRAPH
           END-IF
      * o registro corrente ja e o da conta seguinte: a linha sai
      * com a conta do grupo e o CPF principal anotado
           MOVE WRK-GRP-CONTA TO WRK-PEND-CONTA
           MOVE WRK-GRP-CPF-PRINCIPAL TO WRK-PEND-CPF
           IF NOT GRUPO-CONTA-EXISTE
               MOVE "CONTA CONJUNTA FORA DO MASTER DE CONTAS"
                   TO WS-MOTIVO-REJEICAO
               PERFORM IMPRIME-PENDENCIA-TITULAR
               EXIT PARAGRAPH
           END-IF
           IF WRK-GRP-QTD-PRINCIPAL NOT = 1
               MOVE "CONJUNTA SEM UM UNICO TITULAR PRINCIPAL"
                   TO WS-MOTIVO-REJEICAO
               PERFORM IMPRIME-PENDENCIA-TITULAR
           ELSE
               IF WRK-GRP-CPF-PRINCIPAL NOT = WRK-GRP-CPF-CONTA
                   MOVE "PRINCIPAL DIFERENTE DO TITULAR DA CONTA"
                       TO WS-MOTIVO-REJEICAO
                   PERFORM IMPRIME-PENDENCIA-TITULAR
               END-IF
           END-IF
           IF WRK-GRP-QTD-SECUNDARIO = ZEROS
               MOVE "CONJUNTA SEM SEGUNDO TITULAR"
                   TO WS-MOTIVO-REJEICAO
               PERFORM IMPRIME-PENDENCIA-TITULAR
           END-IF
           IF GRUPO-SOLID-MISTA
               MOVE "TIPO DE CONJUNTA (E/OU) DIVERGENTE"
                   TO WS-MOTIVO-REJEICAO
               PERFORM IMPRIME-PENDENCIA-TITULAR
           END-IF.

       IMPRIME-PENDENCIA-TITULAR.
           ADD 1 TO WRK-CONT-TIT-PENDENTE
           MOVE SPACES TO LINHA-RELATORIO
           STRING WRK-PEND-CONTA "  " WRK-PEND-CPF "  "
                  WS-MOTIVO-REJEICAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Passa o master de clientes e reporta quem nao aparece como
      * titular de nenhuma conta.
                  "  SEM CONTA: " WRK-CONT-SEM-CONTA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PENDENCIAS DE CONTA CONJUNTA: "
                  WRK-CONT-TIT-PENDENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF TABELA-ESTOUROU
               MOVE "AVISO: TABELA DE TITULARES CHEIA, BUSCA DE CLIENT
      -            "ES SEM CONTA INCOMPLETA" TO LINHA-RELATORIO
