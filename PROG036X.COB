      * a closed year) or defaults to the year of the business date;
      * BATCH00 runs it on the last business day of the year, gated
      * by the DP-FIM-ANO flag CALEND01 writes.
      * Reversals of interest ("X" pointing at a "J") are netted out
      * of the account's income in the year the interest was paid
      * (the reversed entry's date). The interest of a joint account
      * (TITULAR.DAT) is split in equal shares between its holders,
      * as the tax declaration requires, the rounding cent going to
      * the last holder; each holder's page shows the share and the
      * number of holders.
      * The yield of term deposits (CDB, APLIC.DAT) paid in the year
      * -- at maturity or on early redemption -- is reported on the
      * page of the investing CPF, in its own section, so a customer
      * with CDB income only also gets a statement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFREND.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

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

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  APLICACOES-FILE.
           COPY APLREC.

       WORKING-STORAGE SECTION.

       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-APLICACOES-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-APLICACOES PIC X VALUE "N".
          88 FIM-APLICACOES VALUE "S".
       77 WS-FIM-CLIENTES PIC X VALUE "N".
          88 FIM-CLIENTES VALUE "S".
       77 WS-FIM-CONTAS PIC X VALUE "N".
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-INFORMES PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-CLIENTE PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-CDB-CLIENTE PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-TEM-JUROS PIC X VALUE "N".
          88 TEM-JUROS VALUE "S".
       77 WRK-TEM-RENDIMENTO PIC X VALUE "N".
          88 TEM-RENDIMENTO VALUE "S".

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-VALOR-COTA PIC S9(09)V9(02) VALUE ZEROS.
       77 WRK-SOMA-COTAS PIC S9(09)V9(02) VALUE ZEROS.

      * -- juros pagos no ano somados por conta (liquidos dos
      * estornos de juros), com o CPF titular casado depois pelo
      * master de contas.
       01 WS-CONTROLE-RENDIMENTOS.
           02 WS-QTD-REND PIC 9(04) VALUE ZEROS.
           02 WS-MAX-REND PIC 9(04) VALUE 0500.
           02 WS-REND-ENT OCCURS 500 TIMES.
              03 WS-REND-CONTA PIC 9(08).
              03 WS-REND-CPF PIC X(11).
              03 WS-REND-JUROS PIC S9(09)V9(02).

      * -- cota de cada titular nos juros de cada conta: uma entrada
      * por conta individual, uma por titular na conta conjunta.
       01 WS-CONTROLE-COTAS.
           02 WS-QTD-COTAS PIC 9(04) VALUE ZEROS.
           02 WS-MAX-COTAS PIC 9(04) VALUE 1000.
           02 WS-IX-COTA PIC 9(04) VALUE ZEROS.
       01 WS-TAB-COTAS.
           02 WS-COTA-ENT OCCURS 1000 TIMES.
              03 WS-COTA-CONTA PIC 9(08).
              03 WS-COTA-CPF PIC X(11).
              03 WS-COTA-VALOR PIC S9(09)V9(02).
              03 WS-COTA-QTD-TIT PIC 9(02).

      * -- rendimento de CDB pago no ano, por aplicacao, informado ao
      * CPF aplicador (APL-CPF), sem reparte entre titulares.
       01 WS-CONTROLE-CDB.
           02 WS-QTD-CDB PIC 9(04) VALUE ZEROS.
           02 WS-MAX-CDB PIC 9(04) VALUE 0500.
           02 WS-IX-CDB PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CDB.
           02 WS-CDB-ENT OCCURS 500 TIMES.
              03 WS-CDB-NUMERO PIC 9(08).
              03 WS-CDB-CONTA PIC 9(08).
              03 WS-CDB-CPF PIC X(11).
              03 WS-CDB-RENDIMENTO PIC 9(07)V9(02).
              03 WS-CDB-DT-LIQUIDACAO PIC 9(08).

      * titulares das contas conjuntas: estrutura em TITWS.cpy,
      * paragrafos em TITPD.cpy.
           COPY TITWS.

       PROCEDURE DIVISION.

           IF RETURN-CODE = 12
               GOBACK
           END-IF
           PERFORM SOMA-RENDIMENTOS-CDB
           IF RETURN-CODE = 12
               GOBACK
           END-IF

           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
           END-PERFORM
           CLOSE HISTORICO-FILE.

      * juro do ano soma; estorno de juro ("X" com tipo original "J")
      * subtrai da mesma conta no ano do juro estornado (HIST-EST-DATA),
      * nao no ano em que o estorno foi aprovado
       SOMA-UM-JURO.
           IF NOT HIST-JUROS
              AND NOT (HIST-ESTORNO-DEB AND HIST-EST-TIPO = "J")
               EXIT PARAGRAPH
           END-IF
           IF HIST-ESTORNO-DEB
               COMPUTE WRK-VALOR-COTA = 0 - HIST-VALOR
           ELSE
               MOVE HIST-VALOR TO WRK-VALOR-COTA
           END-IF
           IF HIST-ESTORNO-DEB
               IF HIST-EST-DATA (1:4) NOT = WRK-ANO-INFORME
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF HIST-DATA (1:4) NOT = WRK-ANO-INFORME
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE ZEROS TO WS-IX-ACHADO
           PERFORM VARYING WS-IX FROM 1 BY 1
               END-IF
           END-PERFORM
           IF WS-IX-ACHADO > ZEROS
               ADD WRK-VALOR-COTA TO WS-REND-JUROS (WS-IX-ACHADO)
           ELSE
               IF WS-QTD-REND >= WS-MAX-REND
                   DISPLAY "HISTORIC.DAT excede a tabela de "
                   ADD 1 TO WS-QTD-REND
                   MOVE HIST-CONTA TO WS-REND-CONTA (WS-QTD-REND)
                   MOVE SPACES TO WS-REND-CPF (WS-QTD-REND)
                   MOVE WRK-VALOR-COTA TO WS-REND-JUROS (WS-QTD-REND)
               END-IF
           END-IF.

      * ---------------------------------------------------------------
      * Casa o CPF titular de cada conta remunerada pelo master de
      * contas (uma passada sequencial) e reparte os juros entre os
      * titulares da conta conjunta.
      * ---------------------------------------------------------------
       CASA-TITULARES.
           OPEN INPUT CONTAS-FILE
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CONTAS-FILE

           PERFORM ABRE-TITULAR
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-REND OR RETURN-CODE = 12
               IF WS-REND-JUROS (WS-IX) > ZEROS
                   PERFORM REPARTE-JUROS-DA-CONTA
               END-IF
           END-PERFORM
           PERFORM FECHA-TITULAR.

      * ---------------------------------------------------------------
      * Cotas iguais por titular, truncadas no centavo; o ultimo
      * titular leva a diferenca, para a soma das cotas bater com o
      * juro pago na conta. Conta fora do master (CPF em branco) nao
      * tem a quem informar e fica de fora, como sempre ficou.
      * ---------------------------------------------------------------
       REPARTE-JUROS-DA-CONTA.
           IF WS-REND-CPF (WS-IX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REND-CONTA (WS-IX) TO WS-CONTA-TIT-PROCURA
           MOVE WS-REND-CPF (WS-IX) TO WS-CPF-TIT-PRINCIPAL
           PERFORM CARREGA-TITULARES-CONTA
           COMPUTE WRK-VALOR-COTA =
               WS-REND-JUROS (WS-IX) / WS-QTD-TIT-CONTA
           MOVE ZEROS TO WRK-SOMA-COTAS
           PERFORM VARYING WS-IX-TIT FROM 1 BY 1
                   UNTIL WS-IX-TIT > WS-QTD-TIT-CONTA
               IF WS-QTD-COTAS >= WS-MAX-COTAS
                   DISPLAY "Contas remuneradas excedem a tabela de "
                           "cotas."
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-COTAS
               MOVE WS-REND-CONTA (WS-IX)
                   TO WS-COTA-CONTA (WS-QTD-COTAS)
               MOVE WS-TITC-CPF (WS-IX-TIT)
                   TO WS-COTA-CPF (WS-QTD-COTAS)
               MOVE WS-QTD-TIT-CONTA TO WS-COTA-QTD-TIT (WS-QTD-COTAS)
               IF WS-IX-TIT = WS-QTD-TIT-CONTA
                   COMPUTE WS-COTA-VALOR (WS-QTD-COTAS) =
                       WS-REND-JUROS (WS-IX) - WRK-SOMA-COTAS
               ELSE
                   MOVE WRK-VALOR-COTA TO WS-COTA-VALOR (WS-QTD-COTAS)
                   ADD WRK-VALOR-COTA TO WRK-SOMA-COTAS
               END-IF
           END-PERFORM.

      * ---------------------------------------------------------------
      * CDBs liquidados no ano (vencimento ou resgate antecipado) com
      * rendimento pago. Arquivo ausente = nenhuma aplicacao.
      * ---------------------------------------------------------------
       SOMA-RENDIMENTOS-CDB.
           OPEN INPUT APLICACOES-FILE
           IF WS-APLICACOES-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-APLICACOES
           PERFORM UNTIL FIM-APLICACOES
               READ APLICACOES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-APLICACOES
                   NOT AT END
                       PERFORM ANOTA-RENDIMENTO-CDB
               END-READ
           END-PERFORM
           CLOSE APLICACOES-FILE.

       ANOTA-RENDIMENTO-CDB.
           IF APL-ATIVA OR APL-RENDIMENTO-PAGO = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF APL-DT-LIQUIDACAO (1:4) NOT = WRK-ANO-INFORME
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CDB >= WS-MAX-CDB
               DISPLAY "APLIC.DAT excede a tabela de rendimentos "
                       "de CDB."
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-APLICACOES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CDB
           MOVE APL-NUMERO TO WS-CDB-NUMERO (WS-QTD-CDB)
           MOVE APL-CONTA TO WS-CDB-CONTA (WS-QTD-CDB)
           MOVE APL-CPF TO WS-CDB-CPF (WS-QTD-CDB)
           MOVE APL-RENDIMENTO-PAGO TO WS-CDB-RENDIMENTO (WS-QTD-CDB)
           MOVE APL-DT-LIQUIDACAO
               TO WS-CDB-DT-LIQUIDACAO (WS-QTD-CDB).

      * ---------------------------------------------------------------
      * Informe de um cliente: so sai pagina para quem recebeu juros
      * ou rendimento de CDB no ano. Cabecalho proprio por pagina,
      * estilo RELCLI.
      * ---------------------------------------------------------------
       EMITE-INFORME-CLIENTE.
           MOVE "N" TO WRK-TEM-RENDIMENTO
           MOVE "N" TO WRK-TEM-JUROS
           MOVE ZEROS TO WRK-TOTAL-CLIENTE
           PERFORM VARYING WS-IX-COTA FROM 1 BY 1
                   UNTIL WS-IX-COTA > WS-QTD-COTAS
               IF WS-COTA-CPF (WS-IX-COTA) = CPF
                   MOVE "S" TO WRK-TEM-RENDIMENTO
                   MOVE "S" TO WRK-TEM-JUROS
                   ADD WS-COTA-VALOR (WS-IX-COTA) TO WRK-TOTAL-CLIENTE
               END-IF
           END-PERFORM
           MOVE ZEROS TO WRK-TOTAL-CDB-CLIENTE
           PERFORM VARYING WS-IX-CDB FROM 1 BY 1
                   UNTIL WS-IX-CDB > WS-QTD-CDB
               IF WS-CDB-CPF (WS-IX-CDB) = CPF
                   MOVE "S" TO WRK-TEM-RENDIMENTO
                   ADD WS-CDB-RENDIMENTO (WS-IX-CDB)
                       TO WRK-TOTAL-CDB-CLIENTE
               END-IF
           END-PERFORM
           IF NOT TEM-RENDIMENTO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           IF TEM-JUROS
               MOVE "CONTA       JUROS PAGOS NO ANO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM VARYING WS-IX-COTA FROM 1 BY 1
                       UNTIL WS-IX-COTA > WS-QTD-COTAS
                   IF WS-COTA-CPF (WS-IX-COTA) = CPF
                       PERFORM EMITE-LINHA-COTA
                   END-IF
               END-PERFORM
           END-IF

           IF WRK-TOTAL-CDB-CLIENTE > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "CDB         CONTA      PAGO EM   RENDIMENTO CDB"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM VARYING WS-IX-CDB FROM 1 BY 1
                       UNTIL WS-IX-CDB > WS-QTD-CDB
                   IF WS-CDB-CPF (WS-IX-CDB) = CPF
                       PERFORM EMITE-LINHA-CDB
                   END-IF
               END-PERFORM
               MOVE WRK-TOTAL-CDB-CLIENTE TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "TOTAL DE RENDIMENTOS DE CDB: " WRK-VALOR-EDITADO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD WRK-TOTAL-CDB-CLIENTE TO WRK-TOTAL-CLIENTE
           END-IF

           MOVE WRK-TOTAL-CLIENTE TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-LINHA-COTA.
           MOVE WS-COTA-VALOR (WS-IX-COTA) TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           IF WS-COTA-QTD-TIT (WS-IX-COTA) > 1
               STRING WS-COTA-CONTA (WS-IX-COTA) "  "
                      WRK-VALOR-EDITADO
                      "  (CONJUNTA, COTA 1/"
                      WS-COTA-QTD-TIT (WS-IX-COTA) ")"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING WS-COTA-CONTA (WS-IX-COTA) "  "
                      WRK-VALOR-EDITADO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO.

       EMITE-LINHA-CDB.
           MOVE WS-CDB-RENDIMENTO (WS-IX-CDB) TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING WS-CDB-NUMERO (WS-IX-CDB) "    "
                  WS-CDB-CONTA (WS-IX-CDB) "   "
                  WS-CDB-DT-LIQUIDACAO (WS-IX-CDB) "  "
                  WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

           COPY TITPD.

       END PROGRAM INFREND.
