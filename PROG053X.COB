      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Regulator (COAF) communication of the anti-money-laundering
      * cases that the analysts confirmed in PLDMAN. Every case of
      * PLDCASO.DAT (PLDREC.cpy) confirmed ("C") and not yet
      * communicated is listed in RELCOAF.DAT with the customer's name
      * (CLIENTES.DAT), the pattern found, the amount and the analyst's
      * opinion, and is stamped with PLD-DT-COMUNICACAO = business
      * date, so each case is reported exactly once. A rerun on the
      * same business date lists again the cases it stamped that day.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLDCOAF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASOS-FILE ASSIGN TO "PLDCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLD-NUMERO
               ALTERNATE RECORD KEY IS PLD-CPF WITH DUPLICATES
               FILE STATUS IS WS-CASOS-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCOAF.DAT"
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

       FD  CASOS-FILE.
           COPY PLDREC.

       FD  CLIENTES-FILE.
           COPY CLIREC.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CASOS-STATUS PIC X(02) VALUE "00".
       77 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-CASOS PIC X VALUE "N".
          88 FIM-CASOS VALUE "S".
       77 WS-CLIENTES-ABERTO PIC X VALUE "N".
          88 CLIENTES-ABERTO VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-NOME PIC X(50) VALUE SPACES.
       77 WRK-CONT-COMUNICADOS PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-VALOR PIC 9(11)V9(02) VALUE ZEROS.
       77 WRK-TIPO-DESCRITO PIC X(14) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-TOTAL-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           PERFORM EMITE-CABECALHO

           OPEN I-O CASOS-FILE
           IF WS-CASOS-STATUS = "35"
               MOVE "NENHUM CASO DE PLD REGISTRADO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
           IF WS-CASOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PLDCASO.DAT: " WS-CASOS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
      * sem o cadastro de clientes o caso sai sem o nome
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               MOVE "S" TO WS-CLIENTES-ABERTO
           END-IF

           MOVE ZEROS TO PLD-NUMERO
           MOVE "N" TO WS-FIM-CASOS
           START CASOS-FILE KEY IS NOT LESS THAN PLD-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-CASOS
           END-START
           PERFORM UNTIL FIM-CASOS
               READ CASOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CASOS
                   NOT AT END
                       IF PLD-CONFIRMADO AND
                          (PLD-DT-COMUNICACAO = ZEROS OR
                           PLD-DT-COMUNICACAO = WRK-DATA-RELATORIO)
                           PERFORM COMUNICA-CASO
                       END-IF
               END-READ
           END-PERFORM

           PERFORM EMITE-RODAPE

           IF CLIENTES-ABERTO
               CLOSE CLIENTES-FILE
           END-IF
           CLOSE CASOS-FILE
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE

           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "COMUNICACAO AO COAF - CASOS CONFIRMADOS - "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Um caso confirmado: bloco no relatorio e carimbo da data de
      * comunicacao no proprio caso.
      * ---------------------------------------------------------------
       COMUNICA-CASO.
           PERFORM PROCURA-NOME-CLIENTE
           EVALUATE TRUE
               WHEN PLD-ESPECIE
                   MOVE "ESPECIE" TO WRK-TIPO-DESCRITO
               WHEN PLD-FRACIONADO
                   MOVE "FRACIONAMENTO" TO WRK-TIPO-DESCRITO
               WHEN PLD-GIRO-RAPIDO
                   MOVE "GIRO RAPIDO" TO WRK-TIPO-DESCRITO
               WHEN PLD-DESPERTAR
                   MOVE "CONTA DESPERTA" TO WRK-TIPO-DESCRITO
               WHEN OTHER
                   MOVE "????" TO WRK-TIPO-DESCRITO
           END-EVALUATE
           MOVE PLD-VALOR TO WRK-VALOR-EDITADO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CASO " PLD-NUMERO "  CPF " PLD-CPF "  " WRK-NOME
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "     CONTA " PLD-CONTA "  " WRK-TIPO-DESCRITO
                  "  MOVIMENTO " PLD-DT-MOVIMENTO
                  "  VALOR " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "     " PLD-DESCRICAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "     DETECTADO " PLD-DT-DETECCAO
                  "  CONFIRMADO " PLD-DT-DECISAO " POR " PLD-ANALISTA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "     PARECER: " PLD-PARECER
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE WRK-DATA-RELATORIO TO PLD-DT-COMUNICACAO
           REWRITE CASO-PLD
               INVALID KEY
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "CASO PLD NAO CARIMBADO: " PLD-NUMERO
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
           END-REWRITE
           ADD 1 TO WRK-CONT-COMUNICADOS
           ADD PLD-VALOR TO WRK-TOTAL-VALOR.

       PROCURA-NOME-CLIENTE.
           MOVE "(CLIENTE NAO CADASTRADO)" TO WRK-NOME
           IF NOT CLIENTES-ABERTO
               EXIT PARAGRAPH
           END-IF
           MOVE PLD-CPF TO CPF
           READ CLIENTES-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE NOME TO WRK-NOME.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CASOS COMUNICADOS: " WRK-CONT-COMUNICADOS
                  "  VALOR TOTAL: " WRK-TOTAL-EDITADO
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
           MOVE "PLDCOAF" TO EXC-PROGRAMA
           MOVE WS-MSG-EXCECAO TO EXC-MENSAGEM
           WRITE REGISTRO-EXCECAO.


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

       END PROGRAM PLDCOAF.
