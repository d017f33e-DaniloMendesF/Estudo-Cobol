      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Daily outbound file of bill payments for the clearing house.
      * Every payment appended to BOLETOS.DAT (BOLREC.cpy) since the
      * last remittance -- teller payments from CAIXA01 and "B"
      * movements posted by OPERADORES2 -- goes to REMBOL.DAT as one
      * detail record with the 44-digit barcode, the value, the due
      * date and the payment date, between a header (remittance
      * number and business date) and a trailer with the record count
      * and the value total, split into bank boletos and utility
      * bills. RELBOL.DAT lists the same payments with the control
      * totals, for the back office to match the clearing house's
      * return. BOLCTL.DAT keeps how many BOLETOS.DAT records have
      * already been remitted: BOLETOS.DAT only grows by EXTEND, so
      * the new payments are exactly the records beyond that count. A
      * rerun on the same business date rebuilds the same remittance
      * (same number, same starting point) instead of skipping it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLREM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOLETOS-FILE ASSIGN TO "BOLETOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLETOS-STATUS.

           SELECT REMESSA-FILE ASSIGN TO "REMBOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "BOLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELBOL.DAT"
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

       FD  BOLETOS-FILE.
           COPY BOLREC.

      * remessa a compensacao: header "0", um detalhe "1" por
      * pagamento, trailer "9" com os totais de controle
       FD  REMESSA-FILE.
       01  REMESSA-REG PIC X(130).

      * quantos registros de BOLETOS.DAT ja foram remetidos, quantos
      * havia antes da ultima remessa (a reexecucao na mesma data
      * volta a partir dali) e o numero da ultima remessa
       FD  CONTROLE-FILE.
       01  CONTROLE-BOL.
           02 CTL-DT-ULTIMA PIC 9(08).
           02 CTL-QTD-REMETIDOS PIC 9(07).
           02 CTL-QTD-ANTERIOR PIC 9(07).
           02 CTL-REMESSA PIC 9(06).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-BOLETOS-STATUS PIC X(02) VALUE "00".
       77 WS-REMESSA-STATUS PIC X(02) VALUE "00".
       77 WS-CONTROLE-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-BOLETOS PIC X VALUE "N".
          88 FIM-BOLETOS VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-INICIO PIC 9(07) VALUE ZEROS.
       77 WRK-REMESSA PIC 9(06) VALUE ZEROS.

       01 WRK-TOTAIS-REMESSA.
           02 WRK-QTD-DETALHES PIC 9(07) VALUE ZEROS.
           02 WRK-TOTAL-VALOR PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-QTD-BANCARIO PIC 9(07) VALUE ZEROS.
           02 WRK-VALOR-BANCARIO PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-QTD-CONVENIO PIC 9(07) VALUE ZEROS.
           02 WRK-VALOR-CONVENIO PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-QTD-RECUSADOS PIC 9(07) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-TOTAL-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * -- os tres formatos do registro de remessa
       01 WS-AREA-REMESSA.
           02 WS-REMESSA PIC X(130).
           02 WS-REM-HEADER REDEFINES WS-REMESSA.
              03 REM-HDR-TIPO PIC X(01).
              03 REM-HDR-DATA PIC 9(08).
              03 REM-HDR-NUMERO PIC 9(06).
              03 REM-HDR-SERVICO PIC X(20).
              03 FILLER PIC X(95).
           02 WS-REM-DETALHE REDEFINES WS-REMESSA.
              03 REM-DET-TIPO PIC X(01).
              03 REM-DET-SEQ PIC 9(07).
              03 REM-DET-PAGAMENTO PIC 9(06).
              03 REM-DET-CONTA PIC 9(08).
              03 REM-DET-MODALIDADE PIC X(01).
              03 REM-DET-CODIGO-BARRAS PIC X(44).
              03 REM-DET-VENCIMENTO PIC 9(08).
              03 REM-DET-VALOR PIC 9(07)V9(02).
              03 REM-DET-DATA-PAGTO PIC 9(08).
              03 REM-DET-BENEFICIARIO PIC X(30).
              03 FILLER PIC X(08).
           02 WS-REM-TRAILER REDEFINES WS-REMESSA.
              03 REM-TRL-TIPO PIC X(01).
              03 REM-TRL-QTD PIC 9(07).
              03 REM-TRL-VALOR PIC 9(11)V9(02).
              03 REM-TRL-QTD-BANCARIO PIC 9(07).
              03 REM-TRL-VALOR-BANCARIO PIC 9(11)V9(02).
              03 REM-TRL-QTD-CONVENIO PIC 9(07).
              03 REM-TRL-VALOR-CONVENIO PIC 9(11)V9(02).
              03 FILLER PIC X(69).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           PERFORM LE-CONTROLE

           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           OPEN OUTPUT REMESSA-FILE
           IF WS-REMESSA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REMBOL.DAT: " WS-REMESSA-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           PERFORM EMITE-CABECALHO
           PERFORM GRAVA-HEADER-REMESSA

      * sem BOLETOS.DAT nenhum pagamento foi feito ainda: a remessa
      * sai vazia (header e trailer) para a compensacao ter o dia
           MOVE ZEROS TO WRK-QTD-LIDOS
           OPEN INPUT BOLETOS-FILE
           IF WS-BOLETOS-STATUS = "00"
               MOVE "N" TO WS-FIM-BOLETOS
               PERFORM UNTIL FIM-BOLETOS
                   READ BOLETOS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-BOLETOS
                       NOT AT END
                           ADD 1 TO WRK-QTD-LIDOS
                           IF WRK-QTD-LIDOS > WRK-QTD-INICIO
                               PERFORM REMETE-PAGAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLETOS-FILE
           END-IF

           PERFORM GRAVA-TRAILER-REMESSA
           PERFORM EMITE-RODAPE
           PERFORM GRAVA-CONTROLE

           CLOSE REMESSA-FILE
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE

           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * Ponto de partida em BOLETOS.DAT e numero da remessa. Data
      * nova: parte do que ja foi remetido e numera a proxima
      * remessa; reexecucao da mesma data: parte de onde a remessa
      * do dia partiu e repete o numero dela.
      * ---------------------------------------------------------------
       LE-CONTROLE.
           MOVE ZEROS TO CTL-DT-ULTIMA CTL-QTD-REMETIDOS
                         CTL-QTD-ANTERIOR CTL-REMESSA
           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS = "00"
               READ CONTROLE-FILE
                   AT END
                       MOVE ZEROS TO CTL-DT-ULTIMA
               END-READ
               CLOSE CONTROLE-FILE
           END-IF
           IF CTL-DT-ULTIMA IS NOT NUMERIC OR
              CTL-QTD-REMETIDOS IS NOT NUMERIC OR
              CTL-QTD-ANTERIOR IS NOT NUMERIC OR
              CTL-REMESSA IS NOT NUMERIC
               MOVE ZEROS TO CTL-DT-ULTIMA CTL-QTD-REMETIDOS
                             CTL-QTD-ANTERIOR CTL-REMESSA
           END-IF

           IF CTL-DT-ULTIMA = WRK-DATA-RELATORIO AND
              CTL-REMESSA > ZEROS
               MOVE CTL-QTD-ANTERIOR TO WRK-QTD-INICIO
               MOVE CTL-REMESSA TO WRK-REMESSA
           ELSE
               MOVE CTL-QTD-REMETIDOS TO WRK-QTD-INICIO
               ADD 1 TO CTL-REMESSA GIVING WRK-REMESSA
           END-IF.

       GRAVA-CONTROLE.
           MOVE WRK-DATA-RELATORIO TO CTL-DT-ULTIMA
           MOVE WRK-QTD-LIDOS TO CTL-QTD-REMETIDOS
           MOVE WRK-QTD-INICIO TO CTL-QTD-ANTERIOR
           MOVE WRK-REMESSA TO CTL-REMESSA
           OPEN OUTPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO BOLCTL.DAT" TO WS-MSG-EXCECAO
               DISPLAY WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE CONTROLE-BOL
           CLOSE CONTROLE-FILE.

       GRAVA-HEADER-REMESSA.
           MOVE SPACES TO WS-REMESSA
           MOVE "0" TO REM-HDR-TIPO
           MOVE WRK-DATA-RELATORIO TO REM-HDR-DATA
           MOVE WRK-REMESSA TO REM-HDR-NUMERO
           MOVE "PAGAMENTOS DE CONTAS" TO REM-HDR-SERVICO
           WRITE REMESSA-REG FROM WS-REMESSA.

      * ---------------------------------------------------------------
      * Um pagamento novo: detalhe na remessa, linha no relatorio e
      * totais por modalidade. Registro danificado vai ao log e fica
      * fora da remessa (e do total), para o trailer fechar.
      * ---------------------------------------------------------------
       REMETE-PAGAMENTO.
           IF BOL-NUMERO IS NOT NUMERIC OR
              BOL-CONTA IS NOT NUMERIC OR
              BOL-VALOR IS NOT NUMERIC OR
              BOL-DT-VENCIMENTO IS NOT NUMERIC OR
              NOT (BOL-BANCARIO OR BOL-CONVENIO)
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "PAGAMENTO INVALIDO, REGISTRO " WRK-QTD-LIDOS
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               ADD 1 TO WRK-QTD-RECUSADOS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-QTD-DETALHES
           MOVE SPACES TO WS-REMESSA
           MOVE "1" TO REM-DET-TIPO
           MOVE WRK-QTD-DETALHES TO REM-DET-SEQ
           MOVE BOL-NUMERO TO REM-DET-PAGAMENTO
           MOVE BOL-CONTA TO REM-DET-CONTA
           MOVE BOL-TIPO TO REM-DET-MODALIDADE
           MOVE BOL-CODIGO-BARRAS TO REM-DET-CODIGO-BARRAS
           MOVE BOL-DT-VENCIMENTO TO REM-DET-VENCIMENTO
           MOVE BOL-VALOR TO REM-DET-VALOR
           MOVE BOL-DATA TO REM-DET-DATA-PAGTO
           MOVE BOL-BENEFICIARIO TO REM-DET-BENEFICIARIO
           WRITE REMESSA-REG FROM WS-REMESSA

           ADD BOL-VALOR TO WRK-TOTAL-VALOR
           IF BOL-BANCARIO
               ADD 1 TO WRK-QTD-BANCARIO
               ADD BOL-VALOR TO WRK-VALOR-BANCARIO
           ELSE
               ADD 1 TO WRK-QTD-CONVENIO
               ADD BOL-VALOR TO WRK-VALOR-CONVENIO
           END-IF

           MOVE BOL-VALOR TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING BOL-NUMERO "  " BOL-DATA "  " BOL-CONTA "  "
                  BOL-TIPO "  " BOL-CODIGO-BARRAS "  "
                  BOL-DT-VENCIMENTO " " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       GRAVA-TRAILER-REMESSA.
           MOVE SPACES TO WS-REMESSA
           MOVE "9" TO REM-TRL-TIPO
           MOVE WRK-QTD-DETALHES TO REM-TRL-QTD
           MOVE WRK-TOTAL-VALOR TO REM-TRL-VALOR
           MOVE WRK-QTD-BANCARIO TO REM-TRL-QTD-BANCARIO
           MOVE WRK-VALOR-BANCARIO TO REM-TRL-VALOR-BANCARIO
           MOVE WRK-QTD-CONVENIO TO REM-TRL-QTD-CONVENIO
           MOVE WRK-VALOR-CONVENIO TO REM-TRL-VALOR-CONVENIO
           WRITE REMESSA-REG FROM WS-REMESSA.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REMESSA DE PAGAMENTOS DE CONTAS " WRK-REMESSA
                  " - " WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAGTO   DATA      CONTA     T  CODIGO DE BARRAS"
                  "                              VENCTO         VALOR"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-VALOR-BANCARIO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "BOLETOS BANCARIOS:  " WRK-QTD-BANCARIO
                  "  VALOR " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-VALOR-CONVENIO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS DE CONSUMO:  " WRK-QTD-CONVENIO
                  "  VALOR " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DA REMESSA:   " WRK-QTD-DETALHES
                  "  VALOR " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REGISTROS RECUSADOS: " WRK-QTD-RECUSADOS
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
           MOVE "BOLREM" TO EXC-PROGRAMA
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

       END PROGRAM BOLREM.
