      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Daily outbound file of interbank transfers (TED). Every TED
      * request in TED.DAT (TEDREC.cpy) still pending -- captured at
      * the counter by CAIXA01, the value already debited from the
      * customer -- goes to REMTED.DAT as one detail record with the
      * remitting account and holder CPF, the beneficiary's bank,
      * branch, account, CPF/CNPJ and name and the value, between a
      * header (remittance number and business date) and a trailer
      * with the record count and the value total. Each TED sent is
      * marked "E" in TED.DAT with the remittance number and date, so
      * the next day's return (TEDRET) finds it. RELTED.DAT lists the
      * same TEDs with the control totals. TEDCTL.DAT keeps the
      * number and date of the last remittance: a rerun on the same
      * business date rebuilds the same remittance (same number, the
      * TEDs already marked for that date plus any still pending)
      * instead of numbering a new one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEDREM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TED-FILE ASSIGN TO "TED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TED-NUMERO
               FILE STATUS IS WS-TED-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT REMESSA-FILE ASSIGN TO "REMTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMESSA-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "TEDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELTED.DAT"
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

       FD  TED-FILE.
           COPY TEDREC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

      * remessa de TED: header "0", um detalhe "1" por TED, trailer
      * "9" com os totais de controle
       FD  REMESSA-FILE.
       01  REMESSA-REG PIC X(150).

      * data e numero da ultima remessa (a reexecucao na mesma data
      * repete o numero)
       FD  CONTROLE-FILE.
       01  CONTROLE-TED.
           02 CTL-DT-ULTIMA PIC 9(08).
           02 CTL-REMESSA PIC 9(06).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-TED-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-REMESSA-STATUS PIC X(02) VALUE "00".
       77 WS-CONTROLE-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-TED PIC X VALUE "N".
          88 FIM-TED VALUE "S".
       77 WS-TED-ABERTO PIC X VALUE "N".
          88 TED-ATIVO VALUE "S".
       77 WS-CONTAS-ABERTO PIC X VALUE "N".
          88 CONTAS-ATIVO VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-REMESSA PIC 9(06) VALUE ZEROS.
       77 WRK-CPF-REMETENTE PIC X(11) VALUE SPACES.

       01 WRK-TOTAIS-REMESSA.
           02 WRK-QTD-DETALHES PIC 9(07) VALUE ZEROS.
           02 WRK-TOTAL-VALOR PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-QTD-RECUSADOS PIC 9(07) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-TOTAL-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * -- os tres formatos do registro de remessa
       01 WS-AREA-REMESSA.
           02 WS-REMESSA PIC X(150).
           02 WS-REM-HEADER REDEFINES WS-REMESSA.
              03 REM-HDR-TIPO PIC X(01).
              03 REM-HDR-DATA PIC 9(08).
              03 REM-HDR-NUMERO PIC 9(06).
              03 REM-HDR-SERVICO PIC X(20).
              03 FILLER PIC X(115).
           02 WS-REM-DETALHE REDEFINES WS-REMESSA.
              03 REM-DET-TIPO PIC X(01).
              03 REM-DET-SEQ PIC 9(07).
              03 REM-DET-TED PIC 9(06).
              03 REM-DET-CONTA PIC 9(08).
              03 REM-DET-CPF-REMETENTE PIC X(11).
              03 REM-DET-BANCO PIC 9(03).
              03 REM-DET-AGENCIA PIC 9(04).
              03 REM-DET-CONTA-DESTINO PIC X(12).
              03 REM-DET-TIPO-PESSOA PIC X(01).
              03 REM-DET-DOCUMENTO PIC 9(14).
              03 REM-DET-FAVORECIDO PIC X(30).
              03 REM-DET-VALOR PIC 9(07)V9(02).
              03 REM-DET-DATA-PEDIDO PIC 9(08).
              03 FILLER PIC X(36).
           02 WS-REM-TRAILER REDEFINES WS-REMESSA.
              03 REM-TRL-TIPO PIC X(01).
              03 REM-TRL-QTD PIC 9(07).
              03 REM-TRL-VALOR PIC 9(11)V9(02).
              03 FILLER PIC X(129).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           PERFORM LE-CONTROLE

           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
      * sem TED.DAT nenhuma TED foi pedida ainda: a remessa sai vazia
      * (header e trailer) para o banco ter o dia
           MOVE "S" TO WS-FIM-TED
           OPEN I-O TED-FILE
           IF WS-TED-STATUS = "00"
               MOVE "N" TO WS-FIM-TED
               MOVE "S" TO WS-TED-ABERTO
           ELSE
               IF WS-TED-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR TED.DAT: " WS-TED-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE EXCECOES-FILE
                   GOBACK
               END-IF
           END-IF
           MOVE "N" TO WS-CONTAS-ABERTO
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS = "00"
               MOVE "S" TO WS-CONTAS-ABERTO
           END-IF
           OPEN OUTPUT REMESSA-FILE
           IF WS-REMESSA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR REMTED.DAT: " WS-REMESSA-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM FECHA-ARQUIVOS
               GOBACK
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           PERFORM EMITE-CABECALHO
           PERFORM GRAVA-HEADER-REMESSA

           IF NOT FIM-TED
               MOVE ZEROS TO TED-NUMERO
               START TED-FILE KEY IS NOT LESS THAN TED-NUMERO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TED
               END-START
           END-IF
           PERFORM UNTIL FIM-TED
               READ TED-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-TED
                   NOT AT END
                       IF TED-PENDENTE OR
                          (TED-ENVIADA AND
                           TED-DT-REMESSA = WRK-DATA-RELATORIO)
                           PERFORM REMETE-TED
                       END-IF
               END-READ
           END-PERFORM

           PERFORM GRAVA-TRAILER-REMESSA
           PERFORM EMITE-RODAPE
           IF RETURN-CODE NOT = 12
               PERFORM GRAVA-CONTROLE
           END-IF

           CLOSE REMESSA-FILE
           CLOSE RELATORIO-FILE
           PERFORM FECHA-ARQUIVOS

           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       FECHA-ARQUIVOS.
           IF TED-ATIVO
               CLOSE TED-FILE
           END-IF
           IF CONTAS-ATIVO
               CLOSE CONTAS-FILE
           END-IF
           CLOSE EXCECOES-FILE.

      * ---------------------------------------------------------------
      * Numero da remessa: data nova numera a proxima; reexecucao da
      * mesma data repete o numero da remessa do dia.
      * ---------------------------------------------------------------
       LE-CONTROLE.
           MOVE ZEROS TO CTL-DT-ULTIMA CTL-REMESSA
           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS = "00"
               READ CONTROLE-FILE
                   AT END
                       MOVE ZEROS TO CTL-DT-ULTIMA
               END-READ
               CLOSE CONTROLE-FILE
           END-IF
           IF CTL-DT-ULTIMA IS NOT NUMERIC OR
              CTL-REMESSA IS NOT NUMERIC
               MOVE ZEROS TO CTL-DT-ULTIMA CTL-REMESSA
           END-IF

           IF CTL-DT-ULTIMA = WRK-DATA-RELATORIO AND
              CTL-REMESSA > ZEROS
               MOVE CTL-REMESSA TO WRK-REMESSA
           ELSE
               ADD 1 TO CTL-REMESSA GIVING WRK-REMESSA
           END-IF.

       GRAVA-CONTROLE.
           MOVE WRK-DATA-RELATORIO TO CTL-DT-ULTIMA
           MOVE WRK-REMESSA TO CTL-REMESSA
           OPEN OUTPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO TEDCTL.DAT" TO WS-MSG-EXCECAO
               DISPLAY WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE CONTROLE-TED
           CLOSE CONTROLE-FILE.

       GRAVA-HEADER-REMESSA.
           MOVE SPACES TO WS-REMESSA
           MOVE "0" TO REM-HDR-TIPO
           MOVE WRK-DATA-RELATORIO TO REM-HDR-DATA
           MOVE WRK-REMESSA TO REM-HDR-NUMERO
           MOVE "TRANSFERENCIAS TED" TO REM-HDR-SERVICO
           WRITE REMESSA-REG FROM WS-REMESSA.

      * ---------------------------------------------------------------
      * Uma TED a remeter: detalhe na remessa, marca "E" em TED.DAT
      * com numero e data da remessa, linha no relatorio. Pedido
      * danificado vai ao log e fica fora da remessa (e do total).
      * ---------------------------------------------------------------
       REMETE-TED.
           IF TED-CONTA IS NOT NUMERIC OR
              TED-VALOR IS NOT NUMERIC OR
              TED-BANCO-DESTINO IS NOT NUMERIC OR
              TED-AGENCIA-DESTINO IS NOT NUMERIC OR
              TED-DOCUMENTO IS NOT NUMERIC OR
              TED-VALOR = ZEROS
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "PEDIDO DE TED INVALIDO: " TED-NUMERO
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               ADD 1 TO WRK-QTD-RECUSADOS
               EXIT PARAGRAPH
           END-IF

      * CPF do titular remetente, lido do master na hora da remessa
           MOVE SPACES TO WRK-CPF-REMETENTE
           IF CONTAS-ATIVO
               MOVE TED-CONTA TO CONTA-NUMERO
               READ CONTAS-FILE
                   NOT INVALID KEY
                       MOVE CONTA-CPF TO WRK-CPF-REMETENTE
               END-READ
           END-IF

           MOVE "E" TO TED-SITUACAO
           MOVE WRK-DATA-RELATORIO TO TED-DT-REMESSA
           MOVE WRK-REMESSA TO TED-REMESSA
           REWRITE REGISTRO-TED
               INVALID KEY
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "ERRO MARCANDO TED " TED-NUMERO
                          " STATUS " WS-TED-STATUS
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   ADD 1 TO WRK-QTD-RECUSADOS
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO WRK-QTD-DETALHES
           MOVE SPACES TO WS-REMESSA
           MOVE "1" TO REM-DET-TIPO
           MOVE WRK-QTD-DETALHES TO REM-DET-SEQ
           MOVE TED-NUMERO TO REM-DET-TED
           MOVE TED-CONTA TO REM-DET-CONTA
           MOVE WRK-CPF-REMETENTE TO REM-DET-CPF-REMETENTE
           MOVE TED-BANCO-DESTINO TO REM-DET-BANCO
           MOVE TED-AGENCIA-DESTINO TO REM-DET-AGENCIA
           MOVE TED-CONTA-DESTINO TO REM-DET-CONTA-DESTINO
           MOVE TED-TIPO-PESSOA TO REM-DET-TIPO-PESSOA
           MOVE TED-DOCUMENTO TO REM-DET-DOCUMENTO
           MOVE TED-FAVORECIDO TO REM-DET-FAVORECIDO
           MOVE TED-VALOR TO REM-DET-VALOR
           MOVE TED-DATA TO REM-DET-DATA-PEDIDO
           WRITE REMESSA-REG FROM WS-REMESSA
           ADD TED-VALOR TO WRK-TOTAL-VALOR

           MOVE TED-VALOR TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING TED-NUMERO "  " TED-DATA "  " TED-CONTA "  "
                  TED-BANCO-DESTINO " " TED-AGENCIA-DESTINO " "
                  TED-CONTA-DESTINO "  " TED-TIPO-PESSOA " "
                  TED-DOCUMENTO "  " TED-FAVORECIDO (1:20) " "
                  WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       GRAVA-TRAILER-REMESSA.
           MOVE SPACES TO WS-REMESSA
           MOVE "9" TO REM-TRL-TIPO
           MOVE WRK-QTD-DETALHES TO REM-TRL-QTD
           MOVE WRK-TOTAL-VALOR TO REM-TRL-VALOR
           WRITE REMESSA-REG FROM WS-REMESSA.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REMESSA DE TED " WRK-REMESSA
                  " - " WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TED     PEDIDO    CONTA     BCO AGEN CONTA DESTINO"
                  " P DOCUMENTO       FAVORECIDO                VALOR"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOTAL-VALOR TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DA REMESSA:   " WRK-QTD-DETALHES
                  "  VALOR " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PEDIDOS RECUSADOS: " WRK-QTD-RECUSADOS
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
           MOVE "TEDREM" TO EXC-PROGRAMA
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

       END PROGRAM TEDREM.
