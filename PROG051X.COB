      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Nightly anti-money-laundering (PLD) monitoring over the indexed
      * history HISTIDX.DAT. Every account is read in CONTAS.DAT order
      * and its movements attributed to the holder's CPF (CONTA-CPF);
      * the patterns found open a case in PLDCASO.DAT (PLDREC.cpy) for
      * the compliance analysts (PLDMAN) and are listed in RELPLD.DAT:
      *   - "E" a single cash movement ("D"/"S") at or above the
      *     PLD-LIMITE-ESPECIE parameter;
      *   - "F" structuring: two or more deposits, each below that
      *     limit, adding up to it within the last PLD-JANELA-DIAS
      *     calendar days, one of them new tonight (not raised again
      *     while a structuring case of the CPF from the same window
      *     exists);
      *   - "G" money in and out again on the same day across the
      *     CPF's accounts: credits at or above the limit with debits
      *     of at least PLD-PERC-GIRO of them;
      *   - "W" an account open and without movement for the dormancy
      *     term (MESES-DORMENCIA, DORMENTE's rule) that moves at least
      *     PLD-LIMITE-DESPERTAR tonight.
      * "G" and "W" count every movement the customer causes -- cash,
      * transfers, TED sent and received, cheques, bill payments, CDB
      * and loan movements -- and leave out only what the bank posts
      * by itself: interest ("J"/"V"), fees ("T") and reversals
      * ("X"/"Y").
      * "Tonight" is every movement dated after the last date the
      * monitoring ran (PLDCTL.DAT), so the postings of days the
      * stream did not run are not skipped. A rerun on the same
      * business date removes the cases it opened that are still open
      * and examines the same movements again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLDDIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT HISTIDX-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT CASOS-FILE ASSIGN TO "PLDCASO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLD-NUMERO
               ALTERNATE RECORD KEY IS PLD-CPF WITH DUPLICATES
               FILE STATUS IS WS-CASOS-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "PLDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELPLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT EXCECOES-FILE ASSIGN TO "EXCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  HISTIDX-FILE.
           COPY HISTIREC.

       FD  CASOS-FILE.
           COPY PLDREC.

      * ultima data monitorada e a anterior a ela (a reexecucao na
      * mesma data volta a partir da anterior)
       FD  CONTROLE-FILE.
       01  CONTROLE-PLD.
           02 CTL-DT-ULTIMA PIC 9(08).
           02 CTL-DT-ANTERIOR PIC 9(08).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
       77 WS-CASOS-STATUS PIC X(02) VALUE "00".
       77 WS-CONTROLE-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-CONTAS PIC X VALUE "N".
          88 FIM-CONTAS VALUE "S".
       77 WS-FIM-HISTIDX PIC X VALUE "N".
          88 FIM-HISTIDX VALUE "S".
       77 WS-FIM-CASOS PIC X VALUE "N".
          88 FIM-CASOS VALUE "S".
       77 WS-FIM-PARAMETROS PIC X VALUE "N".
          88 FIM-PARAMETROS VALUE "S".
       77 WS-CONTA-PARADA PIC X VALUE "N".
          88 CONTA-ESTAVA-PARADA VALUE "S".
       77 WS-MOV-CLIENTE PIC X VALUE "N".
          88 MOVIMENTO-DO-CLIENTE VALUE "S".
       77 WS-CASO-RECENTE PIC X VALUE "N".
          88 HA-CASO-RECENTE VALUE "S".

      * parametros do monitoramento (PARMREC.cpy), com os defaults de
      * fabrica: limite de especie, janela do fracionamento em dias
      * corridos, fracao do credito que sai no mesmo dia, movimento
      * que desperta conta parada e o prazo de dormencia de DORMENTE
       77 WRK-LIMITE-ESPECIE PIC 9(07)V9(02) VALUE 10000.00.
       77 WRK-JANELA-DIAS PIC 9(03) VALUE 005.
       77 WRK-PERC-GIRO PIC 9(01)V9(02) VALUE 0.80.
       77 WRK-LIMITE-DESPERTAR PIC 9(07)V9(02) VALUE 5000.00.
       77 WRK-MESES-DORMENCIA PIC 9(03) VALUE 024.

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
      * movimentos novos: data > WRK-DATA-DESDE
       77 WRK-DATA-DESDE PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-JANELA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LEITURA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE-DORM PIC 9(08) VALUE ZEROS.
       77 WRK-YM-CORTE PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-CORTE PIC 9(04) VALUE ZEROS.
       77 WRK-MES-CORTE PIC 9(02) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(08) VALUE ZEROS.
       77 WRK-MOV-NOVO-CONTA PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-QTD-NOVO-CONTA PIC 9(04) VALUE ZEROS.
       77 WRK-GIRO-MINIMO PIC 9(11)V9(02) VALUE ZEROS.
       77 WRK-CONTA-ATUAL PIC 9(08) VALUE ZEROS.

      * caso a gravar (GRAVA-CASO)
       77 WRK-CASO-TIPO PIC X(01) VALUE SPACES.
       77 WRK-CASO-CPF PIC X(11) VALUE SPACES.
       77 WRK-CASO-CONTA PIC 9(08) VALUE ZEROS.
       77 WRK-CASO-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-CASO-VALOR PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-CASO-QTD PIC 9(04) VALUE ZEROS.
       77 WRK-CASO-DESCRICAO PIC X(40) VALUE SPACES.

       77 WRK-CONT-CONTAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-MOVIMENTOS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-REMOVIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-ESPECIE PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-FRACIONADO PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-GIRO PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-DESPERTAR PIC 9(05) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-CRED-EDITADO PIC ZZZZZZZ9.99.
       77 WRK-DEB-EDITADO PIC ZZZZZZZ9.99.

      * depositos abaixo do limite na janela, por CPF
       01 WS-CONTROLE-JANELA.
           02 WS-QTD-JAN PIC 9(04) VALUE ZEROS.
           02 WS-MAX-JAN PIC 9(04) VALUE 1000.
           02 WS-IX-JAN PIC 9(04) VALUE ZEROS.
           02 WS-IX-JAN-ACHADO PIC 9(04) VALUE ZEROS.
       01 WS-TAB-JANELA.
           02 WS-JAN OCCURS 1000 TIMES.
              03 WS-JAN-CPF PIC X(11).
              03 WS-JAN-CONTA PIC 9(08).
              03 WS-JAN-QTD PIC 9(04).
              03 WS-JAN-SOMA PIC 9(09)V9(02).
              03 WS-JAN-ULT-DATA PIC 9(08).
              03 WS-JAN-TEM-NOVO PIC X(01).

      * entradas e saidas de cada CPF em cada dia novo
       01 WS-CONTROLE-GIRO.
           02 WS-QTD-GIR PIC 9(04) VALUE ZEROS.
           02 WS-MAX-GIR PIC 9(04) VALUE 1000.
           02 WS-IX-GIR PIC 9(04) VALUE ZEROS.
           02 WS-IX-GIR-ACHADO PIC 9(04) VALUE ZEROS.
       01 WS-TAB-GIRO.
           02 WS-GIR OCCURS 1000 TIMES.
              03 WS-GIR-CPF PIC X(11).
              03 WS-GIR-DATA PIC 9(08).
              03 WS-GIR-CONTA PIC 9(08).
              03 WS-GIR-CREDITOS PIC 9(09)V9(02).
              03 WS-GIR-DEBITOS PIC 9(09)V9(02).
       77 WS-AVISO-TABELA PIC X VALUE "N".

      * mes/ano alvo do calculo de dias no mes (CALCULA-DIAS-DO-MES)
       01 WRK-CALC-MES-ANO.
           02 WRK-CALC-ANO PIC 9(04).
           02 WRK-CALC-MES PIC 9(02).
       77 WRK-DIAS-CALC PIC 9(02) VALUE ZEROS.

      * data de trabalho do recuo da janela
       01 WRK-DATA-EXAME.
           02 WRK-EXM-ANO PIC 9(04).
           02 WRK-EXM-MES PIC 9(02).
           02 WRK-EXM-DIA PIC 9(02).
       01 WRK-DATA-EXAME-N REDEFINES WRK-DATA-EXAME PIC 9(08).

       01 WS-DIAS-MES-CALC.
           02 WS-TAB-DIAS-MES-INI.
              03 FILLER PIC X(24) VALUE "312831303130313130313031".
           02 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-INI
                              OCCURS 12 TIMES.
              03 WS-DIAS-MES PIC 9(02).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           PERFORM LE-PARAMETROS
           PERFORM LE-CONTROLE
           PERFORM CALCULA-JANELAS

           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           PERFORM EMITE-CABECALHO

           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
           OPEN INPUT HISTIDX-FILE
           IF WS-HISTIDX-STATUS = "35"
               MOVE "SEM HISTORICO INDEXADO (HISTIDX.DAT AUSENTE)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE CONTAS-FILE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
           IF WS-HISTIDX-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR HISTIDX.DAT: " WS-HISTIDX-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CONTAS-FILE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
           PERFORM ABRE-CASOS
           IF RETURN-CODE = 12
               CLOSE CONTAS-FILE
               CLOSE HISTIDX-FILE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
           PERFORM LIMPA-CASOS-DA-DATA
           PERFORM PROXIMO-NUMERO-CASO

           MOVE "N" TO WS-FIM-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       PERFORM EXAMINA-CONTA
               END-READ
           END-PERFORM

           PERFORM AVALIA-FRACIONAMENTO
           PERFORM AVALIA-GIRO-RAPIDO
           PERFORM EMITE-RODAPE

           CLOSE CONTAS-FILE
           CLOSE HISTIDX-FILE
           CLOSE CASOS-FILE
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE
           IF RETURN-CODE NOT = 12
               PERFORM GRAVA-CONTROLE
           END-IF

           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * Sobrepoe os limites com o arquivo de parametros, mesma regra
      * de vigencia dos demais (o ultimo aplicavel vence).
      * ---------------------------------------------------------------
       LE-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF WS-PARAMETROS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-PARAMETROS
           PERFORM UNTIL FIM-PARAMETROS
               READ PARAMETROS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-PARAMETROS
                   NOT AT END
                       PERFORM APLICA-PARAMETRO
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-FILE.

       APLICA-PARAMETRO.
           IF PARM-DT-VIGENCIA IS NOT NUMERIC OR
              PARM-DT-VIGENCIA > WRK-DATA-RELATORIO OR
              PARM-VALOR = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE PARM-CHAVE
               WHEN "PLD-LIMITE-ESPECIE"
                   COMPUTE WRK-LIMITE-ESPECIE =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "PLD-JANELA-DIAS"
                   COMPUTE WRK-JANELA-DIAS =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "PLD-PERC-GIRO"
                   COMPUTE WRK-PERC-GIRO =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "PLD-LIMITE-DESPERTAR"
                   COMPUTE WRK-LIMITE-DESPERTAR =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "MESES-DORMENCIA"
                   COMPUTE WRK-MESES-DORMENCIA =
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Ultima data monitorada. Sem controle (primeira noite), so os
      * movimentos da propria data de negocio sao novos.
      * ---------------------------------------------------------------
       LE-CONTROLE.
           MOVE ZEROS TO CTL-DT-ULTIMA
           MOVE ZEROS TO CTL-DT-ANTERIOR
           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS = "00"
               READ CONTROLE-FILE
                   AT END
                       MOVE ZEROS TO CTL-DT-ULTIMA
               END-READ
               CLOSE CONTROLE-FILE
           END-IF
           IF CTL-DT-ULTIMA IS NOT NUMERIC
               MOVE ZEROS TO CTL-DT-ULTIMA
           END-IF
           IF CTL-DT-ANTERIOR IS NOT NUMERIC
               MOVE ZEROS TO CTL-DT-ANTERIOR
           END-IF

           EVALUATE TRUE
               WHEN CTL-DT-ULTIMA = ZEROS
                   MOVE WRK-DATA-RELATORIO TO WRK-DATA-EXAME-N
                   PERFORM RECUA-DIA-EXAME
                   MOVE WRK-DATA-EXAME-N TO WRK-DATA-DESDE
                   MOVE ZEROS TO CTL-DT-ANTERIOR
               WHEN CTL-DT-ULTIMA < WRK-DATA-RELATORIO
                   MOVE CTL-DT-ULTIMA TO WRK-DATA-DESDE
                   MOVE CTL-DT-ULTIMA TO CTL-DT-ANTERIOR
      * reexecucao da mesma data: a partir da monitoracao anterior
               WHEN OTHER
                   IF CTL-DT-ANTERIOR = ZEROS
                       MOVE WRK-DATA-RELATORIO TO WRK-DATA-EXAME-N
                       PERFORM RECUA-DIA-EXAME
                       MOVE WRK-DATA-EXAME-N TO WRK-DATA-DESDE
                   ELSE
                       MOVE CTL-DT-ANTERIOR TO WRK-DATA-DESDE
                   END-IF
           END-EVALUATE.

       GRAVA-CONTROLE.
           MOVE WRK-DATA-RELATORIO TO CTL-DT-ULTIMA
           OPEN OUTPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO PLDCTL.DAT" TO WS-MSG-EXCECAO
               DISPLAY WS-MSG-EXCECAO
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE CONTROLE-PLD
           CLOSE CONTROLE-FILE.

      * ---------------------------------------------------------------
      * Inicio da janela do fracionamento (hoje - dias + 1), corte da
      * dormencia (primeiro dia do mes de hoje - MESES-DORMENCIA, o
      * mesmo criterio de meses de DORMENTE) e a data a partir da
      * qual o historico de cada conta precisa ser lido.
      * ---------------------------------------------------------------
       CALCULA-JANELAS.
           IF WRK-JANELA-DIAS = ZEROS
               MOVE 1 TO WRK-JANELA-DIAS
           END-IF
           MOVE WRK-DATA-RELATORIO TO WRK-DATA-EXAME-N
           PERFORM RECUA-DIA-EXAME WRK-JANELA-DIAS TIMES
           MOVE WRK-DATA-EXAME-N TO WRK-DATA-JANELA
      * o recuo foi de "dias" datas; a janela comeca no dia seguinte
           PERFORM AVANCA-DIA-EXAME
           MOVE WRK-DATA-EXAME-N TO WRK-DATA-JANELA

           MOVE WRK-DATA-DESDE TO WRK-DATA-EXAME-N
           PERFORM AVANCA-DIA-EXAME
           MOVE WRK-DATA-EXAME-N TO WRK-DATA-LEITURA
           IF WRK-DATA-JANELA < WRK-DATA-LEITURA
               MOVE WRK-DATA-JANELA TO WRK-DATA-LEITURA
           END-IF

           MOVE WRK-DATA-RELATORIO TO WRK-DATA-EXAME-N
           COMPUTE WRK-YM-CORTE =
               (WRK-EXM-ANO * 12) + WRK-EXM-MES - WRK-MESES-DORMENCIA
           COMPUTE WRK-ANO-CORTE = (WRK-YM-CORTE - 1) / 12
           COMPUTE WRK-MES-CORTE =
               WRK-YM-CORTE - (WRK-ANO-CORTE * 12)
           MOVE WRK-ANO-CORTE TO WRK-EXM-ANO
           MOVE WRK-MES-CORTE TO WRK-EXM-MES
           MOVE 1 TO WRK-EXM-DIA
           MOVE WRK-DATA-EXAME-N TO WRK-DATA-CORTE-DORM.

      * ---------------------------------------------------------------
      * Abre o arquivo de casos em I-O, criando-o na primeira
      * execucao (padrao de ABRE-CONTAS).
      * ---------------------------------------------------------------
       ABRE-CASOS.
           OPEN I-O CASOS-FILE
           IF WS-CASOS-STATUS = "35"
               OPEN OUTPUT CASOS-FILE
               CLOSE CASOS-FILE
               OPEN I-O CASOS-FILE
           END-IF
           IF WS-CASOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PLDCASO.DAT: " WS-CASOS-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
      * Reexecucao na mesma data: os casos que esta data abriu e que
      * ninguem analisou ainda saem, para serem detectados de novo
      * sem duplicar. Caso ja decidido fica.
      * ---------------------------------------------------------------
       LIMPA-CASOS-DA-DATA.
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
                       IF PLD-DT-DETECCAO = WRK-DATA-RELATORIO AND
                          PLD-ABERTO
                           DELETE CASOS-FILE
                           ADD 1 TO WRK-CONT-REMOVIDOS
                       END-IF
               END-READ
           END-PERFORM.

      * proximo numero de caso: o maior ja gravado mais um
       PROXIMO-NUMERO-CASO.
           MOVE ZEROS TO WRK-NUMERO
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
                       MOVE PLD-NUMERO TO WRK-NUMERO
               END-READ
           END-PERFORM.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MONITORAMENTO PLD - " WRK-DATA-RELATORIO
                  "  MOVIMENTOS APOS " WRK-DATA-DESDE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-LIMITE-ESPECIE TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIMITE ESPECIE: " WRK-VALOR-EDITADO
                  "  JANELA (DIAS): " WRK-JANELA-DIAS
                  "  DORMENCIA (MESES): " WRK-MESES-DORMENCIA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CASO     T CPF         CONTA     DATA MOV  "
                  "          VALOR  OCORRENCIA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Uma conta: le o historico dela desde o inicio da janela (ou
      * do primeiro dia novo, o que vier antes). Especie e despertar
      * sao da conta; fracionamento e giro somam por CPF.
      * ---------------------------------------------------------------
       EXAMINA-CONTA.
           ADD 1 TO WRK-CONT-CONTAS
           MOVE CONTA-NUMERO TO WRK-CONTA-ATUAL
           MOVE ZEROS TO WRK-MOV-NOVO-CONTA
           MOVE ZEROS TO WRK-QTD-NOVO-CONTA

           MOVE CONTA-NUMERO TO HIX-CONTA
           MOVE WRK-DATA-LEITURA TO HIX-DATA
           MOVE ZEROS TO HIX-SEQ
           MOVE "N" TO WS-FIM-HISTIDX
           START HISTIDX-FILE KEY IS NOT LESS THAN HIX-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-HISTIDX
           END-START
           PERFORM UNTIL FIM-HISTIDX
               READ HISTIDX-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-HISTIDX
                   NOT AT END
                       IF HIX-CONTA NOT = WRK-CONTA-ATUAL OR
                          HIX-DATA > WRK-DATA-RELATORIO
                           MOVE "S" TO WS-FIM-HISTIDX
                       ELSE
                           PERFORM EXAMINA-MOVIMENTO
                       END-IF
               END-READ
           END-PERFORM

           IF WRK-MOV-NOVO-CONTA NOT < WRK-LIMITE-DESPERTAR AND
              CONTA-DT-ABERTURA < WRK-DATA-CORTE-DORM
               PERFORM VERIFICA-CONTA-PARADA
               IF CONTA-ESTAVA-PARADA
                   MOVE "W" TO WRK-CASO-TIPO
                   MOVE CONTA-CPF TO WRK-CASO-CPF
                   MOVE CONTA-NUMERO TO WRK-CASO-CONTA
                   MOVE WRK-DATA-RELATORIO TO WRK-CASO-DATA
                   MOVE WRK-MOV-NOVO-CONTA TO WRK-CASO-VALOR
                   MOVE WRK-QTD-NOVO-CONTA TO WRK-CASO-QTD
                   MOVE SPACES TO WRK-CASO-DESCRICAO
                   STRING "CONTA PARADA DESDE ANTES DE "
                          WRK-DATA-CORTE-DORM
                          DELIMITED BY SIZE INTO WRK-CASO-DESCRICAO
                   PERFORM GRAVA-CASO
                   ADD 1 TO WRK-CONT-DESPERTAR
               END-IF
           END-IF.

       EXAMINA-MOVIMENTO.
           IF HIX-DATA > WRK-DATA-DESDE
               ADD 1 TO WRK-CONT-MOVIMENTOS
      * movimento do cliente: todo credito ou debito, menos o que o
      * banco lanca sozinho (juros, tarifa) e os estornos
               MOVE "N" TO WS-MOV-CLIENTE
               IF (HIX-CREDITO OR HIX-DEBITO) AND
                  NOT (HIX-JUROS OR HIX-JUROS-DEV OR HIX-TAXA OR
                       HIX-ESTORNO-DEB OR HIX-ESTORNO-CRED)
                   MOVE "S" TO WS-MOV-CLIENTE
               END-IF
               IF MOVIMENTO-DO-CLIENTE
                   ADD HIX-VALOR TO WRK-MOV-NOVO-CONTA
                   ADD 1 TO WRK-QTD-NOVO-CONTA
               END-IF
               IF (HIX-DEPOSITO OR HIX-SAQUE) AND
                  HIX-VALOR NOT < WRK-LIMITE-ESPECIE
                   MOVE "E" TO WRK-CASO-TIPO
                   MOVE CONTA-CPF TO WRK-CASO-CPF
                   MOVE CONTA-NUMERO TO WRK-CASO-CONTA
                   MOVE HIX-DATA TO WRK-CASO-DATA
                   MOVE HIX-VALOR TO WRK-CASO-VALOR
                   MOVE 1 TO WRK-CASO-QTD
                   MOVE SPACES TO WRK-CASO-DESCRICAO
                   IF HIX-DEPOSITO
                       STRING "DEPOSITO EM ESPECIE, LANC " HIX-SEQ
                              DELIMITED BY SIZE INTO WRK-CASO-DESCRICAO
                   ELSE
                       STRING "SAQUE EM ESPECIE, LANC " HIX-SEQ
                              DELIMITED BY SIZE INTO WRK-CASO-DESCRICAO
                   END-IF
                   PERFORM GRAVA-CASO
                   ADD 1 TO WRK-CONT-ESPECIE
               END-IF
               IF MOVIMENTO-DO-CLIENTE
                   PERFORM ACUMULA-GIRO
               END-IF
           END-IF
           IF HIX-DEPOSITO AND HIX-DATA NOT < WRK-DATA-JANELA AND
              HIX-VALOR < WRK-LIMITE-ESPECIE
               PERFORM ACUMULA-JANELA
           END-IF.

      * ---------------------------------------------------------------
      * A conta nao se moveu entre o corte da dormencia e o primeiro
      * dia novo? O primeiro lancamento a partir do corte responde.
      * ---------------------------------------------------------------
       VERIFICA-CONTA-PARADA.
           MOVE "S" TO WS-CONTA-PARADA
           MOVE CONTA-NUMERO TO HIX-CONTA
           MOVE WRK-DATA-CORTE-DORM TO HIX-DATA
           MOVE ZEROS TO HIX-SEQ
           START HISTIDX-FILE KEY IS NOT LESS THAN HIX-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ HISTIDX-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF HIX-CONTA = CONTA-NUMERO AND
              HIX-DATA NOT > WRK-DATA-DESDE
               MOVE "N" TO WS-CONTA-PARADA
           END-IF.

       ACUMULA-JANELA.
           MOVE ZEROS TO WS-IX-JAN-ACHADO
           PERFORM VARYING WS-IX-JAN FROM 1 BY 1
                   UNTIL WS-IX-JAN > WS-QTD-JAN
               IF WS-JAN-CPF (WS-IX-JAN) = CONTA-CPF
                   MOVE WS-IX-JAN TO WS-IX-JAN-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-JAN-ACHADO = ZEROS
               IF WS-QTD-JAN >= WS-MAX-JAN
                   PERFORM AVISA-TABELA-CHEIA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-JAN
               MOVE WS-QTD-JAN TO WS-IX-JAN-ACHADO
               MOVE CONTA-CPF TO WS-JAN-CPF (WS-IX-JAN-ACHADO)
               MOVE CONTA-NUMERO TO WS-JAN-CONTA (WS-IX-JAN-ACHADO)
               MOVE ZEROS TO WS-JAN-QTD (WS-IX-JAN-ACHADO)
               MOVE ZEROS TO WS-JAN-SOMA (WS-IX-JAN-ACHADO)
               MOVE ZEROS TO WS-JAN-ULT-DATA (WS-IX-JAN-ACHADO)
               MOVE "N" TO WS-JAN-TEM-NOVO (WS-IX-JAN-ACHADO)
           END-IF
           ADD 1 TO WS-JAN-QTD (WS-IX-JAN-ACHADO)
           ADD HIX-VALOR TO WS-JAN-SOMA (WS-IX-JAN-ACHADO)
           IF HIX-DATA > WS-JAN-ULT-DATA (WS-IX-JAN-ACHADO)
               MOVE HIX-DATA TO WS-JAN-ULT-DATA (WS-IX-JAN-ACHADO)
           END-IF
           IF HIX-DATA > WRK-DATA-DESDE
               MOVE "S" TO WS-JAN-TEM-NOVO (WS-IX-JAN-ACHADO)
           END-IF.

       ACUMULA-GIRO.
           MOVE ZEROS TO WS-IX-GIR-ACHADO
           PERFORM VARYING WS-IX-GIR FROM 1 BY 1
                   UNTIL WS-IX-GIR > WS-QTD-GIR
               IF WS-GIR-CPF (WS-IX-GIR) = CONTA-CPF AND
                  WS-GIR-DATA (WS-IX-GIR) = HIX-DATA
                   MOVE WS-IX-GIR TO WS-IX-GIR-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-GIR-ACHADO = ZEROS
               IF WS-QTD-GIR >= WS-MAX-GIR
                   PERFORM AVISA-TABELA-CHEIA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-GIR
               MOVE WS-QTD-GIR TO WS-IX-GIR-ACHADO
               MOVE CONTA-CPF TO WS-GIR-CPF (WS-IX-GIR-ACHADO)
               MOVE HIX-DATA TO WS-GIR-DATA (WS-IX-GIR-ACHADO)
               MOVE CONTA-NUMERO TO WS-GIR-CONTA (WS-IX-GIR-ACHADO)
               MOVE ZEROS TO WS-GIR-CREDITOS (WS-IX-GIR-ACHADO)
               MOVE ZEROS TO WS-GIR-DEBITOS (WS-IX-GIR-ACHADO)
           END-IF
           IF HIX-CREDITO
               ADD HIX-VALOR TO WS-GIR-CREDITOS (WS-IX-GIR-ACHADO)
           END-IF
           IF HIX-DEBITO
               ADD HIX-VALOR TO WS-GIR-DEBITOS (WS-IX-GIR-ACHADO)
           END-IF.

      * tabela cheia: avisa uma vez e segue sem o CPF excedente
       AVISA-TABELA-CHEIA.
           IF WS-AVISO-TABELA = "N"
               MOVE "S" TO WS-AVISO-TABELA
               MOVE "TABELA DE CPF CHEIA; MONITORAMENTO PARCIAL"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
           END-IF.

      * ---------------------------------------------------------------
      * Fracionamento: dois ou mais depositos abaixo do limite que
      * somam o limite na janela, com pelo menos um novo. Nao reabre
      * se o CPF ja tem caso de fracionamento desta janela.
      * ---------------------------------------------------------------
       AVALIA-FRACIONAMENTO.
           PERFORM VARYING WS-IX-JAN FROM 1 BY 1
                   UNTIL WS-IX-JAN > WS-QTD-JAN
               IF WS-JAN-QTD (WS-IX-JAN) > 1 AND
                  WS-JAN-SOMA (WS-IX-JAN) NOT < WRK-LIMITE-ESPECIE
                  AND WS-JAN-TEM-NOVO (WS-IX-JAN) = "S"
                   PERFORM REGISTRA-FRACIONAMENTO
               END-IF
           END-PERFORM.

       REGISTRA-FRACIONAMENTO.
           MOVE WS-JAN-CPF (WS-IX-JAN) TO WRK-CASO-CPF
           PERFORM PROCURA-FRACIONAMENTO-RECENTE
           IF HA-CASO-RECENTE
               EXIT PARAGRAPH
           END-IF
           MOVE "F" TO WRK-CASO-TIPO
           MOVE WS-JAN-CONTA (WS-IX-JAN) TO WRK-CASO-CONTA
           MOVE WS-JAN-ULT-DATA (WS-IX-JAN) TO WRK-CASO-DATA
           MOVE WS-JAN-SOMA (WS-IX-JAN) TO WRK-CASO-VALOR
           MOVE WS-JAN-QTD (WS-IX-JAN) TO WRK-CASO-QTD
           MOVE SPACES TO WRK-CASO-DESCRICAO
           STRING WS-JAN-QTD (WS-IX-JAN) " DEPOSITOS DESDE "
                  WRK-DATA-JANELA " ABAIXO DO LIMITE"
                  DELIMITED BY SIZE INTO WRK-CASO-DESCRICAO
           PERFORM GRAVA-CASO
           ADD 1 TO WRK-CONT-FRACIONADO.

       PROCURA-FRACIONAMENTO-RECENTE.
           MOVE "N" TO WS-CASO-RECENTE
           MOVE WRK-CASO-CPF TO PLD-CPF
           MOVE "N" TO WS-FIM-CASOS
           START CASOS-FILE KEY IS EQUAL TO PLD-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-CASOS
           END-START
           PERFORM UNTIL FIM-CASOS OR HA-CASO-RECENTE
               READ CASOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CASOS
                   NOT AT END
                       IF PLD-CPF NOT = WRK-CASO-CPF
                           MOVE "S" TO WS-FIM-CASOS
                       ELSE
                           IF PLD-FRACIONADO AND
                              PLD-DT-DETECCAO NOT < WRK-DATA-JANELA
                               MOVE "S" TO WS-CASO-RECENTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * ---------------------------------------------------------------
      * Giro rapido: no mesmo dia, creditos no limite ou acima e
      * debitos de pelo menos PLD-PERC-GIRO deles.
      * ---------------------------------------------------------------
       AVALIA-GIRO-RAPIDO.
           PERFORM VARYING WS-IX-GIR FROM 1 BY 1
                   UNTIL WS-IX-GIR > WS-QTD-GIR
               COMPUTE WRK-GIRO-MINIMO ROUNDED =
                   WS-GIR-CREDITOS (WS-IX-GIR) * WRK-PERC-GIRO
               IF WS-GIR-CREDITOS (WS-IX-GIR)
                      NOT < WRK-LIMITE-ESPECIE AND
                  WS-GIR-DEBITOS (WS-IX-GIR) NOT < WRK-GIRO-MINIMO
                   PERFORM REGISTRA-GIRO-RAPIDO
               END-IF
           END-PERFORM.

       REGISTRA-GIRO-RAPIDO.
           MOVE "G" TO WRK-CASO-TIPO
           MOVE WS-GIR-CPF (WS-IX-GIR) TO WRK-CASO-CPF
           MOVE WS-GIR-CONTA (WS-IX-GIR) TO WRK-CASO-CONTA
           MOVE WS-GIR-DATA (WS-IX-GIR) TO WRK-CASO-DATA
           MOVE WS-GIR-DEBITOS (WS-IX-GIR) TO WRK-CASO-VALOR
           MOVE ZEROS TO WRK-CASO-QTD
           MOVE WS-GIR-CREDITOS (WS-IX-GIR) TO WRK-CRED-EDITADO
           MOVE WS-GIR-DEBITOS (WS-IX-GIR) TO WRK-DEB-EDITADO
           MOVE SPACES TO WRK-CASO-DESCRICAO
           STRING "ENTROU " WRK-CRED-EDITADO " SAIU " WRK-DEB-EDITADO
                  DELIMITED BY SIZE INTO WRK-CASO-DESCRICAO
           PERFORM GRAVA-CASO
           ADD 1 TO WRK-CONT-GIRO.

      * ---------------------------------------------------------------
      * Abre o caso (status "A") e o lista no relatorio da noite.
      * ---------------------------------------------------------------
       GRAVA-CASO.
           ADD 1 TO WRK-NUMERO
           MOVE SPACES TO CASO-PLD
           MOVE WRK-NUMERO TO PLD-NUMERO
           MOVE WRK-CASO-CPF TO PLD-CPF
           MOVE WRK-CASO-CONTA TO PLD-CONTA
           MOVE WRK-DATA-RELATORIO TO PLD-DT-DETECCAO
           MOVE WRK-CASO-DATA TO PLD-DT-MOVIMENTO
           MOVE WRK-CASO-TIPO TO PLD-TIPO
           MOVE WRK-CASO-VALOR TO PLD-VALOR
           MOVE WRK-CASO-QTD TO PLD-QTD-MOVIMENTOS
           MOVE WRK-CASO-DESCRICAO TO PLD-DESCRICAO
           MOVE "A" TO PLD-STATUS
           MOVE ZEROS TO PLD-DT-DECISAO
           MOVE SPACES TO PLD-ANALISTA
           MOVE SPACES TO PLD-PARECER
           MOVE ZEROS TO PLD-DT-COMUNICACAO
           WRITE CASO-PLD
           IF WS-CASOS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO PLDCASO.DAT: " WS-CASOS-STATUS
               MOVE "ERRO GRAVANDO CASO DE PLD" TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE PLD-VALOR TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING PLD-NUMERO " " PLD-TIPO " " PLD-CPF " " PLD-CONTA
                  "  " PLD-DT-MOVIMENTO "  " WRK-VALOR-EDITADO "  "
                  PLD-DESCRICAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS: " WRK-CONT-CONTAS
                  "  MOVIMENTOS NOVOS: " WRK-CONT-MOVIMENTOS
                  "  CASOS REABERTOS NA REEXECUCAO: "
                  WRK-CONT-REMOVIDOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CASOS: ESPECIE (E) " WRK-CONT-ESPECIE
                  "  FRACIONAMENTO (F) " WRK-CONT-FRACIONADO
                  "  GIRO (G) " WRK-CONT-GIRO
                  "  DESPERTAR (W) " WRK-CONT-DESPERTAR
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * avanca WRK-DATA-EXAME um dia, virando mes e ano quando preciso
       AVANCA-DIA-EXAME.
           MOVE WRK-EXM-ANO TO WRK-CALC-ANO
           MOVE WRK-EXM-MES TO WRK-CALC-MES
           PERFORM CALCULA-DIAS-DO-MES
           IF WRK-EXM-DIA >= WRK-DIAS-CALC
               MOVE 1 TO WRK-EXM-DIA
               IF WRK-EXM-MES = 12
                   MOVE 1 TO WRK-EXM-MES
                   ADD 1 TO WRK-EXM-ANO
               ELSE
                   ADD 1 TO WRK-EXM-MES
               END-IF
           ELSE
               ADD 1 TO WRK-EXM-DIA
           END-IF.

      * recua WRK-DATA-EXAME um dia, voltando ao ultimo dia do mes
      * anterior (e do ano anterior) quando preciso
       RECUA-DIA-EXAME.
           IF WRK-EXM-DIA > 1
               SUBTRACT 1 FROM WRK-EXM-DIA
           ELSE
               IF WRK-EXM-MES = 1
                   MOVE 12 TO WRK-EXM-MES
                   SUBTRACT 1 FROM WRK-EXM-ANO
               ELSE
                   SUBTRACT 1 FROM WRK-EXM-MES
               END-IF
               MOVE WRK-EXM-ANO TO WRK-CALC-ANO
               MOVE WRK-EXM-MES TO WRK-CALC-MES
               PERFORM CALCULA-DIAS-DO-MES
               MOVE WRK-DIAS-CALC TO WRK-EXM-DIA
           END-IF.

       CALCULA-DIAS-DO-MES.
           MOVE WS-DIAS-MES (WRK-CALC-MES) TO WRK-DIAS-CALC
           IF WRK-CALC-MES = 2
               IF (FUNCTION MOD (WRK-CALC-ANO, 4) = 0 AND
                   FUNCTION MOD (WRK-CALC-ANO, 100) NOT = 0)
                   OR FUNCTION MOD (WRK-CALC-ANO, 400) = 0
                   MOVE 29 TO WRK-DIAS-CALC
               END-IF
           END-IF.

      * ---------------------------------------------------------------
      * Grava a ocorrencia no log datado de excecoes, mesmo padrao dos
      * demais programas batch.
      * ---------------------------------------------------------------
       REGISTRA-EXCECAO.
           MOVE "S" TO WS-HOUVE-EXCECAO
           MOVE WRK-DATA-RELATORIO TO EXC-DATA
           ACCEPT EXC-HORA FROM TIME
           MOVE "PLDDIA" TO EXC-PROGRAMA
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

       END PROGRAM PLDDIA.
