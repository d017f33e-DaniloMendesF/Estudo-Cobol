      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Nightly personal-loan processing over PARCELA.DAT (PARCREC.cpy),
      * the installment schedules written by EMPRES01:
      *   - collection: every open installment whose collection date
      *     (first business day on or after the due date) has been
      *     reached is debited from the contract's account as history
      *     "P", in due order within the contract -- a later
      *     installment is never taken while an earlier one is unpaid.
      *     Only the account's own balance less the BLOQJUD holds pays
      *     an installment (the overdraft limit does not: the loan
      *     exists to get the customer out of it), and only in full;
      *     a closed or dormant account is not debited and goes to the
      *     exception log (EXCLOG.DAT);
      *   - arrears: an installment still open after its collection
      *     date carries late interest at the contract's EMP-TAXA-MORA
      *     a month, pro rata on the calendar days since the due date
      *     (base 30), recomputed every night, and is paid with it;
      *   - the contract (EMPREST.DAT) keeps the installments paid and
      *     the principal still owed, and is settled with the last.
      * The debits go to RELEMPR.DAT; the installments in arrears, by
      * age bucket (1-30, 31-60, 61-90, over 90 days), to RELINAD.DAT
      * for the collections desk.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRDIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS-FILE ASSIGN TO "PARCELA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPREST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPRESTIMOS-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELEMPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT INADIMPLENCIA-FILE ASSIGN TO "RELINAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INADIMPLENCIA-STATUS.

           SELECT EXCECOES-FILE ASSIGN TO "EXCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQJUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

           SELECT HISTIDX-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PARCELAS-FILE.
           COPY PARCREC.

       FD  EMPRESTIMOS-FILE.
           COPY EMPREC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(80).

       FD  INADIMPLENCIA-FILE.
       01  LINHA-INADIMPLENCIA PIC X(80).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  BLOQUEIOS-FILE.
           COPY BLOQREC.

       FD  HISTIDX-FILE.
           COPY HISTIREC.

       WORKING-STORAGE SECTION.

       77 WS-PARCELAS-STATUS PIC X(02) VALUE "00".
       77 WS-EMPRESTIMOS-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-INADIMPLENCIA-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-PARCELAS PIC X VALUE "N".
          88 FIM-PARCELAS VALUE "S".
       77 WS-DIA-UTIL-HOJE PIC X VALUE "N".
          88 HOJE-E-DIA-UTIL VALUE "S".
       77 WS-PARCELA-DEBITADA PIC X VALUE "N".
          88 PARCELA-DEBITADA VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
      * contrato com parcela anterior em aberto nesta noite: as
      * seguintes dele nao sao debitadas antes dela
       77 WRK-CONTRATO-RETIDO PIC 9(08) VALUE ZEROS.
      * ultimo contrato contado na faixa de atraso (pela parcela mais
      * antiga em aberto, a primeira lida do contrato)
       77 WRK-CONTRATO-CONTADO PIC 9(08) VALUE ZEROS.
       77 WRK-DEBITO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-DISPONIVEL PIC S9(08)V9(02) VALUE ZEROS.
       77 WRK-SALDO-NOVO PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(16) VALUE SPACES.
       77 WRK-FAIXA PIC 9(01) VALUE ZEROS.

       77 WRK-CONT-VENCIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-DEBITADAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-NAO-DEBITADAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-QUITADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-DEBITADO PIC 9(11)V9(02) VALUE ZEROS.
       77 WRK-TOT-MORA-PAGA PIC 9(09)V9(02) VALUE ZEROS.

      * carteira em atraso por faixa: 1 = 1-30, 2 = 31-60,
      * 3 = 61-90, 4 = mais de 90 dias
       01 WS-TAB-FAIXAS.
           02 WS-FAIXA OCCURS 4 TIMES.
              03 WS-FX-CONTRATOS PIC 9(07).
              03 WS-FX-PARCELAS PIC 9(07).
              03 WS-FX-VALOR PIC 9(11)V9(02).
              03 WS-FX-MORA PIC 9(09)V9(02).
       01 WS-NOMES-FAIXAS-INI.
           02 FILLER PIC X(10) VALUE "  1 A 30  ".
           02 FILLER PIC X(10) VALUE " 31 A 60  ".
           02 FILLER PIC X(10) VALUE " 61 A 90  ".
           02 FILLER PIC X(10) VALUE "MAIS DE 90".
       01 WS-NOMES-FAIXAS REDEFINES WS-NOMES-FAIXAS-INI.
           02 WS-NOME-FAIXA PIC X(10) OCCURS 4 TIMES.
       77 WRK-IX-FAIXA PIC 9(01) VALUE ZEROS.
       77 WRK-TOT-ATRASO PIC 9(11)V9(02) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-MORA-EDITADA PIC ZZZ,ZZ9.99.
       77 WRK-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-DIAS-EDITADO PIC ZZZZ9.

      * mes/ano alvo do calculo de dias no mes (CALCULA-DIAS-DO-MES)
       01 WRK-CALC-MES-ANO.
           02 WRK-CALC-ANO PIC 9(04).
           02 WRK-CALC-MES PIC 9(02).
       77 WRK-DIAS-CALC PIC 9(02) VALUE ZEROS.

      * data de trabalho da contagem dos dias de atraso
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

      * bloqueios judiciais/administrativos ativos, somados por conta
      * na partida: estrutura em BLOQWS.cpy, paragrafos em BLOQPD.cpy.
           COPY BLOQWS.

      * espelhamento do historico no indice por conta+data:
      * estrutura em HIDXWS.cpy, paragrafos em HIDXPD.cpy.
           COPY HIDXWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           INITIALIZE WS-TAB-FAIXAS

           OPEN OUTPUT RELATORIO-FILE
           OPEN OUTPUT INADIMPLENCIA-FILE
           PERFORM EMITE-CABECALHOS

           OPEN I-O PARCELAS-FILE
           IF WS-PARCELAS-STATUS = "35"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "NENHUM EMPRESTIMO CONTRATADO (PARCELA.DAT AUSENTE)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO-FILE
               CLOSE INADIMPLENCIA-FILE
               GOBACK
           END-IF
           IF WS-PARCELAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PARCELA.DAT: " WS-PARCELAS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RELATORIO-FILE
               CLOSE INADIMPLENCIA-FILE
               GOBACK
           END-IF
           OPEN I-O EMPRESTIMOS-FILE
           IF WS-EMPRESTIMOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPREST.DAT: "
                       WS-EMPRESTIMOS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PARCELAS-FILE
               CLOSE RELATORIO-FILE
               CLOSE INADIMPLENCIA-FILE
               GOBACK
           END-IF
           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PARCELAS-FILE
               CLOSE EMPRESTIMOS-FILE
               CLOSE RELATORIO-FILE
               CLOSE INADIMPLENCIA-FILE
               GOBACK
           END-IF
           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
      * o historico de lancamentos e permanente: sempre EXTEND,
      * nunca OUTPUT, mesmo criterio de OPERADORES2.
           OPEN EXTEND HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           PERFORM ABRE-HISTIDX
           PERFORM CARREGA-BLOQUEIOS

           MOVE "N" TO WS-FIM-PARCELAS
           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PARCELAS
                   NOT AT END
                       PERFORM PROCESSA-PARCELA
               END-READ
           END-PERFORM

           PERFORM EMITE-RODAPE
           PERFORM EMITE-RODAPE-INADIMPLENCIA

           CLOSE PARCELAS-FILE
           CLOSE EMPRESTIMOS-FILE
           CLOSE CONTAS-FILE
           CLOSE RELATORIO-FILE
           CLOSE INADIMPLENCIA-FILE
           CLOSE EXCECOES-FILE
           CLOSE HISTORICO-FILE
           PERFORM FECHA-HISTIDX

           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       EMITE-CABECALHOS.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EMPRESTIMOS - DEBITO DE PARCELAS - "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTRATO PARC CONTA     VENCTO        VALOR"
                  "       MORA  SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LINHA-INADIMPLENCIA
           STRING "EMPRESTIMOS EM ATRASO POR FAIXA - "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-INADIMPLENCIA
           WRITE LINHA-INADIMPLENCIA
           MOVE SPACES TO LINHA-INADIMPLENCIA
           STRING "CONTRATO PARC CONTA     CPF         VENCTO    "
                  " DIAS      VALOR       MORA FAIXA"
                  DELIMITED BY SIZE INTO LINHA-INADIMPLENCIA
           WRITE LINHA-INADIMPLENCIA.

      * ---------------------------------------------------------------
      * Uma parcela: paga ou ainda nao cobravel fica de fora. A que
      * chegou a cobranca tem o atraso e a mora recalculados e, se a
      * conta pode, e debitada; senao entra na carteira em atraso.
      * ---------------------------------------------------------------
       PROCESSA-PARCELA.
           IF NOT PAR-ABERTA
               EXIT PARAGRAPH
           END-IF
           IF PAR-DT-COBRANCA > WRK-DATA-RELATORIO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-CONT-VENCIDAS

           MOVE PAR-CONTRATO TO EMP-NUMERO
           READ EMPRESTIMOS-FILE
               INVALID KEY
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "PARCELA SEM CONTRATO: " PAR-CONTRATO
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   EXIT PARAGRAPH
           END-READ

           PERFORM CALCULA-ATRASO
           MOVE "N" TO WS-PARCELA-DEBITADA
           MOVE SPACES TO WRK-SITUACAO
           IF PAR-CONTRATO = WRK-CONTRATO-RETIDO
               MOVE "PARC ANTERIOR" TO WRK-SITUACAO
           ELSE
               IF HOJE-E-DIA-UTIL
                   PERFORM DEBITA-PARCELA
               ELSE
                   MOVE "DIA NAO UTIL" TO WRK-SITUACAO
               END-IF
           END-IF
           IF RETURN-CODE = 12
               MOVE "S" TO WS-FIM-PARCELAS
               EXIT PARAGRAPH
           END-IF

           REWRITE PARCELA
           IF WS-PARCELAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO PARCELA.DAT: "
                       WS-PARCELAS-STATUS
               MOVE "ERRO DE REGRAVACAO NAS PARCELAS"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-PARCELAS
               EXIT PARAGRAPH
           END-IF

           IF PARCELA-DEBITADA
               PERFORM ATUALIZA-CONTRATO
               IF RETURN-CODE = 12
                   MOVE "S" TO WS-FIM-PARCELAS
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE PAR-CONTRATO TO WRK-CONTRATO-RETIDO
               ADD 1 TO WRK-CONT-NAO-DEBITADAS
               IF PAR-DIAS-ATRASO > ZEROS
                   PERFORM ACUMULA-INADIMPLENCIA
               END-IF
           END-IF

           MOVE PAR-VALOR TO WRK-VALOR-EDITADO
           MOVE PAR-MORA TO WRK-MORA-EDITADA
           MOVE SPACES TO LINHA-RELATORIO
           STRING PAR-CONTRATO " " PAR-NUMERO " " PAR-CONTA "  "
                  PAR-DT-VENCIMENTO "  " WRK-VALOR-EDITADO " "
                  WRK-MORA-EDITADA "  " WRK-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Cobrada no proprio dia de cobranca, a parcela nao tem mora.
      * Depois dele, atraso = dias corridos desde o vencimento e mora
      * = valor * taxa de mora mensal * dias / 30, recalculada sobre
      * o total de dias (uma reexecucao nao cobra nada duas vezes).
      * ---------------------------------------------------------------
       CALCULA-ATRASO.
           MOVE ZEROS TO PAR-DIAS-ATRASO
           MOVE ZEROS TO PAR-MORA
           IF PAR-DT-COBRANCA NOT < WRK-DATA-RELATORIO
               EXIT PARAGRAPH
           END-IF
           MOVE PAR-DT-VENCIMENTO TO WRK-DATA-EXAME-N
           PERFORM UNTIL WRK-DATA-EXAME-N >= WRK-DATA-RELATORIO
               PERFORM AVANCA-DIA-EXAME
               ADD 1 TO PAR-DIAS-ATRASO
           END-PERFORM
           COMPUTE PAR-MORA ROUNDED =
               PAR-VALOR * EMP-TAXA-MORA * PAR-DIAS-ATRASO / 30.

      * ---------------------------------------------------------------
      * Debito da parcela (mais a mora) na conta do contrato: conta
      * ativa, saldo proprio menos bloqueios suficiente, e so inteira.
      * ---------------------------------------------------------------
       DEBITA-PARCELA.
           MOVE PAR-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "SEM CONTA" TO WRK-SITUACAO
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "CONTRATO " PAR-CONTRATO " SEM CONTA"
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-ATIVA
               MOVE "CONTA NAO ATIVA" TO WRK-SITUACAO
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "PARCELA " PAR-CONTRATO "/" PAR-NUMERO
                      " CONTA NAO ATIVA"
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WRK-DEBITO = PAR-VALOR + PAR-MORA
           MOVE CONTA-NUMERO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           COMPUTE WRK-DISPONIVEL =
               CONTA-SALDO - WRK-VALOR-BLOQUEADO
           IF WRK-DEBITO > WRK-DISPONIVEL
               MOVE "SEM SALDO" TO WRK-SITUACAO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WRK-SALDO-NOVO = CONTA-SALDO - WRK-DEBITO
           MOVE WRK-SALDO-NOVO TO CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE "ERRO DE REGRAVACAO NO MASTER DE CONTAS"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO PAR-STATUS
           MOVE WRK-DATA-RELATORIO TO PAR-DT-PAGAMENTO
           MOVE WRK-DEBITO TO PAR-VALOR-PAGO
           MOVE "S" TO WS-PARCELA-DEBITADA
           PERFORM GRAVA-HISTORICO-PARCELA

           MOVE "DEBITADA" TO WRK-SITUACAO
           ADD 1 TO WRK-CONT-DEBITADAS
           ADD WRK-DEBITO TO WRK-TOT-DEBITADO
           ADD PAR-MORA TO WRK-TOT-MORA-PAGA.

      * ---------------------------------------------------------------
      * Posicao do contrato depois da parcela paga; a ultima quita.
      * ---------------------------------------------------------------
       ATUALIZA-CONTRATO.
           ADD 1 TO EMP-QTD-PAGAS
           MOVE PAR-SALDO-APOS TO EMP-SALDO-DEVEDOR
           IF EMP-QTD-PAGAS NOT < EMP-QTD-PARCELAS
               MOVE "Q" TO EMP-STATUS
               MOVE WRK-DATA-RELATORIO TO EMP-DT-QUITACAO
               ADD 1 TO WRK-CONT-QUITADOS
           END-IF
           REWRITE EMPRESTIMO
           IF WS-EMPRESTIMOS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO EMPREST.DAT: "
                       WS-EMPRESTIMOS-STATUS
               MOVE "ERRO DE REGRAVACAO NOS CONTRATOS"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
           END-IF.

       GRAVA-HISTORICO-PARCELA.
           MOVE WRK-DATA-RELATORIO TO HIST-DATA
           ACCEPT HIST-HORA FROM TIME
           MOVE CONTA-NUMERO TO HIST-CONTA
           MOVE "P" TO HIST-TIPO
           MOVE WRK-DEBITO TO HIST-VALOR
           MOVE WRK-SALDO-NOVO TO HIST-SALDO-APOS
           MOVE "EMPRDIA" TO HIST-ORIGEM
           MOVE ZEROS TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           MOVE PAR-CONTRATO TO HIST-EMP-NUMERO
           MOVE PAR-NUMERO TO HIST-EMP-PARCELA
           MOVE PAR-MORA TO HIST-EMP-MORA
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO O HISTORICO" TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
           ELSE
               PERFORM GRAVA-HISTORICO-INDEXADO
           END-IF.

      * ---------------------------------------------------------------
      * Parcela em atraso no relatorio da cobranca, na faixa dos dias
      * desde o vencimento. O contrato conta uma vez, na faixa da sua
      * parcela mais antiga (a primeira dele na ordem da chave).
      * ---------------------------------------------------------------
       ACUMULA-INADIMPLENCIA.
           EVALUATE TRUE
               WHEN PAR-DIAS-ATRASO NOT > 30
                   MOVE 1 TO WRK-FAIXA
               WHEN PAR-DIAS-ATRASO NOT > 60
                   MOVE 2 TO WRK-FAIXA
               WHEN PAR-DIAS-ATRASO NOT > 90
                   MOVE 3 TO WRK-FAIXA
               WHEN OTHER
                   MOVE 4 TO WRK-FAIXA
           END-EVALUATE
           ADD 1 TO WS-FX-PARCELAS (WRK-FAIXA)
           ADD PAR-VALOR TO WS-FX-VALOR (WRK-FAIXA)
           ADD PAR-MORA TO WS-FX-MORA (WRK-FAIXA)
           IF PAR-CONTRATO NOT = WRK-CONTRATO-CONTADO
               ADD 1 TO WS-FX-CONTRATOS (WRK-FAIXA)
               MOVE PAR-CONTRATO TO WRK-CONTRATO-CONTADO
           END-IF

           MOVE PAR-DIAS-ATRASO TO WRK-DIAS-EDITADO
           MOVE PAR-VALOR TO WRK-VALOR-EDITADO
           MOVE PAR-MORA TO WRK-MORA-EDITADA
           MOVE SPACES TO LINHA-INADIMPLENCIA
           STRING PAR-CONTRATO " " PAR-NUMERO " " PAR-CONTA "  "
                  EMP-CPF " " PAR-DT-VENCIMENTO " " WRK-DIAS-EDITADO
                  " " WRK-VALOR-EDITADO " " WRK-MORA-EDITADA " "
                  WS-NOME-FAIXA (WRK-FAIXA)
                  DELIMITED BY SIZE INTO LINHA-INADIMPLENCIA
           WRITE LINHA-INADIMPLENCIA.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PARCELAS EM COBRANCA: " WRK-CONT-VENCIDAS
                  "  DEBITADAS: " WRK-CONT-DEBITADAS
                  "  EM ABERTO: " WRK-CONT-NAO-DEBITADAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTRATOS QUITADOS HOJE: " WRK-CONT-QUITADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF NOT HOJE-E-DIA-UTIL
               MOVE "DIA NAO UTIL: DEBITOS NO PROXIMO DIA UTIL"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

           MOVE WRK-TOT-DEBITADO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "DEBITADO NAS CONTAS (P): " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE WRK-TOT-MORA-PAGA TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  DOS QUAIS MORA:        " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE-INADIMPLENCIA.
           MOVE SPACES TO LINHA-INADIMPLENCIA
           WRITE LINHA-INADIMPLENCIA
           MOVE SPACES TO LINHA-INADIMPLENCIA
           STRING "FAIXA (DIAS)  CONTRATOS  PARCELAS"
                  "     VALOR + MORA"
                  DELIMITED BY SIZE INTO LINHA-INADIMPLENCIA
           WRITE LINHA-INADIMPLENCIA
           MOVE ZEROS TO WRK-TOT-ATRASO
           PERFORM VARYING WRK-IX-FAIXA FROM 1 BY 1
                   UNTIL WRK-IX-FAIXA > 4
               COMPUTE WRK-TOTAL-EDITADO =
                   WS-FX-VALOR (WRK-IX-FAIXA)
                   + WS-FX-MORA (WRK-IX-FAIXA)
               ADD WS-FX-VALOR (WRK-IX-FAIXA)
                   WS-FX-MORA (WRK-IX-FAIXA) TO WRK-TOT-ATRASO
               MOVE SPACES TO LINHA-INADIMPLENCIA
               STRING WS-NOME-FAIXA (WRK-IX-FAIXA) "    "
                      WS-FX-CONTRATOS (WRK-IX-FAIXA) "   "
                      WS-FX-PARCELAS (WRK-IX-FAIXA) "  "
                      WRK-TOTAL-EDITADO
                      DELIMITED BY SIZE INTO LINHA-INADIMPLENCIA
               WRITE LINHA-INADIMPLENCIA
           END-PERFORM
           MOVE WRK-TOT-ATRASO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-INADIMPLENCIA
           STRING "TOTAL EM ATRASO:                   "
                  WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-INADIMPLENCIA
           WRITE LINHA-INADIMPLENCIA.

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
           MOVE "EMPRDIA" TO EXC-PROGRAMA
           MOVE WS-MSG-EXCECAO TO EXC-MENSAGEM
           WRITE REGISTRO-EXCECAO.

           COPY BLOQPD.

           COPY HIDXPD.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
      * CALEND01 no inicio do BATCH00), junto com a decisao de dia
      * util. Sem o arquivo (uso avulso), cai na data da maquina e
      * assume dia util.
      * ---------------------------------------------------------------
       LE-DATA-PROCESSAMENTO.
           OPEN INPUT DATAPROC-FILE
           IF WS-DATAPROC-STATUS = "00"
               READ DATAPROC-FILE
                   AT END
                       ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
                       MOVE "S" TO WS-DIA-UTIL-HOJE
                   NOT AT END
                       IF DP-DATA IS NUMERIC
                           MOVE DP-DATA TO WRK-DATA-RELATORIO
                           MOVE DP-DIA-UTIL TO WS-DIA-UTIL-HOJE
                       ELSE
                           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
                           MOVE "S" TO WS-DIA-UTIL-HOJE
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
               MOVE "S" TO WS-DIA-UTIL-HOJE
           END-IF.

       END PROGRAM EMPRDIA.
