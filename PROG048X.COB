      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Nightly term-deposit (CDB) processing over APLIC.DAT
      * (APLREC.cpy), the investments opened by APLICA01:
      *   - accrual: every active CDB earns simple interest on its
      *     annual contracted rate, base 365 calendar days, from the
      *     last accrual date up to the business date (never past the
      *     maturity date). The yield is recomputed from the days
      *     accrued, so the nights the stream does not run (weekends,
      *     holidays) are caught up and a rerun accrues nothing twice;
      *   - maturity: on a business day (DATPROC.DAT) a CDB whose
      *     maturity date has been reached -- that is, on the maturity
      *     date or the next business day when it falls on a weekend
      *     or FERIADOS.DAT holiday -- pays principal plus yield back
      *     to the source account as history "R" and is closed. A
      *     closed or dormant account cannot be credited: the CDB
      *     stays pending with an exception (EXCLOG.DAT) and is paid
      *     the first night after the account is regularized. An
      *     estate account (holder deceased) is credited normally.
      * The accrual and the payments go to RELCDB.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDBDIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACOES-FILE ASSIGN TO "APLIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               ALTERNATE RECORD KEY IS APL-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS APL-CPF WITH DUPLICATES
               FILE STATUS IS WS-APLICACOES-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCDB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT EXCECOES-FILE ASSIGN TO "EXCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT HISTIDX-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  APLICACOES-FILE.
           COPY APLREC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(80).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  HISTIDX-FILE.
           COPY HISTIREC.

       WORKING-STORAGE SECTION.

       77 WS-APLICACOES-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-APLICACOES PIC X VALUE "N".
          88 FIM-APLICACOES VALUE "S".
       77 WS-DIA-UTIL-HOJE PIC X VALUE "N".
          88 HOJE-E-DIA-UTIL VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-LIMITE PIC 9(08) VALUE ZEROS.
       77 WRK-RENDIMENTO-ANTES PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-APROPRIADO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-CREDITO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-SALDO-NOVO PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(12) VALUE SPACES.

       77 WRK-CONT-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-ATIVAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-LIQUIDADAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-PENDENTES PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-APROPRIADO PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-TOT-CARTEIRA PIC 9(11)V9(02) VALUE ZEROS.
       77 WRK-TOT-LIQUIDADO PIC 9(11)V9(02) VALUE ZEROS.
       77 WRK-TOT-REND-PAGO PIC 9(09)V9(02) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-REND-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.

      * mes/ano alvo do calculo de dias no mes (CALCULA-DIAS-DO-MES)
       01 WRK-CALC-MES-ANO.
           02 WRK-CALC-ANO PIC 9(04).
           02 WRK-CALC-MES PIC 9(02).
       77 WRK-DIAS-CALC PIC 9(02) VALUE ZEROS.

      * data de trabalho da contagem dos dias a apropriar
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

      * espelhamento do historico no indice por conta+data:
      * estrutura em HIDXWS.cpy, paragrafos em HIDXPD.cpy.
           COPY HIDXWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

           OPEN OUTPUT RELATORIO-FILE
           PERFORM EMITE-CABECALHO

           OPEN I-O APLICACOES-FILE
           IF WS-APLICACOES-STATUS = "35"
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "NENHUMA APLICACAO CADASTRADA (APLIC.DAT AUSENTE)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO-FILE
               GOBACK
           END-IF
           IF WS-APLICACOES-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR APLIC.DAT: "
                       WS-APLICACOES-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RELATORIO-FILE
               GOBACK
           END-IF
           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE APLICACOES-FILE
               CLOSE RELATORIO-FILE
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

           MOVE "N" TO WS-FIM-APLICACOES
           PERFORM UNTIL FIM-APLICACOES
               READ APLICACOES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-APLICACOES
                   NOT AT END
                       PERFORM PROCESSA-APLICACAO
               END-READ
           END-PERFORM

           PERFORM EMITE-RODAPE

           CLOSE APLICACOES-FILE
           CLOSE CONTAS-FILE
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE
           CLOSE HISTORICO-FILE
           PERFORM FECHA-HISTIDX

           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CDB - APROPRIACAO DIARIA E VENCIMENTOS - "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CDB       CONTA     APROPRIADO   RENDIM ACUM  "
                  "VENCTO    SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Um CDB: apropria os dias que faltam e, vencido num dia util,
      * paga a conta de origem. Liquidado ou resgatado fica de fora.
      * ---------------------------------------------------------------
       PROCESSA-APLICACAO.
           ADD 1 TO WRK-CONT-LIDAS
           IF NOT APL-ATIVA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-CONT-ATIVAS

           PERFORM APROPRIA-RENDIMENTO
           MOVE "ATIVO" TO WRK-SITUACAO

           IF HOJE-E-DIA-UTIL AND
              APL-DT-VENCIMENTO NOT > WRK-DATA-RELATORIO
               PERFORM LIQUIDA-APLICACAO
           END-IF
           IF RETURN-CODE = 12
               MOVE "S" TO WS-FIM-APLICACOES
               EXIT PARAGRAPH
           END-IF

           REWRITE APLICACAO
           IF WS-APLICACOES-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO APLIC.DAT: "
                       WS-APLICACOES-STATUS
               MOVE "ERRO DE REGRAVACAO NO MASTER DE CDB"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-APLICACOES
               EXIT PARAGRAPH
           END-IF

           IF APL-ATIVA
               ADD APL-VALOR-APLICADO APL-RENDIMENTO-ACUM
                   TO WRK-TOT-CARTEIRA
           END-IF
           IF WRK-APROPRIADO = ZEROS AND APL-ATIVA
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-APROPRIADO TO WRK-VALOR-EDITADO
           MOVE APL-RENDIMENTO-ACUM TO WRK-REND-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING APL-NUMERO "  " APL-CONTA "  " WRK-VALOR-EDITADO
                  "   " WRK-REND-EDITADO "  " APL-DT-VENCIMENTO
                  "  " WRK-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Conta os dias corridos desde a ultima apropriacao ate hoje,
      * limitados ao vencimento, e recalcula o rendimento acumulado
      * sobre o total de dias (juro simples, base 365): o que entra
      * hoje e a diferenca para o acumulado anterior.
      * ---------------------------------------------------------------
       APROPRIA-RENDIMENTO.
           MOVE ZEROS TO WRK-APROPRIADO
           MOVE WRK-DATA-RELATORIO TO WRK-DATA-LIMITE
           IF APL-DT-VENCIMENTO < WRK-DATA-LIMITE
               MOVE APL-DT-VENCIMENTO TO WRK-DATA-LIMITE
           END-IF
           IF APL-DT-ULT-APROPRIACAO NOT < WRK-DATA-LIMITE
               EXIT PARAGRAPH
           END-IF

           MOVE APL-DT-ULT-APROPRIACAO TO WRK-DATA-EXAME-N
           PERFORM UNTIL WRK-DATA-EXAME-N >= WRK-DATA-LIMITE
               PERFORM AVANCA-DIA-EXAME
               ADD 1 TO APL-DIAS-APROPRIADOS
           END-PERFORM
           MOVE WRK-DATA-EXAME-N TO APL-DT-ULT-APROPRIACAO

           MOVE APL-RENDIMENTO-ACUM TO WRK-RENDIMENTO-ANTES
           COMPUTE APL-RENDIMENTO-ACUM ROUNDED =
               APL-VALOR-APLICADO * APL-TAXA-ANO
               * APL-DIAS-APROPRIADOS / 365
           IF APL-RENDIMENTO-ACUM > WRK-RENDIMENTO-ANTES
               COMPUTE WRK-APROPRIADO =
                   APL-RENDIMENTO-ACUM - WRK-RENDIMENTO-ANTES
               ADD WRK-APROPRIADO TO WRK-TOT-APROPRIADO
           END-IF.

      * ---------------------------------------------------------------
      * Vencimento: principal + rendimento creditados na conta de
      * origem ("R"). Conta que nao aceita lancamento deixa o CDB
      * pendente, com excecao, para a noite seguinte.
      * ---------------------------------------------------------------
       LIQUIDA-APLICACAO.
           MOVE APL-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "PENDENTE" TO WRK-SITUACAO
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "CDB " APL-NUMERO " SEM CONTA DE ORIGEM"
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   ADD 1 TO WRK-CONT-PENDENTES
                   EXIT PARAGRAPH
           END-READ
      * o espolio recebe o resgate (credito); demais nao ativas nao
           IF NOT CONTA-ATIVA AND NOT CONTA-ESPOLIO
               MOVE "PENDENTE" TO WRK-SITUACAO
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "CDB " APL-NUMERO " VENCIDO, CONTA NAO ATIVA"
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               ADD 1 TO WRK-CONT-PENDENTES
               EXIT PARAGRAPH
           END-IF

           COMPUTE WRK-CREDITO =
               APL-VALOR-APLICADO + APL-RENDIMENTO-ACUM
           ADD CONTA-SALDO WRK-CREDITO GIVING WRK-SALDO-NOVO
               ON SIZE ERROR
                   MOVE "PENDENTE" TO WRK-SITUACAO
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "CDB " APL-NUMERO " EXCEDERIA O SALDO"
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   ADD 1 TO WRK-CONT-PENDENTES
                   EXIT PARAGRAPH
           END-ADD

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

           MOVE "L" TO APL-STATUS
           MOVE WRK-DATA-RELATORIO TO APL-DT-LIQUIDACAO
           MOVE WRK-CREDITO TO APL-VALOR-LIQUIDADO
           MOVE APL-RENDIMENTO-ACUM TO APL-RENDIMENTO-PAGO
           PERFORM GRAVA-HISTORICO-RESGATE

           MOVE "PAGO NA CONTA" TO WRK-SITUACAO
           ADD 1 TO WRK-CONT-LIQUIDADAS
           ADD WRK-CREDITO TO WRK-TOT-LIQUIDADO
           ADD APL-RENDIMENTO-PAGO TO WRK-TOT-REND-PAGO.

       GRAVA-HISTORICO-RESGATE.
           MOVE WRK-DATA-RELATORIO TO HIST-DATA
           ACCEPT HIST-HORA FROM TIME
           MOVE CONTA-NUMERO TO HIST-CONTA
           MOVE "R" TO HIST-TIPO
           MOVE WRK-CREDITO TO HIST-VALOR
           MOVE WRK-SALDO-NOVO TO HIST-SALDO-APOS
           MOVE "CDBDIA" TO HIST-ORIGEM
           MOVE ZEROS TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           MOVE APL-NUMERO TO HIST-APL-NUMERO
           MOVE APL-RENDIMENTO-PAGO TO HIST-APL-RENDIMENTO
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO O HISTORICO" TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
           ELSE
               PERFORM GRAVA-HISTORICO-INDEXADO
           END-IF.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CDB LIDOS: " WRK-CONT-LIDAS
                  "  ATIVOS: " WRK-CONT-ATIVAS
                  "  PAGOS: " WRK-CONT-LIQUIDADAS
                  "  PENDENTES: " WRK-CONT-PENDENTES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF NOT HOJE-E-DIA-UTIL
               MOVE "DIA NAO UTIL: VENCIMENTOS PAGOS NO PROXIMO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

           MOVE WRK-TOT-APROPRIADO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RENDIMENTO APROPRIADO:   " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE WRK-TOT-LIQUIDADO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "PAGO NAS CONTAS (R):     " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE WRK-TOT-REND-PAGO TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  DOS QUAIS RENDIMENTO:  " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE WRK-TOT-CARTEIRA TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CARTEIRA ATIVA (C/ REND):" WRK-TOTAL-EDITADO
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
           MOVE "CDBDIA" TO EXC-PROGRAMA
           MOVE WS-MSG-EXCECAO TO EXC-MENSAGEM
           WRITE REGISTRO-EXCECAO.

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

       END PROGRAM CDBDIA.
