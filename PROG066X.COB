      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Monthly average balance per account and per tier, for the
      * commercial area to evaluate customers by what they keep in
      * the bank over the month rather than by the balance of one
      * day. Computed from the daily snapshots SALDODIA writes after
      * the trial balance (SALDODIA.DAT, SNAPREC.cpy): every calendar
      * day of the month counts, a weekend or holiday carrying the
      * closing balance of the business day before it, and the
      * first days of the month, before its first business day,
      * carrying the last snapshot of the previous month. An account
      * opened in the month averages over the days it existed; one
      * without any snapshot in the month is only counted. Each
      * account is classed by its AVERAGE into the same tiers as the
      * classification (CONDICIONAIS): PREMIUM and PADRAO by the
      * LIMITE-PREMIUM / LIMITE-PADRAO cutoffs of PARAMS.DAT, BAIXA
      * below them, DEVEDORA for a negative average; dormant and
      * closed accounts (status of the month's last snapshot) are
      * kept apart. RELSMED.DAT lists every account (days, average,
      * month-end balance, tier) and the tier summary: accounts, sum
      * and mean of the averages. Runs on the last business day of
      * the month, after that day's snapshot; an argument AAAAMM
      * reissues a closed month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOMED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT FOTOS-FILE ASSIGN TO "SALDODIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS WS-FOTOS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELSMED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

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

       FD  FOTOS-FILE.
           COPY SNAPREC.

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-FOTOS-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-CONTAS PIC X VALUE "N".
          88 FIM-CONTAS VALUE "S".
       77 WS-FIM-FOTOS PIC X VALUE "N".
          88 FIM-FOTOS VALUE "S".
       77 WS-FIM-PARAMETROS PIC X VALUE "N".
          88 FIM-PARAMETROS VALUE "S".
       77 WS-TEM-SALDO PIC X VALUE "N".
          88 TEM-SALDO-VIGENTE VALUE "S".
       77 WS-ARGC PIC 9(02) VALUE ZEROS.

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-DE-MES PIC X VALUE "N".
          88 HOJE-FIM-DE-MES VALUE "S".

      * faixas de tier: defaults de fabrica sobrepostos pelo arquivo
      * de parametros, as mesmas de CONDICIONAIS
       77 WRK-LIMITE-PADRAO PIC 9(07)V9(02) VALUE 1000.00.
       77 WRK-LIMITE-PREMIUM PIC 9(07)V9(02) VALUE 10000.00.

      * -- o mes apurado
       01 WRK-MES-APURADO.
           02 WRK-AM-ANO PIC 9(04).
           02 WRK-AM-MES PIC 9(02).
       01 WRK-MES-APURADO-N REDEFINES WRK-MES-APURADO PIC 9(06).
       77 WRK-DIAS-NO-MES PIC 9(02) VALUE ZEROS.
      * ultimo dia apurado: o fim do mes, ou a data de negocio quando
      * o mes ainda esta correndo
       77 WRK-DIA-LIMITE PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INICIO-MES PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-MES PIC 9(08) VALUE ZEROS.
      * a leitura da conta comeca no dia 1 do mes anterior, para
      * achar o saldo que vigora nos primeiros dias do mes
       77 WRK-DATA-JANELA PIC 9(08) VALUE ZEROS.

       01 WS-DIAS-MES-CALC.
           02 WS-TAB-DIAS-MES-INI.
              03 FILLER PIC X(24) VALUE "312831303130313130313031".
           02 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-INI
                              OCCURS 12 TIMES.
              03 WS-DIAS-MES PIC 9(02).

      * -- acumulado da conta em exame: saldo ponderado pelos dias em
      * que vigorou
       77 WRK-SALDO-VIGENTE PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-DIA-VIGENTE PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-FOTO PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PERIODO PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-CONTADOS PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-DIAS PIC S9(11)V9(02) VALUE ZEROS.
       77 WRK-SALDO-MEDIO PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-STATUS-FINAL PIC X(01) VALUE SPACE.
       77 WRK-TIER PIC X(09) VALUE SPACES.
       77 WRK-IX-TIER PIC 9(01) VALUE ZEROS.

       77 WRK-QTD-CONTAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-FOTO PIC 9(07) VALUE ZEROS.
       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
       77 WRK-MEDIO-EDITADO PIC ZZZ,ZZ9.99-.
       77 WRK-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.

      * -- resumo por tier
       01 WS-TIERS-INICIAL.
           02 FILLER PIC X(09) VALUE "PREMIUM".
           02 FILLER PIC X(09) VALUE "PADRAO".
           02 FILLER PIC X(09) VALUE "BAIXA".
           02 FILLER PIC X(09) VALUE "DEVEDORA".
           02 FILLER PIC X(09) VALUE "DORMENTE".
           02 FILLER PIC X(09) VALUE "ENCERRADA".
       01 WS-TAB-NOMES-TIER REDEFINES WS-TIERS-INICIAL.
           02 WS-TIER-NOME PIC X(09) OCCURS 6 TIMES.
       01 WS-TAB-TIERS.
           02 WS-TIER OCCURS 6 TIMES.
              03 WS-TIER-QTD PIC 9(07).
              03 WS-TIER-SOMA PIC S9(13)V9(02).
              03 WS-TIER-MEDIA PIC S9(11)V9(02).
       77 WS-IX PIC 9(01) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           PERFORM LE-PARAMETROS
           PERFORM OBTEM-MES-APURADO
           MOVE ZEROS TO WS-TAB-TIERS

           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT FOTOS-FILE
           IF WS-FOTOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR SALDODIA.DAT: " WS-FOTOS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CONTAS-FILE
               GOBACK
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           PERFORM EMITE-CABECALHO

           MOVE "N" TO WS-FIM-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       PERFORM APURA-CONTA
               END-READ
           END-PERFORM

           PERFORM EMITE-RESUMO-TIERS
           CLOSE CONTAS-FILE
           CLOSE FOTOS-FILE
           CLOSE RELATORIO-FILE
           DISPLAY "Saldo medio de " WRK-MES-APURADO-N ": "
                   WRK-QTD-CONTAS " conta(s) apuradas."
           GOBACK.

      * ---------------------------------------------------------------
      * Mes apurado: argumento AAAAMM (reemissao de mes fechado) ou o
      * mes da data de negocio. O mes corrente so conta ate hoje,
      * salvo no ultimo dia util (os dias seguintes sao fim de semana
      * ou feriado e carregam o saldo de hoje).
      * ---------------------------------------------------------------
       OBTEM-MES-APURADO.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WRK-MES-APURADO-N FROM ARGUMENT-VALUE
           ELSE
               MOVE WRK-DATA-RELATORIO (1:6) TO WRK-MES-APURADO
           END-IF
           IF WRK-MES-APURADO IS NOT NUMERIC OR
              WRK-AM-MES < 1 OR WRK-AM-MES > 12
               MOVE WRK-DATA-RELATORIO (1:6) TO WRK-MES-APURADO
           END-IF

           MOVE WS-DIAS-MES (WRK-AM-MES) TO WRK-DIAS-NO-MES
           IF WRK-AM-MES = 2
               IF (FUNCTION MOD (WRK-AM-ANO, 4) = 0 AND
                   FUNCTION MOD (WRK-AM-ANO, 100) NOT = 0)
                   OR FUNCTION MOD (WRK-AM-ANO, 400) = 0
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF
           COMPUTE WRK-DATA-INICIO-MES = (WRK-MES-APURADO-N * 100) + 1
           COMPUTE WRK-DATA-FIM-MES =
               (WRK-MES-APURADO-N * 100) + WRK-DIAS-NO-MES
           MOVE WRK-DIAS-NO-MES TO WRK-DIA-LIMITE
           IF WRK-MES-APURADO = WRK-DATA-RELATORIO (1:6) AND
              NOT HOJE-FIM-DE-MES
               MOVE WRK-DATA-RELATORIO (7:2) TO WRK-DIA-LIMITE
               MOVE WRK-DATA-RELATORIO TO WRK-DATA-FIM-MES
           END-IF

           IF WRK-AM-MES = 1
               COMPUTE WRK-DATA-JANELA =
                   ((WRK-AM-ANO - 1) * 10000) + 1201
           ELSE
               COMPUTE WRK-DATA-JANELA = WRK-DATA-INICIO-MES - 100
           END-IF.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SALDO MEDIO MENSAL POR CONTA E TIER - MES "
                  WRK-MES-APURADO-N "  (ATE O DIA " WRK-DIA-LIMITE
                  ")  EMISSAO " WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FAIXAS: PADRAO A PARTIR DE " WRK-LIMITE-PADRAO
                  "  PREMIUM A PARTIR DE " WRK-LIMITE-PREMIUM
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTA     PROD DIAS   SALDO MEDIO   SALDO FINAL  TIER"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Uma conta: percorre as fotografias da janela ate o ultimo dia
      * apurado, somando saldo x dias de vigencia de cada uma.
      * ---------------------------------------------------------------
       APURA-CONTA.
           MOVE "N" TO WS-TEM-SALDO
           MOVE ZEROS TO WRK-SALDO-DIAS
           MOVE ZEROS TO WRK-DIAS-CONTADOS
           MOVE ZEROS TO WRK-SALDO-VIGENTE
           MOVE 01 TO WRK-DIA-VIGENTE
           MOVE CONTA-STATUS TO WRK-STATUS-FINAL

           MOVE CONTA-NUMERO TO SNP-CONTA
           MOVE WRK-DATA-JANELA TO SNP-DATA
           MOVE "N" TO WS-FIM-FOTOS
           START FOTOS-FILE KEY IS NOT LESS THAN SNP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-FOTOS
           END-START
           PERFORM UNTIL FIM-FOTOS
               READ FOTOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-FOTOS
                   NOT AT END
                       IF SNP-CONTA NOT = CONTA-NUMERO OR
                          SNP-DATA > WRK-DATA-FIM-MES
                           MOVE "S" TO WS-FIM-FOTOS
                       ELSE
                           PERFORM ACUMULA-FOTO
                       END-IF
               END-READ
           END-PERFORM

      * o ultimo saldo vigora ate o ultimo dia apurado
           IF TEM-SALDO-VIGENTE
               COMPUTE WRK-DIAS-PERIODO =
                   WRK-DIA-LIMITE + 1 - WRK-DIA-VIGENTE
               COMPUTE WRK-SALDO-DIAS = WRK-SALDO-DIAS +
                   (WRK-SALDO-VIGENTE * WRK-DIAS-PERIODO)
               ADD WRK-DIAS-PERIODO TO WRK-DIAS-CONTADOS
           END-IF
           IF WRK-DIAS-CONTADOS = ZEROS
               ADD 1 TO WRK-QTD-SEM-FOTO
               EXIT PARAGRAPH
           END-IF
           COMPUTE WRK-SALDO-MEDIO ROUNDED =
               WRK-SALDO-DIAS / WRK-DIAS-CONTADOS
           PERFORM CLASSIFICA-MEDIA
           ADD 1 TO WRK-QTD-CONTAS
           ADD 1 TO WS-TIER-QTD (WRK-IX-TIER)
           ADD WRK-SALDO-MEDIO TO WS-TIER-SOMA (WRK-IX-TIER)

           MOVE WRK-SALDO-MEDIO TO WRK-MEDIO-EDITADO
           MOVE WRK-SALDO-VIGENTE TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING CONTA-NUMERO "  " CONTA-TIPO "    "
                  WRK-DIAS-CONTADOS "  " WRK-MEDIO-EDITADO "  "
                  WRK-SALDO-EDITADO "  " WRK-TIER
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * fotografia anterior ao mes: so define o saldo que abre o mes;
      * fotografia do mes: fecha o periodo do saldo anterior
       ACUMULA-FOTO.
           IF SNP-DATA < WRK-DATA-INICIO-MES
               MOVE SNP-SALDO TO WRK-SALDO-VIGENTE
               MOVE 01 TO WRK-DIA-VIGENTE
               MOVE SNP-STATUS TO WRK-STATUS-FINAL
               MOVE "S" TO WS-TEM-SALDO
               EXIT PARAGRAPH
           END-IF
           MOVE SNP-DATA (7:2) TO WRK-DIA-FOTO
           IF TEM-SALDO-VIGENTE
               COMPUTE WRK-DIAS-PERIODO =
                   WRK-DIA-FOTO - WRK-DIA-VIGENTE
               COMPUTE WRK-SALDO-DIAS = WRK-SALDO-DIAS +
                   (WRK-SALDO-VIGENTE * WRK-DIAS-PERIODO)
               ADD WRK-DIAS-PERIODO TO WRK-DIAS-CONTADOS
           END-IF
           MOVE SNP-SALDO TO WRK-SALDO-VIGENTE
           MOVE WRK-DIA-FOTO TO WRK-DIA-VIGENTE
           MOVE SNP-STATUS TO WRK-STATUS-FINAL
           MOVE "S" TO WS-TEM-SALDO.

      * mesmas faixas de CONDICIONAIS, aplicadas ao saldo medio
       CLASSIFICA-MEDIA.
           EVALUATE TRUE
               WHEN WRK-STATUS-FINAL = "E"
                   MOVE 6 TO WRK-IX-TIER
               WHEN WRK-STATUS-FINAL = "D"
                   MOVE 5 TO WRK-IX-TIER
               WHEN WRK-SALDO-MEDIO < ZEROS
                   MOVE 4 TO WRK-IX-TIER
               WHEN WRK-SALDO-MEDIO >= WRK-LIMITE-PREMIUM
                   MOVE 1 TO WRK-IX-TIER
               WHEN WRK-SALDO-MEDIO >= WRK-LIMITE-PADRAO
                   MOVE 2 TO WRK-IX-TIER
               WHEN OTHER
                   MOVE 3 TO WRK-IX-TIER
           END-EVALUATE
           MOVE WS-TIER-NOME (WRK-IX-TIER) TO WRK-TIER.

       EMITE-RESUMO-TIERS.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "RESUMO POR TIER (PELO SALDO MEDIO)"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "TIER        CONTAS   SOMA DOS SALDOS MEDIOS    MEDIA"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING WS-IX FROM 1 BY 1 UNTIL WS-IX > 6
               IF WS-TIER-QTD (WS-IX) > ZEROS
                   COMPUTE WS-TIER-MEDIA (WS-IX) ROUNDED =
                       WS-TIER-SOMA (WS-IX) / WS-TIER-QTD (WS-IX)
               END-IF
               MOVE WS-TIER-SOMA (WS-IX) TO WRK-TOTAL-EDITADO
               MOVE WS-TIER-MEDIA (WS-IX) TO WRK-MEDIO-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING WS-TIER-NOME (WS-IX) "  "
                      WS-TIER-QTD (WS-IX) "  " WRK-TOTAL-EDITADO
                      "  " WRK-MEDIO-EDITADO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS APURADAS: " WRK-QTD-CONTAS
                  "  SEM FOTOGRAFIA NO MES: " WRK-QTD-SEM-FOTO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Sobrepoe as faixas com o arquivo de parametros, se ele existir
      * (o ultimo aplicavel vence).
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
               WHEN "LIMITE-PADRAO"
                   COMPUTE WRK-LIMITE-PADRAO =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "LIMITE-PREMIUM"
                   COMPUTE WRK-LIMITE-PREMIUM =
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
      * CALEND01 no inicio do BATCH00) e a marca de ultimo dia util
      * do mes. Sem o arquivo (uso avulso), cai na data da maquina.
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
                           MOVE DP-FIM-MES TO WRK-FIM-DE-MES
                       ELSE
                           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM SALDOMED.
