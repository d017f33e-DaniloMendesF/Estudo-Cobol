      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Periodic review of the overdraft (cheque especial) limit of
      * the active checking accounts, driven by payroll credits and
      * balance behavior. On the last business day of the month (or
      * on demand with the REVISAO argument) it reads six months of
      * the indexed history HISTIDX.DAT per account -- the first day
      * of the fifth month back through the business date -- and
      * reconstructs the end-of-day balance of every day:
      *   - payroll credits: deposits ("D") posted by FOLHA01 (origem
      *     beginning with FOLHA), averaged over the six months;
      *   - average end-of-day balance and days spent negative;
      *   - unpaid debit interest: JURODEV charges ("V") the balance
      *     has not returned to zero or above since;
      *   - active BLOQJUD holds (BLOQPD.cpy).
      * The proposed limit follows the LIM-* rules of PARAMS.DAT:
      * payroll average times LIM-FATOR-FOLHA (without payroll, the
      * positive average balance times LIM-FATOR-SALDO), capped at
      * LIM-TETO; zero under a hold; no increase while debit interest
      * is unpaid; cut by LIM-FATOR-REDUCAO when the account spent
      * more than LIM-DIAS-NEGATIVO days negative; never below the
      * overdraft in use. Changes smaller than LIM-VARIACAO-MINIMA
      * are not proposed.
      * An increase goes to the maker-checker queue PENDAPR.DAT
      * (operation "L") for a supervisor to approve in APROVA01. A
      * reduction is NOT applied on the spot: it is recorded in
      * LIMREV.DAT (LIMREC.cpy) and the customer notice written to
      * AVISOLIM.DAT; every night the reductions whose notice period
      * (LIM-DIAS-AVISO calendar days) ended are applied to CONTAS.DAT
      * and logged to the audit trail ("L"), unless the account is no
      * longer active or its limit changed since the notice. RELLIM.DAT
      * lists the reductions applied and every account reviewed with
      * its figures, the proposal, the reason and the action taken.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIMREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT HISTIDX-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT LIMREV-FILE ASSIGN TO "LIMREV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRV-CONTA
               FILE STATUS IS WS-LIMREV-STATUS.

           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQJUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

           SELECT PENDENCIAS-FILE ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT AVISO-FILE ASSIGN TO "AVISOLIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVISO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELLIM.DAT"
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

       FD  LIMREV-FILE.
           COPY LIMREC.

       FD  BLOQUEIOS-FILE.
           COPY BLOQREC.

       FD  PENDENCIAS-FILE.
           COPY PENDREC.

       FD  AUDITORIA-FILE.
           COPY AUDREC.

      * aviso ao cliente da reducao de limite (mala direta; o
      * endereco sai do titular da conta)
       FD  AVISO-FILE.
       01  AVISO-LIMITE.
           02 AVL-CONTA PIC 9(08).
           02 AVL-LIMITE-ATUAL PIC 9(07)V9(02).
           02 AVL-LIMITE-NOVO PIC 9(07)V9(02).
           02 AVL-DT-AVISO PIC 9(08).
           02 AVL-DT-EFETIVA PIC 9(08).
           02 AVL-MOTIVO PIC X(30).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(132).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
       77 WS-LIMREV-STATUS PIC X(02) VALUE "00".
       77 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
       77 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
       77 WS-AUDITORIA-STATUS PIC X(02) VALUE "00".
       77 WS-AVISO-STATUS PIC X(02) VALUE "00".
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
       77 WS-FIM-LIMREV PIC X VALUE "N".
          88 FIM-LIMREV VALUE "S".
       77 WS-FIM-PARAMETROS PIC X VALUE "N".
          88 FIM-PARAMETROS VALUE "S".
       77 WS-PRIMEIRO-MOV PIC X VALUE "S".
          88 PRIMEIRO-MOVIMENTO VALUE "S".
       77 WS-TEM-AVISO PIC X VALUE "N".
          88 TEM-AVISO VALUE "S".
       77 WS-FAZ-REVISAO PIC X VALUE "N".
          88 FAZ-REVISAO VALUE "S".
       77 WS-ARGC PIC 9(02) VALUE ZEROS.
       77 WS-ARG-MODO PIC X(10) VALUE SPACES.

      * parametros da revisao (PARMREC.cpy), com os defaults de
      * fabrica: multiplo da folha media, fracao do saldo medio sem
      * folha, teto, dias negativos que derrubam o limite e a fracao
      * mantida nesse corte, variacao minima e o prazo do aviso
       77 WRK-FATOR-FOLHA PIC 9(02)V9(02) VALUE 1.00.
       77 WRK-FATOR-SALDO PIC 9(02)V9(02) VALUE 0.50.
       77 WRK-TETO PIC 9(07)V9(02) VALUE 10000.00.
       77 WRK-DIAS-NEGATIVO PIC 9(03) VALUE 090.
       77 WRK-FATOR-REDUCAO PIC 9(01)V9(02) VALUE 0.50.
       77 WRK-VARIACAO-MINIMA PIC 9(07)V9(02) VALUE 100.00.
       77 WRK-DIAS-AVISO PIC 9(03) VALUE 030.

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
      * data de negocio para GRAVA-PENDENCIA (PENDWS.cpy)
       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-MES PIC X(01) VALUE "N".
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-JANELA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ALVO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-EFETIVA PIC 9(08) VALUE ZEROS.
       77 WRK-YM-INICIO PIC 9(06) VALUE ZEROS.
       77 WRK-ANO-INICIO PIC 9(04) VALUE ZEROS.
       77 WRK-MES-INICIO PIC 9(02) VALUE ZEROS.
       77 WRK-CONTA-ATUAL PIC 9(08) VALUE ZEROS.

      * comportamento da conta na janela
       77 WRK-SALDO-DIA PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-SOMA-SALDOS PIC S9(11)V9(02) VALUE ZEROS.
       77 WRK-QTD-DIAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NEGATIVO PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-FOLHA PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-QTD-FOLHA PIC 9(03) VALUE ZEROS.
       77 WRK-FOLHA-MEDIA PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-SALDO-MEDIO PIC S9(09)V9(02) VALUE ZEROS.
       77 WRK-JUROS-ABERTO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-LIMITE-USADO PIC 9(07)V9(02) VALUE ZEROS.

      * proposta
       77 WRK-BASE PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-DEZENAS PIC 9(08) VALUE ZEROS.
       77 WRK-PROPOSTO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-DIFERENCA PIC S9(09)V9(02) VALUE ZEROS.
       77 WRK-MOTIVO PIC X(30) VALUE SPACES.
       77 WRK-ACAO PIC X(28) VALUE SPACES.
       77 WRK-LIMITE-NOVO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-LIMITE-NOVO-X REDEFINES WRK-LIMITE-NOVO PIC X(09).
       77 WRK-CONTA-ANTES PIC X(51) VALUE SPACES.
       77 WRK-JUROS-FLAG PIC X(01) VALUE "N".
       77 WRK-BLOQ-FLAG PIC X(01) VALUE "N".

       77 WRK-CONT-REVISTAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-AUMENTOS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-NA-FILA PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-AVISADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-JA-AVISADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-MANTIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-CONT-EFETIVADAS PIC 9(05) VALUE ZEROS.
       77 WRK-CONT-CANCELADAS PIC 9(05) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-FOLHA-EDITADA PIC ZZZZZZ9.99.
       77 WRK-SALDO-EDITADO PIC ZZZZZZ9.99-.
       77 WRK-ATUAL-EDITADO PIC ZZZZZZ9.99.
       77 WRK-PROPOSTO-EDITADO PIC ZZZZZZ9.99.

      * aumentos de limite ainda pendentes na fila de aprovacao
       01 WS-CONTROLE-FILA.
           02 WS-QTD-FILA PIC 9(04) VALUE ZEROS.
           02 WS-MAX-FILA PIC 9(04) VALUE 1000.
           02 WS-IX-FILA PIC 9(04) VALUE ZEROS.
           02 WS-CONTA-NA-FILA PIC X VALUE "N".
              88 CONTA-NA-FILA VALUE "S".
       01 WS-TAB-FILA.
           02 WS-FILA-CONTA PIC 9(08) OCCURS 1000 TIMES.
       77 WS-AVISO-TABELA PIC X VALUE "N".

           COPY BLOQWS.

           COPY PENDWS.

      * mes/ano alvo do calculo de dias no mes (CALCULA-DIAS-DO-MES)
       01 WRK-CALC-MES-ANO.
           02 WRK-CALC-ANO PIC 9(04).
           02 WRK-CALC-MES PIC 9(02).
       77 WRK-DIAS-CALC PIC 9(02) VALUE ZEROS.

      * data de trabalho da caminhada dia a dia
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
           MOVE WRK-DATA-RELATORIO TO WRK-DATA
           PERFORM LE-PARAMETROS
           PERFORM OBTEM-MODO
           PERFORM CALCULA-JANELA

           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           OPEN OUTPUT AVISO-FILE
           PERFORM EMITE-CABECALHO

           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE AVISO-FILE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
           PERFORM ABRE-LIMREV
           IF RETURN-CODE = 12
               CLOSE CONTAS-FILE
               CLOSE AVISO-FILE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF

           PERFORM APLICA-REDUCOES-VENCIDAS

           IF FAZ-REVISAO
               OPEN INPUT HISTIDX-FILE
               IF WS-HISTIDX-STATUS = "35"
                   MOVE "SEM HISTORICO INDEXADO (HISTIDX.DAT AUSENTE)"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE "N" TO WS-FAZ-REVISAO
               ELSE
                   IF WS-HISTIDX-STATUS NOT = "00"
                       DISPLAY "ERRO AO ABRIR HISTIDX.DAT: "
                               WS-HISTIDX-STATUS
                       MOVE 12 TO RETURN-CODE
                       MOVE "N" TO WS-FAZ-REVISAO
                   END-IF
               END-IF
           END-IF

           IF FAZ-REVISAO
               PERFORM CARREGA-BLOQUEIOS
               PERFORM CARREGA-FILA-DE-LIMITE
               PERFORM EMITE-CABECALHO-REVISAO
               MOVE ZEROS TO CONTA-NUMERO
               MOVE "N" TO WS-FIM-CONTAS
               START CONTAS-FILE KEY IS NOT LESS THAN CONTA-NUMERO
                   INVALID KEY
                       MOVE "S" TO WS-FIM-CONTAS
               END-START
               PERFORM UNTIL FIM-CONTAS
                   READ CONTAS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-CONTAS
                       NOT AT END
                           IF CONTA-ATIVA AND CONTA-CORRENTE
                               PERFORM REVISA-CONTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTIDX-FILE
           END-IF

           PERFORM EMITE-RODAPE

           CLOSE CONTAS-FILE
           CLOSE LIMREV-FILE
           CLOSE AVISO-FILE
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE

           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * Sobrepoe as regras com o arquivo de parametros, mesma regra
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
               WHEN "LIM-FATOR-FOLHA"
                   COMPUTE WRK-FATOR-FOLHA =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "LIM-FATOR-SALDO"
                   COMPUTE WRK-FATOR-SALDO =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "LIM-TETO"
                   COMPUTE WRK-TETO =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "LIM-DIAS-NEGATIVO"
                   COMPUTE WRK-DIAS-NEGATIVO =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "LIM-FATOR-REDUCAO"
                   COMPUTE WRK-FATOR-REDUCAO =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "LIM-VARIACAO-MINIMA"
                   COMPUTE WRK-VARIACAO-MINIMA =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "LIM-DIAS-AVISO"
                   COMPUTE WRK-DIAS-AVISO =
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * A revisao roda no ultimo dia util do mes (DATPROC); o
      * argumento REVISAO a forca num dia qualquer. Nos demais dias
      * so as reducoes vencidas sao aplicadas.
      * ---------------------------------------------------------------
       OBTEM-MODO.
           IF WRK-FIM-MES = "S"
               MOVE "S" TO WS-FAZ-REVISAO
           END-IF
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-MODO FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE (WS-ARG-MODO) TO WS-ARG-MODO
               IF WS-ARG-MODO = "REVISAO"
                   MOVE "S" TO WS-FAZ-REVISAO
               END-IF
           END-IF.

      * ---------------------------------------------------------------
      * Janela de seis meses: do primeiro dia do quinto mes anterior
      * ate a data de negocio (mesma conta de meses de PLDDIA).
      * ---------------------------------------------------------------
       CALCULA-JANELA.
           MOVE WRK-DATA-RELATORIO TO WRK-DATA-EXAME-N
           COMPUTE WRK-YM-INICIO =
               (WRK-EXM-ANO * 12) + WRK-EXM-MES - 5
           COMPUTE WRK-ANO-INICIO = (WRK-YM-INICIO - 1) / 12
           COMPUTE WRK-MES-INICIO =
               WRK-YM-INICIO - (WRK-ANO-INICIO * 12)
           MOVE WRK-ANO-INICIO TO WRK-EXM-ANO
           MOVE WRK-MES-INICIO TO WRK-EXM-MES
           MOVE 1 TO WRK-EXM-DIA
           MOVE WRK-DATA-EXAME-N TO WRK-DATA-INICIO

      * o dia seguinte a data de negocio fecha a caminhada
           MOVE WRK-DATA-RELATORIO TO WRK-DATA-EXAME-N
           PERFORM AVANCA-DIA-EXAME
           MOVE WRK-DATA-EXAME-N TO WRK-DATA-FIM-JANELA

      * data em que vence o aviso de uma reducao feita hoje
           IF WRK-DIAS-AVISO = ZEROS
               MOVE 1 TO WRK-DIAS-AVISO
           END-IF
           MOVE WRK-DATA-RELATORIO TO WRK-DATA-EXAME-N
           PERFORM AVANCA-DIA-EXAME WRK-DIAS-AVISO TIMES
           MOVE WRK-DATA-EXAME-N TO WRK-DATA-EFETIVA.

      * ---------------------------------------------------------------
      * Abre o controle de reducoes em I-O, criando-o na primeira
      * execucao (padrao de ABRE-CONTAS).
      * ---------------------------------------------------------------
       ABRE-LIMREV.
           OPEN I-O LIMREV-FILE
           IF WS-LIMREV-STATUS = "35"
               OPEN OUTPUT LIMREV-FILE
               CLOSE LIMREV-FILE
               OPEN I-O LIMREV-FILE
           END-IF
           IF WS-LIMREV-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LIMREV.DAT: " WS-LIMREV-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REVISAO DE LIMITE DE CHEQUE ESPECIAL - "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "REDUCOES COM AVISO VENCIDO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTA    DT AVISO DT EFET.  LIMITE ANT.  "
                  "NOVO LIMITE  SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Reducoes avisadas cujo prazo venceu: aplica na conta, nunca
      * abaixo do cheque especial em uso no dia, e grava a auditoria.
      * Conta que deixou de estar ativa, ou cujo limite foi mudado
      * depois do aviso, tem a reducao cancelada.
      * ---------------------------------------------------------------
       APLICA-REDUCOES-VENCIDAS.
           MOVE ZEROS TO LRV-CONTA
           MOVE "N" TO WS-FIM-LIMREV
           START LIMREV-FILE KEY IS NOT LESS THAN LRV-CONTA
               INVALID KEY
                   MOVE "S" TO WS-FIM-LIMREV
           END-START
           PERFORM UNTIL FIM-LIMREV
               READ LIMREV-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-LIMREV
                   NOT AT END
                       IF LRV-AVISADA AND
                          LRV-DT-EFETIVA NOT > WRK-DATA-RELATORIO
                           PERFORM APLICA-UMA-REDUCAO
                       END-IF
               END-READ
           END-PERFORM.

       APLICA-UMA-REDUCAO.
           MOVE LRV-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "CANCELADA: CONTA INEXISTENTE" TO WRK-ACAO
                   PERFORM CANCELA-REDUCAO
                   EXIT PARAGRAPH
           END-READ
           IF NOT CONTA-ATIVA
               MOVE "CANCELADA: CONTA INATIVA" TO WRK-ACAO
               PERFORM CANCELA-REDUCAO
               EXIT PARAGRAPH
           END-IF
           IF CONTA-LIMITE-CREDITO NOT = LRV-LIMITE-ANTERIOR
               MOVE "CANCELADA: LIMITE MUDOU" TO WRK-ACAO
               PERFORM CANCELA-REDUCAO
               EXIT PARAGRAPH
           END-IF

           MOVE LRV-LIMITE-PROPOSTO TO WRK-LIMITE-NOVO
           IF CONTA-SALDO < ZEROS
               COMPUTE WRK-LIMITE-USADO = ZEROS - CONTA-SALDO
               IF WRK-LIMITE-USADO > WRK-LIMITE-NOVO
                   MOVE WRK-LIMITE-USADO TO WRK-LIMITE-NOVO
               END-IF
           END-IF
           IF WRK-LIMITE-NOVO NOT < CONTA-LIMITE-CREDITO
               MOVE "CANCELADA: LIMITE EM USO" TO WRK-ACAO
               PERFORM CANCELA-REDUCAO
               EXIT PARAGRAPH
           END-IF

           MOVE CONTA TO WRK-CONTA-ANTES
           MOVE WRK-LIMITE-NOVO TO CONTA-LIMITE-CREDITO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE "ERRO APLICANDO REDUCAO DE LIMITE"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "L" TO AUD-OPERACAO
           MOVE SPACES TO AUD-ANTES
           MOVE WRK-CONTA-ANTES TO AUD-ANTES (1:51)
           MOVE SPACES TO AUD-DEPOIS
           MOVE CONTA TO AUD-DEPOIS (1:51)
           PERFORM GRAVA-AUDITORIA

           MOVE "E" TO LRV-SITUACAO
           MOVE WRK-DATA-RELATORIO TO LRV-DT-SITUACAO
           PERFORM REGRAVA-LIMREV
           ADD 1 TO WRK-CONT-EFETIVADAS
           MOVE "EFETIVADA" TO WRK-ACAO
           PERFORM LISTA-REDUCAO.

       CANCELA-REDUCAO.
           MOVE "C" TO LRV-SITUACAO
           MOVE WRK-DATA-RELATORIO TO LRV-DT-SITUACAO
           PERFORM REGRAVA-LIMREV
           ADD 1 TO WRK-CONT-CANCELADAS
           MOVE LRV-LIMITE-PROPOSTO TO WRK-LIMITE-NOVO
           PERFORM LISTA-REDUCAO.

       REGRAVA-LIMREV.
           REWRITE REGISTRO-LIMREV
           IF WS-LIMREV-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO LIMREV.DAT: " WS-LIMREV-STATUS
               MOVE "ERRO REGRAVANDO LIMREV.DAT" TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
           END-IF.

       LISTA-REDUCAO.
           MOVE LRV-LIMITE-ANTERIOR TO WRK-ATUAL-EDITADO
           MOVE WRK-LIMITE-NOVO TO WRK-PROPOSTO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING LRV-CONTA " " LRV-DT-AVISO " " LRV-DT-EFETIVA " "
                  WRK-ATUAL-EDITADO "   " WRK-PROPOSTO-EDITADO "  "
                  WRK-ACAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Contas com aumento de limite ainda pendente na fila: nao
      * entram de novo ate o supervisor decidir.
      * ---------------------------------------------------------------
       CARREGA-FILA-DE-LIMITE.
           MOVE ZEROS TO WS-QTD-FILA
           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-PENDENCIAS
           PERFORM UNTIL FIM-PENDENCIAS
               READ PENDENCIAS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-PENDENCIAS
                   NOT AT END
                       IF PEN-AUMENTA-LIMITE AND PEN-PENDENTE AND
                          PEN-CHAVE (1:8) IS NUMERIC
                           PERFORM ANOTA-CONTA-NA-FILA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDENCIAS-FILE.

       ANOTA-CONTA-NA-FILA.
           IF WS-QTD-FILA >= WS-MAX-FILA
               IF WS-AVISO-TABELA = "N"
                   MOVE "S" TO WS-AVISO-TABELA
                   MOVE "TABELA DA FILA DE LIMITE CHEIA"
                       TO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-FILA
           MOVE PEN-CHAVE (1:8) TO WS-FILA-CONTA (WS-QTD-FILA).

       PROCURA-CONTA-NA-FILA.
           MOVE "N" TO WS-CONTA-NA-FILA
           PERFORM VARYING WS-IX-FILA FROM 1 BY 1
                   UNTIL WS-IX-FILA > WS-QTD-FILA
               IF WS-FILA-CONTA (WS-IX-FILA) = CONTA-NUMERO
                   MOVE "S" TO WS-CONTA-NA-FILA
               END-IF
           END-PERFORM.

       EMITE-CABECALHO-REVISAO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REVISAO DAS CONTAS CORRENTES ATIVAS - JANELA "
                  WRK-DATA-INICIO " A " WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TETO TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FATOR FOLHA: " WRK-FATOR-FOLHA
                  "  FATOR SALDO: " WRK-FATOR-SALDO
                  "  TETO: " WRK-VALOR-EDITADO
                  "  DIAS NEGATIVOS: " WRK-DIAS-NEGATIVO
                  "  FATOR REDUCAO: " WRK-FATOR-REDUCAO
                  "  AVISO (DIAS): " WRK-DIAS-AVISO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTA    FOLHA MEDIA SALDO MEDIO DNEG J B "
                  "LIMITE ATUAL   PROPOSTO  ACAO"
                  "                         MOTIVO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Uma conta: levanta o comportamento na janela, propoe o novo
      * limite e encaminha a proposta.
      * ---------------------------------------------------------------
       REVISA-CONTA.
           ADD 1 TO WRK-CONT-REVISTAS
           PERFORM LEVANTA-COMPORTAMENTO
           PERFORM PROPOE-LIMITE
           PERFORM ENCAMINHA-PROPOSTA
           PERFORM LISTA-CONTA.

      * ---------------------------------------------------------------
      * Caminha a janela dia a dia pelo saldo apos cada lancamento:
      * o saldo de abertura sai do primeiro lancamento da janela
      * (saldo apos desfeito o proprio valor) e, sem lancamento, o
      * saldo ficou o mesmo de hoje a janela inteira. Conta aberta
      * dentro da janela so conta os dias desde a abertura; a folha
      * media e sempre sobre os seis meses.
      * ---------------------------------------------------------------
       LEVANTA-COMPORTAMENTO.
           MOVE CONTA-NUMERO TO WRK-CONTA-ATUAL
           MOVE ZEROS TO WRK-SOMA-SALDOS
           MOVE ZEROS TO WRK-QTD-DIAS
           MOVE ZEROS TO WRK-QTD-NEGATIVO
           MOVE ZEROS TO WRK-TOTAL-FOLHA
           MOVE ZEROS TO WRK-QTD-FOLHA
           MOVE ZEROS TO WRK-JUROS-ABERTO
           MOVE CONTA-SALDO TO WRK-SALDO-DIA
           MOVE "S" TO WS-PRIMEIRO-MOV
           MOVE WRK-DATA-INICIO TO WRK-DATA-EXAME-N
           IF CONTA-DT-ABERTURA IS NUMERIC AND
              CONTA-DT-ABERTURA > WRK-DATA-INICIO
               MOVE CONTA-DT-ABERTURA TO WRK-DATA-EXAME-N
           END-IF

           MOVE CONTA-NUMERO TO HIX-CONTA
           MOVE WRK-DATA-INICIO TO HIX-DATA
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

           MOVE WRK-DATA-FIM-JANELA TO WRK-DATA-ALVO
           PERFORM FECHA-DIAS-ATE-ALVO

           IF WRK-QTD-DIAS > ZEROS
               COMPUTE WRK-SALDO-MEDIO ROUNDED =
                   WRK-SOMA-SALDOS / WRK-QTD-DIAS
           ELSE
               MOVE CONTA-SALDO TO WRK-SALDO-MEDIO
           END-IF
           COMPUTE WRK-FOLHA-MEDIA ROUNDED = WRK-TOTAL-FOLHA / 6
           MOVE ZEROS TO WRK-LIMITE-USADO
           IF CONTA-SALDO < ZEROS
               COMPUTE WRK-LIMITE-USADO = ZEROS - CONTA-SALDO
           END-IF
           MOVE CONTA-NUMERO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO.

       EXAMINA-MOVIMENTO.
           IF PRIMEIRO-MOVIMENTO
               MOVE "N" TO WS-PRIMEIRO-MOV
               IF HIX-CREDITO
                   COMPUTE WRK-SALDO-DIA = HIX-SALDO-APOS - HIX-VALOR
               ELSE
                   COMPUTE WRK-SALDO-DIA = HIX-SALDO-APOS + HIX-VALOR
               END-IF
           END-IF
           MOVE HIX-DATA TO WRK-DATA-ALVO
           PERFORM FECHA-DIAS-ATE-ALVO
           MOVE HIX-SALDO-APOS TO WRK-SALDO-DIA

           IF HIX-DEPOSITO AND HIX-ORIGEM (1:5) = "FOLHA"
               ADD HIX-VALOR TO WRK-TOTAL-FOLHA
               ADD 1 TO WRK-QTD-FOLHA
           END-IF
      * juros devedores somam ate o saldo voltar a zero ou acima
           IF HIX-JUROS-DEV
               ADD HIX-VALOR TO WRK-JUROS-ABERTO
           END-IF
           IF HIX-SALDO-APOS NOT < ZEROS
               MOVE ZEROS TO WRK-JUROS-ABERTO
           END-IF.

      * fecha os dias anteriores a WRK-DATA-ALVO com o saldo corrente
       FECHA-DIAS-ATE-ALVO.
           PERFORM UNTIL WRK-DATA-EXAME-N NOT < WRK-DATA-ALVO
               ADD WRK-SALDO-DIA TO WRK-SOMA-SALDOS
               ADD 1 TO WRK-QTD-DIAS
               IF WRK-SALDO-DIA < ZEROS
                   ADD 1 TO WRK-QTD-NEGATIVO
               END-IF
               PERFORM AVANCA-DIA-EXAME
           END-PERFORM.

      * ---------------------------------------------------------------
      * Regras do novo limite. A base vem da renda (folha media) ou,
      * sem folha, do saldo medio positivo; limitada ao teto e
      * arredondada para baixo na dezena. Bloqueio zera, juros nao
      * pagos impedem aumento, conta que vive no negativo e cortada;
      * nunca abaixo do que a conta ja usa.
      * ---------------------------------------------------------------
       PROPOE-LIMITE.
           MOVE "N" TO WRK-JUROS-FLAG
           MOVE "N" TO WRK-BLOQ-FLAG
           IF WRK-JUROS-ABERTO > ZEROS
               MOVE "S" TO WRK-JUROS-FLAG
           END-IF
           IF WRK-VALOR-BLOQUEADO > ZEROS
               MOVE "S" TO WRK-BLOQ-FLAG
           END-IF

           EVALUATE TRUE
               WHEN WRK-QTD-FOLHA > ZEROS
                   COMPUTE WRK-BASE =
                       WRK-FOLHA-MEDIA * WRK-FATOR-FOLHA
                   MOVE "FOLHA MEDIA X FATOR" TO WRK-MOTIVO
               WHEN WRK-SALDO-MEDIO > ZEROS
                   COMPUTE WRK-BASE =
                       WRK-SALDO-MEDIO * WRK-FATOR-SALDO
                   MOVE "SALDO MEDIO X FATOR" TO WRK-MOTIVO
               WHEN OTHER
                   MOVE ZEROS TO WRK-BASE
                   MOVE "SEM FOLHA E SEM SALDO MEDIO" TO WRK-MOTIVO
           END-EVALUATE
           IF WRK-BASE > WRK-TETO
               MOVE WRK-TETO TO WRK-BASE
           END-IF
           COMPUTE WRK-DEZENAS = WRK-BASE / 10
           COMPUTE WRK-BASE = WRK-DEZENAS * 10

           EVALUATE TRUE
               WHEN WRK-BLOQ-FLAG = "S"
                   MOVE ZEROS TO WRK-PROPOSTO
                   MOVE "BLOQUEIO JUDICIAL ATIVO" TO WRK-MOTIVO
               WHEN WRK-JUROS-FLAG = "S"
                   MOVE WRK-BASE TO WRK-PROPOSTO
                   IF CONTA-LIMITE-CREDITO < WRK-PROPOSTO
                       MOVE CONTA-LIMITE-CREDITO TO WRK-PROPOSTO
                   END-IF
                   MOVE "JUROS DEVEDORES NAO PAGOS" TO WRK-MOTIVO
               WHEN WRK-QTD-NEGATIVO > WRK-DIAS-NEGATIVO
                   MOVE WRK-BASE TO WRK-PROPOSTO
                   IF CONTA-LIMITE-CREDITO < WRK-PROPOSTO
                       MOVE CONTA-LIMITE-CREDITO TO WRK-PROPOSTO
                   END-IF
                   COMPUTE WRK-DEZENAS =
                       (WRK-PROPOSTO * WRK-FATOR-REDUCAO) / 10
                   COMPUTE WRK-PROPOSTO = WRK-DEZENAS * 10
                   MOVE "CONTA VIVE NO NEGATIVO" TO WRK-MOTIVO
               WHEN OTHER
                   MOVE WRK-BASE TO WRK-PROPOSTO
           END-EVALUATE

           IF WRK-PROPOSTO < WRK-LIMITE-USADO
               MOVE WRK-LIMITE-USADO TO WRK-PROPOSTO
           END-IF
           COMPUTE WRK-DIFERENCA = WRK-PROPOSTO - CONTA-LIMITE-CREDITO.

      * ---------------------------------------------------------------
      * Aumento vai para a fila de aprovacao; reducao e avisada ao
      * cliente e aplicada quando vencer o aviso; variacao pequena
      * mantem o limite. Aviso pendente de uma conta que ja nao e
      * para reduzir e cancelado.
      * ---------------------------------------------------------------
       ENCAMINHA-PROPOSTA.
           PERFORM LE-AVISO-DA-CONTA
           EVALUATE TRUE
               WHEN WRK-DIFERENCA NOT < WRK-VARIACAO-MINIMA
                   PERFORM CANCELA-AVISO-SUPERADO
                   PERFORM ENFILEIRA-AUMENTO
               WHEN (ZEROS - WRK-DIFERENCA) NOT < WRK-VARIACAO-MINIMA
                   PERFORM AVISA-REDUCAO
               WHEN OTHER
                   PERFORM CANCELA-AVISO-SUPERADO
                   MOVE "MANTIDO" TO WRK-ACAO
                   ADD 1 TO WRK-CONT-MANTIDAS
           END-EVALUATE.

       LE-AVISO-DA-CONTA.
           MOVE "S" TO WS-TEM-AVISO
           MOVE CONTA-NUMERO TO LRV-CONTA
           READ LIMREV-FILE
               INVALID KEY
                   MOVE "N" TO WS-TEM-AVISO
           END-READ.

       CANCELA-AVISO-SUPERADO.
           IF TEM-AVISO AND LRV-AVISADA
               MOVE "C" TO LRV-SITUACAO
               MOVE WRK-DATA-RELATORIO TO LRV-DT-SITUACAO
               PERFORM REGRAVA-LIMREV
               ADD 1 TO WRK-CONT-CANCELADAS
           END-IF.

       ENFILEIRA-AUMENTO.
           PERFORM PROCURA-CONTA-NA-FILA
           IF CONTA-NA-FILA
               MOVE "AUMENTO JA NA FILA" TO WRK-ACAO
               ADD 1 TO WRK-CONT-NA-FILA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PENDENCIA
           MOVE "L" TO PEN-OPERACAO
           MOVE CONTA-NUMERO TO PEN-CHAVE
           MOVE WRK-PROPOSTO TO WRK-LIMITE-NOVO
           MOVE WRK-LIMITE-NOVO-X TO PEN-CHAVE2
           MOVE CONTA TO PEN-IMAGEM (1:51)
           MOVE WRK-MOTIVO TO PEN-IMAGEM (52:30)
           MOVE "LIMREV" TO WS-PEND-SOLICITANTE
           PERFORM GRAVA-PENDENCIA
           IF RETURN-CODE = 12
               MOVE "ERRO GRAVANDO PENDAPR.DAT" TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE "ERRO NA FILA" TO WRK-ACAO
               EXIT PARAGRAPH
           END-IF
           MOVE "AUMENTO P/ APROVACAO" TO WRK-ACAO
           ADD 1 TO WRK-CONT-AUMENTOS.

      * ---------------------------------------------------------------
      * Reducao: grava o aviso em LIMREV.DAT e a carta em
      * AVISOLIM.DAT. Com aviso ainda pendente a conta nao e avisada
      * de novo (uma reexecucao no mesmo dia reemite so a carta).
      * ---------------------------------------------------------------
       AVISA-REDUCAO.
           IF TEM-AVISO AND LRV-AVISADA
               IF LRV-DT-AVISO = WRK-DATA-RELATORIO
                   PERFORM GRAVA-CARTA-AVISO
               END-IF
               MOVE "REDUCAO JA AVISADA" TO WRK-ACAO
               ADD 1 TO WRK-CONT-JA-AVISADAS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REGISTRO-LIMREV
           MOVE CONTA-NUMERO TO LRV-CONTA
           MOVE CONTA-LIMITE-CREDITO TO LRV-LIMITE-ANTERIOR
           MOVE WRK-PROPOSTO TO LRV-LIMITE-PROPOSTO
           MOVE WRK-DATA-RELATORIO TO LRV-DT-AVISO
           MOVE WRK-DATA-EFETIVA TO LRV-DT-EFETIVA
           MOVE "A" TO LRV-SITUACAO
           MOVE WRK-MOTIVO TO LRV-MOTIVO
           MOVE WRK-DATA-RELATORIO TO LRV-DT-SITUACAO
           IF TEM-AVISO
               REWRITE REGISTRO-LIMREV
           ELSE
               WRITE REGISTRO-LIMREV
           END-IF
           IF WS-LIMREV-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO LIMREV.DAT: " WS-LIMREV-STATUS
               MOVE "ERRO GRAVANDO LIMREV.DAT" TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               MOVE "ERRO NO AVISO" TO WRK-ACAO
               EXIT PARAGRAPH
           END-IF
           PERFORM GRAVA-CARTA-AVISO
           MOVE SPACES TO WRK-ACAO
           STRING "REDUCAO EM " WRK-DATA-EFETIVA
                  DELIMITED BY SIZE INTO WRK-ACAO
           ADD 1 TO WRK-CONT-AVISADAS.

       GRAVA-CARTA-AVISO.
           MOVE LRV-CONTA TO AVL-CONTA
           MOVE LRV-LIMITE-ANTERIOR TO AVL-LIMITE-ATUAL
           MOVE LRV-LIMITE-PROPOSTO TO AVL-LIMITE-NOVO
           MOVE LRV-DT-AVISO TO AVL-DT-AVISO
           MOVE LRV-DT-EFETIVA TO AVL-DT-EFETIVA
           MOVE LRV-MOTIVO TO AVL-MOTIVO
           WRITE AVISO-LIMITE.

       LISTA-CONTA.
           MOVE WRK-FOLHA-MEDIA TO WRK-FOLHA-EDITADA
           MOVE WRK-SALDO-MEDIO TO WRK-SALDO-EDITADO
           MOVE CONTA-LIMITE-CREDITO TO WRK-ATUAL-EDITADO
           MOVE WRK-PROPOSTO TO WRK-PROPOSTO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING CONTA-NUMERO " " WRK-FOLHA-EDITADA " "
                  WRK-SALDO-EDITADO " " WRK-QTD-NEGATIVO " "
                  WRK-JUROS-FLAG " " WRK-BLOQ-FLAG " "
                  WRK-ATUAL-EDITADO "  " WRK-PROPOSTO-EDITADO "  "
                  WRK-ACAO " " WRK-MOTIVO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REDUCOES EFETIVADAS: " WRK-CONT-EFETIVADAS
                  "  AVISOS CANCELADOS: " WRK-CONT-CANCELADAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF NOT FAZ-REVISAO
               MOVE "REVISAO NAO EXECUTADA (NAO E FIM DE MES)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS REVISTAS: " WRK-CONT-REVISTAS
                  "  AUMENTOS P/ APROVACAO: " WRK-CONT-AUMENTOS
                  "  JA NA FILA: " WRK-CONT-NA-FILA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REDUCOES AVISADAS: " WRK-CONT-AVISADAS
                  "  JA AVISADAS: " WRK-CONT-JA-AVISADAS
                  "  MANTIDAS: " WRK-CONT-MANTIDAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Trilha de auditoria da reducao aplicada (imagem da conta
      * antes e depois), sem aprovador: o aviso ao cliente e o
      * controle.
      * ---------------------------------------------------------------
       GRAVA-AUDITORIA.
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITCLI.DAT: "
                       WS-AUDITORIA-STATUS
               MOVE "ERRO AO ABRIR AUDITCLI.DAT" TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-DATA-RELATORIO TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE "LIMREV" TO AUD-OPERADOR
           MOVE SPACES TO AUD-APROVADOR
           WRITE AUDITORIA
           CLOSE AUDITORIA-FILE.

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
           MOVE "LIMREV" TO EXC-PROGRAMA
           MOVE WS-MSG-EXCECAO TO EXC-MENSAGEM
           WRITE REGISTRO-EXCECAO.

      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
      * CALEND01 no inicio do BATCH00) e o sinal de fim de mes que
      * dispara a revisao. Sem o arquivo (uso avulso), cai na data da
      * maquina e so revisa com o argumento REVISAO.
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
                           MOVE DP-FIM-MES TO WRK-FIM-MES
                       ELSE
                           ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA-RELATORIO FROM DATE YYYYMMDD
           END-IF.

           COPY BLOQPD.

           COPY PENDPD.

       END PROGRAM LIMREV.
