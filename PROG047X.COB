      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Term deposits (CDB / prazo fixo) at the counter. The value is
      * taken from an existing account and kept in its own master,
      * APLIC.DAT (APLREC.cpy), linked to the source CONTA and to the
      * investing holder's CPF:
      *   - option A : apply -- active account only, value within
      *                the balance less BLOQJUD holds (the overdraft
      *                limit never funds an investment), term of at
      *                least CDB-PRAZO-MINIMO days, annual rate from
      *                CDB-TAXA-ANO (a different, negotiated rate
      *                needs the supervisor profile). The maturity
      *                date is application + term and the payment
      *                date the first business day on or after it
      *                (weekends and FERIADOS.DAT, CALEND01's rule).
      *                The account is debited with history "A".
      *   - option R : early redemption before maturity -- pays the
      *                principal plus the reduced rate fixed at
      *                application (rate x CDB-FATOR-RESGATE) for the
      *                days elapsed, credited with history "R".
      *   - option C : the CDBs of an account, with the yield the
      *                night batch has accrued so far.
      * Daily accrual and the payment at maturity are done by the
      * batch step CDBDIA. Every option authenticates the named
      * operator first (OPERAUPD.cpy); the option may come as a
      * command-line argument, same convention as CONTAS01. An estate
      * account (holder deceased, OBITO01) cannot apply or redeem.
      * Options A and R post to CONTAS.DAT/HISTORIC.DAT and are
      * refused while the nightly stream holds the counter closed
      * (JANELA.DAT, JANREC.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLICA01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT APLICACOES-FILE ASSIGN TO "APLIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               ALTERNATE RECORD KEY IS APL-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS APL-CPF WITH DUPLICATES
               FILE STATUS IS WS-APLICACOES-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT HISTIDX-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQJUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT JANELA-FILE ASSIGN TO "JANELA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JANELA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  APLICACOES-FILE.
           COPY APLREC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  HISTIDX-FILE.
           COPY HISTIREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  BLOQUEIOS-FILE.
           COPY BLOQREC.

       FD  FERIADOS-FILE.
       01  FERIADO-REG PIC 9(08).

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  JANELA-FILE.
           COPY JANREC.

       WORKING-STORAGE SECTION.

       77 WRK-DATA PIC 9(08) VALUE ZEROS.

      * senha de operador, nunca exibida/gravada em claro (ver
      * HASH-SENHA / MASCARA-SENHA, mesmo criterio de PROG0001).
       77 SENHA PIC X(30).
       77 WRK-SENHA-HASH PIC 9(10) VALUE ZEROS.
       77 WRK-SENHA-MASCARADA PIC X(30) VALUE ALL "*".
       77 WS-I PIC 9(02) VALUE ZEROS.

       01 WS-STATUS-ARQUIVOS.
           02 WS-CONTAS-STATUS PIC X(02) VALUE "00".
           02 WS-APLICACOES-STATUS PIC X(02) VALUE "00".
           02 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           02 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
           02 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
           02 WS-FERIADOS-STATUS PIC X(02) VALUE "00".
           02 WS-TITULAR-STATUS PIC X(02) VALUE "00".
           02 WS-JANELA-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-OPCAO PIC X VALUE SPACES.
           02 WS-ARGC PIC 9(02) VALUE ZEROS.
           02 WS-CONTA-OK PIC X VALUE "N".
              88 CONTA-OK VALUE "S".
      * balcao fechado pelo stream noturno (JANELA.DAT), relido antes
      * de cada lancamento
           02 WS-BALCAO PIC X VALUE "A".
              88 BALCAO-EM-CORTE VALUE "F".
           02 WS-FIM-PARAMETROS PIC X VALUE "N".
              88 FIM-PARAMETROS VALUE "S".
           02 WS-FIM-FERIADOS PIC X VALUE "N".
              88 FIM-FERIADOS VALUE "S".
           02 WS-FIM-APLICACOES PIC X VALUE "N".
              88 FIM-APLICACOES VALUE "S".
           02 WS-CONFIRMA PIC X VALUE "N".

      * condicoes do produto, sobrepostas pelo arquivo de parametros
      * (PARMREC.cpy): taxa anual de tabela, fator da taxa reduzida
      * do resgate antecipado e prazo minimo em dias corridos
       77 WRK-TAXA-TABELA PIC 9(01)V9(04) VALUE 0.1000.
       77 WRK-FATOR-RESGATE PIC 9(01)V9(04) VALUE 0.5000.
       77 WRK-PRAZO-MINIMO PIC 9(04) VALUE 0030.

       77 WRK-VALOR PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-PRAZO PIC 9(04) VALUE ZEROS.
       77 WRK-TAXA-INFORMADA PIC X(08) VALUE SPACES.
       77 WRK-TAXA PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-CPF-APLICADOR PIC X(11) VALUE SPACES.
       77 WRK-DISPONIVEL PIC S9(08)V9(02) VALUE ZEROS.
       77 WRK-SALDO PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-CORRIDOS PIC 9(05) VALUE ZEROS.
       77 WRK-RENDIMENTO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-RESGATE PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-QTD-LISTADAS PIC 9(04) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
       77 WRK-TAXA-EDITADA PIC 9.9999.
       77 WRK-STATUS-DESCRITO PIC X(10) VALUE SPACES.

      * mes/ano alvo do calculo de dias no mes (CALCULA-DIAS-DO-MES)
       01 WRK-CALC-MES-ANO.
           02 WRK-CALC-ANO PIC 9(04).
           02 WRK-CALC-MES PIC 9(02).
       77 WRK-DIAS-CALC PIC 9(02) VALUE ZEROS.

      * data de trabalho da contagem dia a dia (vencimento, dia util
      * de pagamento, dias corridos do resgate)
       01 WRK-DATA-EXAME.
           02 WRK-EXM-ANO PIC 9(04).
           02 WRK-EXM-MES PIC 9(02).
           02 WRK-EXM-DIA PIC 9(02).
       01 WRK-DATA-EXAME-N REDEFINES WRK-DATA-EXAME PIC 9(08).
       77 WRK-EXAME-UTIL PIC X(01) VALUE "N".

      * Zeller (gregoriano), mesma formula e mesmos cuidados com as
      * divisoes truncadas de CALEND01.
       01 WS-ZELLER.
           02 WS-ZEL-DIA PIC 9(02).
           02 WS-ZEL-MES PIC 9(02).
           02 WS-ZEL-ANO PIC 9(04).
           02 WS-ZEL-SECULO PIC 9(02).
           02 WS-ZEL-ANO2 PIC 9(02).
           02 WS-ZEL-T0 PIC 9(04).
           02 WS-ZEL-T1 PIC 9(03).
           02 WS-ZEL-K4 PIC 9(02).
           02 WS-ZEL-J4 PIC 9(02).
           02 WS-ZEL-RESTO PIC 9(02).
           02 WS-ZEL-H PIC 9(02).

       01 WS-DIAS-MES-CALC.
           02 WS-TAB-DIAS-MES-INI.
              03 FILLER PIC X(24) VALUE "312831303130313130313031".
           02 WS-TAB-DIAS-MES REDEFINES WS-TAB-DIAS-MES-INI
                              OCCURS 12 TIMES.
              03 WS-DIAS-MES PIC 9(02).

      * -- feriados carregados do arquivo (ate 100) ------------------
       01 WS-CONTROLE-FERIADOS.
           02 WS-QTD-FERIADOS PIC 9(03) VALUE ZEROS.
           02 WS-MAX-FERIADOS PIC 9(03) VALUE 100.
           02 WS-IX PIC 9(03) VALUE ZEROS.
       01 WS-TAB-FERIADOS.
           02 WS-FERIADO PIC 9(08) OCCURS 100 TIMES.

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro): estrutura em OPERAUWS.cpy,
      * paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

      * bloqueios judiciais/administrativos ativos, somados por conta
      * na partida: estrutura em BLOQWS.cpy, paragrafos em BLOQPD.cpy.
           COPY BLOQWS.

      * espelhamento do historico no indice por conta+data:
      * estrutura em HIDXWS.cpy, paragrafos em HIDXPD.cpy.
           COPY HIDXWS.

      * titulares da conta conjunta: estrutura em TITWS.cpy,
      * paragrafos em TITPD.cpy.
           COPY TITWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           PERFORM LE-PARAMETROS

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-OPCAO FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "===================================="
               DISPLAY " Aplicacoes em CDB - APLICA01"
               DISPLAY "===================================="
               DISPLAY "A - Aplicar (debita a conta)"
               DISPLAY "R - Resgate antecipado"
               DISPLAY "C - Consultar CDBs da conta"
               DISPLAY "S - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-OPCAO) TO WS-OPCAO
           IF WS-OPCAO = "S"
               DISPLAY "Encerrando."
               GOBACK
           END-IF
           IF WS-OPCAO NOT = "A" AND WS-OPCAO NOT = "R" AND
              WS-OPCAO NOT = "C"
               DISPLAY "Opcao invalida."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM AUTORIZA-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRE-APLICACOES
           IF RETURN-CODE = 12
               CLOSE CONTAS-FILE
               GOBACK
           END-IF

           EVALUATE WS-OPCAO
               WHEN "A"
                   PERFORM ABRE-HISTORICOS
                   PERFORM CARREGA-BLOQUEIOS
                   PERFORM CARREGA-FERIADOS
                   PERFORM ABRE-TITULAR
                   PERFORM APLICA-CDB
                   PERFORM FECHA-TITULAR
                   PERFORM FECHA-HISTORICOS
               WHEN "R"
                   PERFORM ABRE-HISTORICOS
                   PERFORM RESGATA-CDB
                   PERFORM FECHA-HISTORICOS
               WHEN "C"
                   PERFORM CONSULTA-CDBS-DA-CONTA
           END-EVALUATE

           CLOSE CONTAS-FILE
           CLOSE APLICACOES-FILE
           GOBACK.

      * ---------------------------------------------------------------
      * Sobrepoe as condicoes do produto com o arquivo de parametros,
      * mesma regra de vigencia dos demais (o ultimo aplicavel vence).
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
              PARM-DT-VIGENCIA > WRK-DATA OR
              PARM-VALOR = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE PARM-CHAVE
               WHEN "CDB-TAXA-ANO"
                   COMPUTE WRK-TAXA-TABELA =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "CDB-FATOR-RESGATE"
                   COMPUTE WRK-FATOR-RESGATE =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "CDB-PRAZO-MINIMO"
                   COMPUTE WRK-PRAZO-MINIMO =
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Abre o master de aplicacoes em I-O, criando o arquivo na
      * primeira execucao (padrao de ABRE-CONTAS).
      * ---------------------------------------------------------------
       ABRE-APLICACOES.
           OPEN I-O APLICACOES-FILE
           IF WS-APLICACOES-STATUS = "35"
               OPEN OUTPUT APLICACOES-FILE
               CLOSE APLICACOES-FILE
               OPEN I-O APLICACOES-FILE
           END-IF
           IF WS-APLICACOES-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR APLIC.DAT: "
                       WS-APLICACOES-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * o historico de lancamentos e permanente: sempre EXTEND,
      * nunca OUTPUT, mesmo criterio de OPERADORES2.
       ABRE-HISTORICOS.
           OPEN EXTEND HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           PERFORM ABRE-HISTIDX.

       FECHA-HISTORICOS.
           CLOSE HISTORICO-FILE
           PERFORM FECHA-HISTIDX.

      * ---------------------------------------------------------------
      * Le e critica a conta informada: existe e aceita lancamentos,
      * mesmas recusas do caixa (encerrada, dormente).
      * ---------------------------------------------------------------
       LE-CONTA-DA-APLICACAO.
           MOVE "N" TO WS-CONTA-OK
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta inexistente no master."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-ENCERRADA
               DISPLAY "Conta encerrada nao movimenta CDB."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CONTA-DORMENTE
               DISPLAY "Conta dormente; procure o supervisor para "
                       "reativar (CONTAS01)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CONTA-ESPOLIO
               DISPLAY "Conta em espolio (titular falecido); o CDB "
                       "vigente vence e credita sozinho."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CONTA-OK.

      * ---------------------------------------------------------------
      * Aplicacao: o valor sai do saldo proprio da conta (nunca do
      * cheque especial nem da parcela bloqueada), o CDB e gravado
      * em APLIC.DAT e so entao a conta e debitada ("A").
      * ---------------------------------------------------------------
       APLICA-CDB.
           PERFORM VERIFICA-CORTE
           IF BALCAO-EM-CORTE
               PERFORM RECUSA-EM-CORTE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-- Aplicacao em CDB --"
           DISPLAY "Numero da conta: " WITH NO ADVANCING
           ACCEPT CONTA-NUMERO
           PERFORM LE-CONTA-DA-APLICACAO
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF

      * o aplicador e um titular da conta: o principal por omissao,
      * ou um secundario da conjunta (TITULAR.DAT)
           DISPLAY "CPF do aplicador (Enter = titular principal): "
                   WITH NO ADVANCING
           ACCEPT WRK-CPF-APLICADOR
           IF WRK-CPF-APLICADOR = SPACES
               MOVE CONTA-CPF TO WRK-CPF-APLICADOR
           END-IF
           IF WRK-CPF-APLICADOR NOT = CONTA-CPF
               MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
               MOVE WRK-CPF-APLICADOR TO WS-CPF-TIT-PROCURA
               PERFORM VERIFICA-TITULAR-DA-CONTA
               IF NOT E-TITULAR-DA-CONTA
                   DISPLAY "CPF nao e titular da conta."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Valor a aplicar: " WITH NO ADVANCING
           ACCEPT WRK-VALOR
           IF WRK-VALOR IS NOT NUMERIC OR WRK-VALOR = ZEROS
               DISPLAY "Valor invalido."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           COMPUTE WRK-DISPONIVEL =
               CONTA-SALDO - WRK-VALOR-BLOQUEADO
           IF WRK-VALOR > WRK-DISPONIVEL
               MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
               DISPLAY "Saldo insuficiente para a aplicacao (saldo "
                       WRK-SALDO-EDITADO "; limite e bloqueios nao "
                       "contam)."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Prazo em dias corridos (minimo "
                   WRK-PRAZO-MINIMO "): " WITH NO ADVANCING
           ACCEPT WRK-PRAZO
           IF WRK-PRAZO IS NOT NUMERIC OR
              WRK-PRAZO < WRK-PRAZO-MINIMO
               DISPLAY "Prazo invalido."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-TAXA-TABELA TO WRK-TAXA-EDITADA
           DISPLAY "Taxa anual (Enter = tabela " WRK-TAXA-EDITADA
                   "): " WITH NO ADVANCING
           ACCEPT WRK-TAXA-INFORMADA
           IF WRK-TAXA-INFORMADA = SPACES
               MOVE WRK-TAXA-TABELA TO WRK-TAXA
           ELSE
               COMPUTE WRK-TAXA =
                   FUNCTION NUMVAL (WRK-TAXA-INFORMADA)
      * taxa negociada fora da tabela e concessao comercial: restrita
      * ao perfil supervisor, como o limite de cheque especial
               IF WRK-TAXA NOT = WRK-TAXA-TABELA AND
                  NOT OPERADOR-SUPERVISOR
                   DISPLAY "Taxa fora da tabela so com supervisor."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WRK-TAXA = ZEROS
               DISPLAY "Taxa invalida."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM PROXIMO-NUMERO-APLICACAO
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO APLICACAO
           MOVE WRK-NUMERO TO APL-NUMERO
           MOVE CONTA-NUMERO TO APL-CONTA
           MOVE WRK-CPF-APLICADOR TO APL-CPF
           MOVE WRK-DATA TO APL-DT-APLICACAO
           MOVE WRK-PRAZO TO APL-PRAZO-DIAS
           MOVE WRK-VALOR TO APL-VALOR-APLICADO
           MOVE WRK-TAXA TO APL-TAXA-ANO
           COMPUTE APL-TAXA-RESGATE ROUNDED =
               WRK-TAXA * WRK-FATOR-RESGATE
           MOVE ZEROS TO APL-DIAS-APROPRIADOS
           MOVE WRK-DATA TO APL-DT-ULT-APROPRIACAO
           MOVE ZEROS TO APL-RENDIMENTO-ACUM
           MOVE "A" TO APL-STATUS
           MOVE ZEROS TO APL-DT-LIQUIDACAO
           MOVE ZEROS TO APL-VALOR-LIQUIDADO
           MOVE ZEROS TO APL-RENDIMENTO-PAGO
           MOVE WS-OPERADOR-ID TO APL-OPERADOR

      * vencimento = aplicacao + prazo em dias corridos; pagamento no
      * primeiro dia util igual ou posterior ao vencimento
           MOVE WRK-DATA TO WRK-DATA-EXAME-N
           PERFORM AVANCA-DIA-EXAME WRK-PRAZO TIMES
           MOVE WRK-DATA-EXAME-N TO APL-DT-VENCIMENTO
           PERFORM EXAMINA-DIA-UTIL
           PERFORM UNTIL WRK-EXAME-UTIL = "S"
               PERFORM AVANCA-DIA-EXAME
               PERFORM EXAMINA-DIA-UTIL
           END-PERFORM
           MOVE WRK-DATA-EXAME-N TO APL-DT-PAGAMENTO

           WRITE APLICACAO
           IF WS-APLICACOES-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO APLIC.DAT: "
                       WS-APLICACOES-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WRK-VALOR FROM CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
      * conta nao debitada: o CDB recem-gravado nao pode ficar
               DELETE APLICACOES-FILE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO HIST-TIPO
           MOVE WRK-VALOR TO HIST-VALOR
           MOVE ZEROS TO WRK-RENDIMENTO
           PERFORM GRAVA-HISTORICO-CDB

           MOVE APL-VALOR-APLICADO TO WRK-VALOR-EDITADO
           MOVE APL-TAXA-ANO TO WRK-TAXA-EDITADA
           DISPLAY "CDB " APL-NUMERO " aplicado: " WRK-VALOR-EDITADO
                   " a " WRK-TAXA-EDITADA " ao ano."
           DISPLAY "Vencimento " APL-DT-VENCIMENTO
                   ", pagamento em conta " APL-DT-PAGAMENTO "."
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           DISPLAY "Saldo da conta: " WRK-SALDO-EDITADO.

      * ---------------------------------------------------------------
      * Resgate antecipado: so CDB ativo ainda nao vencido (vencido,
      * quem paga e o batch CDBDIA na data de pagamento). Paga o
      * principal mais a taxa reduzida pelos dias corridos.
      * ---------------------------------------------------------------
       RESGATA-CDB.
           PERFORM VERIFICA-CORTE
           IF BALCAO-EM-CORTE
               PERFORM RECUSA-EM-CORTE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-- Resgate antecipado de CDB --"
           DISPLAY "Numero do CDB: " WITH NO ADVANCING
           ACCEPT APL-NUMERO
           READ APLICACOES-FILE
               INVALID KEY
                   DISPLAY "CDB nao encontrado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF NOT APL-ATIVA
               DISPLAY "CDB ja liquidado em " APL-DT-LIQUIDACAO "."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF APL-DT-VENCIMENTO NOT > WRK-DATA
               DISPLAY "CDB vencido; o pagamento sai no batch em "
                       APL-DT-PAGAMENTO "."
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE APL-CONTA TO CONTA-NUMERO
           PERFORM LE-CONTA-DA-APLICACAO
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WRK-DIAS-CORRIDOS
           MOVE APL-DT-APLICACAO TO WRK-DATA-EXAME-N
           PERFORM UNTIL WRK-DATA-EXAME-N >= WRK-DATA
               PERFORM AVANCA-DIA-EXAME
               ADD 1 TO WRK-DIAS-CORRIDOS
           END-PERFORM
           COMPUTE WRK-RENDIMENTO ROUNDED =
               APL-VALOR-APLICADO * APL-TAXA-RESGATE
               * WRK-DIAS-CORRIDOS / 365
           COMPUTE WRK-TOTAL-RESGATE =
               APL-VALOR-APLICADO + WRK-RENDIMENTO
           MOVE CONTA-SALDO TO WRK-SALDO
           ADD WRK-TOTAL-RESGATE TO WRK-SALDO
               ON SIZE ERROR
                   DISPLAY "Saldo excederia o limite do campo; "
                           "resgate recusado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-ADD

           MOVE APL-VALOR-APLICADO TO WRK-VALOR-EDITADO
           DISPLAY "Aplicado:   " WRK-VALOR-EDITADO " em "
                   APL-DT-APLICACAO " (" WRK-DIAS-CORRIDOS " dias)"
           MOVE APL-TAXA-RESGATE TO WRK-TAXA-EDITADA
           MOVE WRK-RENDIMENTO TO WRK-VALOR-EDITADO
           DISPLAY "Rendimento: " WRK-VALOR-EDITADO
                   " (taxa reduzida " WRK-TAXA-EDITADA " ao ano)"
           MOVE WRK-TOTAL-RESGATE TO WRK-VALOR-EDITADO
           DISPLAY "Credito:    " WRK-VALOR-EDITADO
           DISPLAY "Confirma o resgate antecipado (S/N)? "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Resgate desistido."
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO APL-STATUS
           MOVE WRK-DATA TO APL-DT-LIQUIDACAO
           MOVE WRK-TOTAL-RESGATE TO APL-VALOR-LIQUIDADO
           MOVE WRK-RENDIMENTO TO APL-RENDIMENTO-PAGO
           REWRITE APLICACAO
           IF WS-APLICACOES-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO APLIC.DAT: "
                       WS-APLICACOES-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-SALDO TO CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
      * conta nao creditada: o CDB volta a ativo, como estava
               MOVE "A" TO APL-STATUS
               MOVE ZEROS TO APL-DT-LIQUIDACAO
               MOVE ZEROS TO APL-VALOR-LIQUIDADO
               MOVE ZEROS TO APL-RENDIMENTO-PAGO
               REWRITE APLICACAO
               IF WS-APLICACOES-STATUS NOT = "00"
                   DISPLAY "ERRO DESFAZENDO O RESGATE EM APLIC.DAT: "
                           WS-APLICACOES-STATUS "; CDB " APL-NUMERO
                           " marcado resgatado sem credito."
               END-IF
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO HIST-TIPO
           MOVE WRK-TOTAL-RESGATE TO HIST-VALOR
           PERFORM GRAVA-HISTORICO-CDB
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           DISPLAY "CDB " APL-NUMERO " resgatado. Saldo da conta: "
                   WRK-SALDO-EDITADO.

      * ---------------------------------------------------------------
      * CDBs da conta pela chave alternativa APL-CONTA, com o
      * rendimento apropriado ate a ultima noite.
      * ---------------------------------------------------------------
       CONSULTA-CDBS-DA-CONTA.
           DISPLAY "Numero da conta: " WITH NO ADVANCING
           ACCEPT APL-CONTA
           MOVE ZEROS TO WRK-QTD-LISTADAS
           MOVE "N" TO WS-FIM-APLICACOES
           START APLICACOES-FILE KEY IS EQUAL TO APL-CONTA
               INVALID KEY
                   MOVE "S" TO WS-FIM-APLICACOES
           END-START
           MOVE APL-CONTA TO CONTA-NUMERO
           IF NOT FIM-APLICACOES
               DISPLAY "CDB       APLICADO  VENCTO    PAGTO     "
                       "     VALOR   TAXA    RENDIMENTO SITUACAO"
           END-IF
           PERFORM UNTIL FIM-APLICACOES
               READ APLICACOES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-APLICACOES
                   NOT AT END
                       IF APL-CONTA NOT = CONTA-NUMERO
                           MOVE "S" TO WS-FIM-APLICACOES
                       ELSE
                           PERFORM EXIBE-UMA-APLICACAO
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-QTD-LISTADAS = ZEROS
               DISPLAY "Nenhum CDB para a conta."
               MOVE 4 TO RETURN-CODE
           END-IF.

       EXIBE-UMA-APLICACAO.
           EVALUATE TRUE
               WHEN APL-ATIVA
                   MOVE "ATIVO" TO WRK-STATUS-DESCRITO
               WHEN APL-LIQUIDADA
                   MOVE "VENCIDO" TO WRK-STATUS-DESCRITO
               WHEN APL-RESGATADA
                   MOVE "RESGATADO" TO WRK-STATUS-DESCRITO
               WHEN OTHER
                   MOVE "????" TO WRK-STATUS-DESCRITO
           END-EVALUATE
           MOVE APL-VALOR-APLICADO TO WRK-VALOR-EDITADO
           MOVE APL-TAXA-ANO TO WRK-TAXA-EDITADA
           IF APL-ATIVA
               MOVE APL-RENDIMENTO-ACUM TO WRK-SALDO-EDITADO
           ELSE
               MOVE APL-RENDIMENTO-PAGO TO WRK-SALDO-EDITADO
           END-IF
           DISPLAY APL-NUMERO "  " APL-DT-APLICACAO "  "
                   APL-DT-VENCIMENTO "  " APL-DT-PAGAMENTO "  "
                   WRK-VALOR-EDITADO "  " WRK-TAXA-EDITADA "  "
                   WRK-SALDO-EDITADO " " WRK-STATUS-DESCRITO
           ADD 1 TO WRK-QTD-LISTADAS.

      * ---------------------------------------------------------------
      * Proximo numero de CDB: o maior numero ja gravado mais um.
      * ---------------------------------------------------------------
       PROXIMO-NUMERO-APLICACAO.
           MOVE ZEROS TO WRK-NUMERO
           MOVE ZEROS TO APL-NUMERO
           MOVE "N" TO WS-FIM-APLICACOES
           START APLICACOES-FILE KEY IS NOT LESS THAN APL-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-APLICACOES
           END-START
           PERFORM UNTIL FIM-APLICACOES
               READ APLICACOES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-APLICACOES
                   NOT AT END
                       MOVE APL-NUMERO TO WRK-NUMERO
               END-READ
           END-PERFORM
           ADD 1 TO WRK-NUMERO
               ON SIZE ERROR
                   DISPLAY "Numeracao de CDB esgotada."
                   MOVE 12 TO RETURN-CODE
           END-ADD.

      * ---------------------------------------------------------------
      * Movimento do CDB no historico permanente, com o OPER-ID em
      * HIST-ORIGEM e o numero do CDB (e o rendimento, no resgate) em
      * HIST-REFERENCIA. O chamador deixa HIST-TIPO e HIST-VALOR.
      * ---------------------------------------------------------------
       GRAVA-HISTORICO-CDB.
           MOVE WRK-DATA TO HIST-DATA
           ACCEPT HIST-HORA FROM TIME
           MOVE CONTA-NUMERO TO HIST-CONTA
           MOVE CONTA-SALDO TO HIST-SALDO-APOS
           MOVE WS-OPERADOR-ID TO HIST-ORIGEM
           MOVE ZEROS TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           MOVE APL-NUMERO TO HIST-APL-NUMERO
           MOVE WRK-RENDIMENTO TO HIST-APL-RENDIMENTO
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO O HISTORICO: "
                       WS-HISTORICO-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM GRAVA-HISTORICO-INDEXADO
           END-IF.

       CARREGA-FERIADOS.
           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-FERIADOS
           PERFORM UNTIL FIM-FERIADOS
               READ FERIADOS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-FERIADOS
                   NOT AT END
                       IF FERIADO-REG IS NUMERIC AND
                          WS-QTD-FERIADOS < WS-MAX-FERIADOS
                           ADD 1 TO WS-QTD-FERIADOS
                           MOVE FERIADO-REG
                               TO WS-FERIADO (WS-QTD-FERIADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FERIADOS-FILE.

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
      * Dia util = nem sabado/domingo (Zeller) nem feriado da tabela,
      * exatamente a regra de CALEND01. Examina WRK-DATA-EXAME e
      * deixa o veredicto em WRK-EXAME-UTIL.
      * ---------------------------------------------------------------
       EXAMINA-DIA-UTIL.
           MOVE "S" TO WRK-EXAME-UTIL

           MOVE WRK-EXM-DIA TO WS-ZEL-DIA
           MOVE WRK-EXM-MES TO WS-ZEL-MES
           MOVE WRK-EXM-ANO TO WS-ZEL-ANO
           IF WS-ZEL-MES < 3
               ADD 12 TO WS-ZEL-MES
               SUBTRACT 1 FROM WS-ZEL-ANO
           END-IF
           DIVIDE WS-ZEL-ANO BY 100 GIVING WS-ZEL-SECULO
                  REMAINDER WS-ZEL-ANO2
           COMPUTE WS-ZEL-T0 = 13 * (WS-ZEL-MES + 1)
           DIVIDE WS-ZEL-T0 BY 5 GIVING WS-ZEL-T1
                  REMAINDER WS-ZEL-RESTO
           DIVIDE WS-ZEL-ANO2 BY 4 GIVING WS-ZEL-K4
                  REMAINDER WS-ZEL-RESTO
           DIVIDE WS-ZEL-SECULO BY 4 GIVING WS-ZEL-J4
                  REMAINDER WS-ZEL-RESTO
           COMPUTE WS-ZEL-H =
               FUNCTION MOD (WS-ZEL-DIA + WS-ZEL-T1 + WS-ZEL-ANO2
                   + WS-ZEL-K4 + WS-ZEL-J4
                   + (5 * WS-ZEL-SECULO), 7)
      * h=0 sabado, h=1 domingo
           IF WS-ZEL-H = 0 OR WS-ZEL-H = 1
               MOVE "N" TO WRK-EXAME-UTIL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-FERIADOS
               IF WS-FERIADO (WS-IX) = WRK-DATA-EXAME-N
                   MOVE "N" TO WRK-EXAME-UTIL
               END-IF
           END-PERFORM.

           COPY OPERAUPD.

           COPY BLOQPD.

           COPY HIDXPD.

           COPY TITPD.


      * ---------------------------------------------------------------
      * Corte do stream noturno: com o balcao fechado (JANELA.DAT,
      * CORTECX) nada e lancado em CONTAS.DAT nem em HISTORIC.DAT --
      * o lancamento cairia entre a leitura do master e a do
      * historico na prova do BALANCETE. Sem o arquivo, o balcao
      * nunca foi fechado.
      * ---------------------------------------------------------------
       VERIFICA-CORTE.
           MOVE "A" TO WS-BALCAO
           OPEN INPUT JANELA-FILE
           IF WS-JANELA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ JANELA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BALCAO-FECHADO
                       MOVE "F" TO WS-BALCAO
                   END-IF
           END-READ
           CLOSE JANELA-FILE.

       RECUSA-EM-CORTE.
           DISPLAY "Balcao fechado: processamento noturno em "
                   "andamento. Aplique ou resgate apos a reabertura."
           MOVE 8 TO RETURN-CODE.

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
                       ACCEPT WRK-DATA FROM DATE YYYYMMDD
                   NOT AT END
                       IF DP-DATA IS NUMERIC
                           MOVE DP-DATA TO WRK-DATA
                       ELSE
                           ACCEPT WRK-DATA FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM APLICA01.
