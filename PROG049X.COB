      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Personal-loan contracts at the counter: a term loan with a
      * fixed monthly installment (Price table), so the customer
      * leaves the cheque especial for a cheaper, amortizing debt.
      * Contracts live in EMPREST.DAT (EMPREC.cpy) and the schedule
      * in PARCELA.DAT (PARCREC.cpy), one record per installment:
      *   - option C : contract -- active account, borrower a holder
      *                of the account, principal, number of monthly
      *                installments (up to EMP-MAX-PARCELAS) and the
      *                monthly rate from EMP-TAXA-MES (a different,
      *                negotiated rate needs the supervisor profile).
      *                The schedule is shown for confirmation; the
      *                first installment is due one month after the
      *                contract on the same day (last day of shorter
      *                months), collected on the first business day
      *                on or after the due date. The principal is
      *                credited to the account with history "L".
      *   - option L : the loan contracts of an account, with the
      *                installments paid and the principal still owed.
      *   - option P : the installment schedule of a contract, with
      *                the arrears and late interest of open ones.
      * The installments are debited by the batch step EMPRDIA, which
      * also reports the delinquency aging. Every option authenticates
      * the named operator first (OPERAUPD.cpy); the option may come
      * as a command-line argument, same convention as CONTAS01. An
      * estate account (holder deceased, OBITO01) cannot contract.
      * Option C credits CONTAS.DAT/HISTORIC.DAT and is refused while
      * the nightly stream holds the counter closed (JANELA.DAT,
      * JANREC.cpy).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRES01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPREST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPRESTIMOS-STATUS.

           SELECT PARCELAS-FILE ASSIGN TO "PARCELA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-PARCELAS-STATUS.

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

       FD  EMPRESTIMOS-FILE.
           COPY EMPREC.

       FD  PARCELAS-FILE.
           COPY PARCREC.

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
           02 WS-EMPRESTIMOS-STATUS PIC X(02) VALUE "00".
           02 WS-PARCELAS-STATUS PIC X(02) VALUE "00".
           02 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
           02 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
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
           02 WS-FIM-EMPRESTIMOS PIC X VALUE "N".
              88 FIM-EMPRESTIMOS VALUE "S".
           02 WS-FIM-PARCELAS PIC X VALUE "N".
              88 FIM-PARCELAS VALUE "S".
           02 WS-CONFIRMA PIC X VALUE "N".

      * condicoes do produto, sobrepostas pelo arquivo de parametros
      * (PARMREC.cpy): taxa mensal de tabela, taxa mensal de mora e
      * numero maximo de parcelas
       77 WRK-TAXA-TABELA PIC 9(01)V9(04) VALUE 0.0300.
       77 WRK-TAXA-MORA PIC 9(01)V9(04) VALUE 0.0100.
       77 WRK-MAX-PARCELAS PIC 9(03) VALUE 048.

       77 WRK-VALOR PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-QTD-PARCELAS PIC 9(03) VALUE ZEROS.
       77 WRK-TAXA-INFORMADA PIC X(08) VALUE SPACES.
       77 WRK-TAXA PIC 9(01)V9(04) VALUE ZEROS.
       77 WRK-CPF-TOMADOR PIC X(11) VALUE SPACES.
       77 WRK-SALDO PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-NUMERO PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(04) VALUE ZEROS.

      * tabela Price: fator (1 + i) ** n, prestacao fixa e o saldo
      * devedor que cada parcela deixa
       77 WRK-FATOR PIC 9(07)V9(10) VALUE ZEROS.
       77 WRK-PRESTACAO PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-SALDO-DEVEDOR PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-A-PAGAR PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-IX-PARCELA PIC 9(03) VALUE ZEROS.
       77 WRK-PARCELAS-GRAVADAS PIC 9(03) VALUE ZEROS.
       77 WRK-DIA-CONTRATO PIC 9(02) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-JUROS-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-AMORT-EDITADA PIC ZZZ,ZZ9.99.
       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.
       77 WRK-TOTAL-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-TAXA-EDITADA PIC 9.9999.
       77 WRK-STATUS-DESCRITO PIC X(24) VALUE SPACES.

      * vencimento mensal da parcela: mes seguinte, mesmo dia do
      * contrato (ultimo dia nos meses mais curtos)
       01 WRK-DATA-VENCIMENTO.
           02 WRK-VEN-ANO PIC 9(04).
           02 WRK-VEN-MES PIC 9(02).
           02 WRK-VEN-DIA PIC 9(02).
       01 WRK-DATA-VENCIMENTO-N REDEFINES WRK-DATA-VENCIMENTO
                                PIC 9(08).

      * mes/ano alvo do calculo de dias no mes (CALCULA-DIAS-DO-MES)
       01 WRK-CALC-MES-ANO.
           02 WRK-CALC-ANO PIC 9(04).
           02 WRK-CALC-MES PIC 9(02).
       77 WRK-DIAS-CALC PIC 9(02) VALUE ZEROS.

      * data de trabalho da procura do dia util de cobranca
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
               DISPLAY " Emprestimo pessoal - EMPRES01"
               DISPLAY "===================================="
               DISPLAY "C - Contratar (credita a conta)"
               DISPLAY "L - Contratos da conta"
               DISPLAY "P - Parcelas do contrato"
               DISPLAY "S - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-OPCAO) TO WS-OPCAO
           IF WS-OPCAO = "S"
               DISPLAY "Encerrando."
               GOBACK
           END-IF
           IF WS-OPCAO NOT = "C" AND WS-OPCAO NOT = "L" AND
              WS-OPCAO NOT = "P"
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
           PERFORM ABRE-EMPRESTIMOS
           IF RETURN-CODE = 12
               CLOSE CONTAS-FILE
               GOBACK
           END-IF

           EVALUATE WS-OPCAO
               WHEN "C"
                   PERFORM ABRE-HISTORICOS
                   PERFORM CARREGA-FERIADOS
                   PERFORM ABRE-TITULAR
                   PERFORM CONTRATA-EMPRESTIMO
                   PERFORM FECHA-TITULAR
                   PERFORM FECHA-HISTORICOS
               WHEN "L"
                   PERFORM CONSULTA-CONTRATOS-DA-CONTA
               WHEN "P"
                   PERFORM CONSULTA-PARCELAS-DO-CONTRATO
           END-EVALUATE

           CLOSE CONTAS-FILE
           CLOSE EMPRESTIMOS-FILE
           CLOSE PARCELAS-FILE
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
               WHEN "EMP-TAXA-MES"
                   COMPUTE WRK-TAXA-TABELA =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "EMP-TAXA-MORA"
                   COMPUTE WRK-TAXA-MORA =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "EMP-MAX-PARCELAS"
                   COMPUTE WRK-MAX-PARCELAS =
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Abre os masters de contratos e de parcelas em I-O, criando os
      * arquivos na primeira execucao (padrao de ABRE-CONTAS).
      * ---------------------------------------------------------------
       ABRE-EMPRESTIMOS.
           OPEN I-O EMPRESTIMOS-FILE
           IF WS-EMPRESTIMOS-STATUS = "35"
               OPEN OUTPUT EMPRESTIMOS-FILE
               CLOSE EMPRESTIMOS-FILE
               OPEN I-O EMPRESTIMOS-FILE
           END-IF
           IF WS-EMPRESTIMOS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EMPREST.DAT: "
                       WS-EMPRESTIMOS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PARCELAS-FILE
           IF WS-PARCELAS-STATUS = "35"
               OPEN OUTPUT PARCELAS-FILE
               CLOSE PARCELAS-FILE
               OPEN I-O PARCELAS-FILE
           END-IF
           IF WS-PARCELAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR PARCELA.DAT: "
                       WS-PARCELAS-STATUS
               CLOSE EMPRESTIMOS-FILE
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
       LE-CONTA-DO-EMPRESTIMO.
           MOVE "N" TO WS-CONTA-OK
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta inexistente no master."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-ENCERRADA
               DISPLAY "Conta encerrada nao contrata emprestimo."
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
               DISPLAY "Conta em espolio (titular falecido) nao "
                       "contrata emprestimo."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CONTA-OK.

      * ---------------------------------------------------------------
      * Contratacao: critica as condicoes, mostra a prestacao e o
      * total para o cliente confirmar, grava o contrato e a tabela
      * de parcelas e so entao credita o principal na conta ("L").
      * ---------------------------------------------------------------
       CONTRATA-EMPRESTIMO.
           PERFORM VERIFICA-CORTE
           IF BALCAO-EM-CORTE
               PERFORM RECUSA-EM-CORTE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "-- Contratacao de emprestimo pessoal --"
           DISPLAY "Numero da conta: " WITH NO ADVANCING
           ACCEPT CONTA-NUMERO
           PERFORM LE-CONTA-DO-EMPRESTIMO
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF

      * o tomador e um titular da conta: o principal por omissao,
      * ou um secundario da conjunta (TITULAR.DAT)
           DISPLAY "CPF do tomador (Enter = titular principal): "
                   WITH NO ADVANCING
           ACCEPT WRK-CPF-TOMADOR
           IF WRK-CPF-TOMADOR = SPACES
               MOVE CONTA-CPF TO WRK-CPF-TOMADOR
           END-IF
           IF WRK-CPF-TOMADOR NOT = CONTA-CPF
               MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
               MOVE WRK-CPF-TOMADOR TO WS-CPF-TIT-PROCURA
               PERFORM VERIFICA-TITULAR-DA-CONTA
               IF NOT E-TITULAR-DA-CONTA
                   DISPLAY "CPF nao e titular da conta."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "Valor do emprestimo: " WITH NO ADVANCING
           ACCEPT WRK-VALOR
           IF WRK-VALOR IS NOT NUMERIC OR WRK-VALOR = ZEROS
               DISPLAY "Valor invalido."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-SALDO TO WRK-SALDO
           ADD WRK-VALOR TO WRK-SALDO
               ON SIZE ERROR
                   DISPLAY "Saldo excederia o limite do campo; "
                           "contratacao recusada."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-ADD

           DISPLAY "Numero de parcelas mensais (maximo "
                   WRK-MAX-PARCELAS "): " WITH NO ADVANCING
           ACCEPT WRK-QTD-PARCELAS
           IF WRK-QTD-PARCELAS IS NOT NUMERIC OR
              WRK-QTD-PARCELAS = ZEROS OR
              WRK-QTD-PARCELAS > WRK-MAX-PARCELAS
               DISPLAY "Numero de parcelas invalido."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-TAXA-TABELA TO WRK-TAXA-EDITADA
           DISPLAY "Taxa mensal (Enter = tabela " WRK-TAXA-EDITADA
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

      * prestacao Price: PV * i * (1+i)**n / ((1+i)**n - 1)
           COMPUTE WRK-FATOR ROUNDED =
               (1 + WRK-TAXA) ** WRK-QTD-PARCELAS
               ON SIZE ERROR
                   DISPLAY "Taxa e prazo fora do limite de calculo."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-COMPUTE
           COMPUTE WRK-PRESTACAO ROUNDED =
               WRK-VALOR * WRK-TAXA * WRK-FATOR / (WRK-FATOR - 1)
               ON SIZE ERROR
                   DISPLAY "Taxa e prazo fora do limite de calculo."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-COMPUTE
           COMPUTE WRK-TOTAL-A-PAGAR =
               WRK-PRESTACAO * WRK-QTD-PARCELAS

           MOVE WRK-DATA TO WRK-DATA-VENCIMENTO-N
           MOVE WRK-VEN-DIA TO WRK-DIA-CONTRATO
           PERFORM CALCULA-PROXIMO-VENCIMENTO

           MOVE WRK-VALOR TO WRK-VALOR-EDITADO
           MOVE WRK-TAXA TO WRK-TAXA-EDITADA
           DISPLAY "Principal:        " WRK-VALOR-EDITADO
                   " a " WRK-TAXA-EDITADA " ao mes"
           MOVE WRK-PRESTACAO TO WRK-VALOR-EDITADO
           DISPLAY "Prestacao:        " WRK-VALOR-EDITADO
                   " x " WRK-QTD-PARCELAS
           MOVE WRK-TOTAL-A-PAGAR TO WRK-TOTAL-EDITADO
           DISPLAY "Total a pagar: " WRK-TOTAL-EDITADO
           DISPLAY "Primeiro vencimento: " WRK-DATA-VENCIMENTO-N
           DISPLAY "Confirma a contratacao (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Contratacao desistida."
               EXIT PARAGRAPH
           END-IF

           PERFORM PROXIMO-NUMERO-CONTRATO
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO EMPRESTIMO
           MOVE WRK-NUMERO TO EMP-NUMERO
           MOVE CONTA-NUMERO TO EMP-CONTA
           MOVE WRK-CPF-TOMADOR TO EMP-CPF
           MOVE WRK-DATA TO EMP-DT-CONTRATO
           MOVE WRK-VALOR TO EMP-VALOR-PRINCIPAL
           MOVE WRK-TAXA TO EMP-TAXA-MES
           MOVE WRK-TAXA-MORA TO EMP-TAXA-MORA
           MOVE WRK-QTD-PARCELAS TO EMP-QTD-PARCELAS
           MOVE WRK-PRESTACAO TO EMP-VALOR-PARCELA
           MOVE WRK-DATA-VENCIMENTO-N TO EMP-DT-PRIMEIRO-VENC
           MOVE ZEROS TO EMP-QTD-PAGAS
           MOVE WRK-VALOR TO EMP-SALDO-DEVEDOR
           MOVE "A" TO EMP-STATUS
           MOVE ZEROS TO EMP-DT-QUITACAO
           MOVE WS-OPERADOR-ID TO EMP-OPERADOR
           WRITE EMPRESTIMO
           IF WS-EMPRESTIMOS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO EMPREST.DAT: "
                       WS-EMPRESTIMOS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM GERA-TABELA-DE-PARCELAS
           IF RETURN-CODE = 12
               PERFORM DESFAZ-CONTRATO
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-SALDO TO CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
      * conta nao creditada: o contrato recem-gravado nao pode ficar
               PERFORM DESFAZ-CONTRATO
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-HISTORICO-LIBERACAO

           DISPLAY "Contrato " EMP-NUMERO " liberado na conta "
                   CONTA-NUMERO "."
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
           DISPLAY "Saldo da conta: " WRK-SALDO-EDITADO.

      * ---------------------------------------------------------------
      * Tabela Price: juros do mes sobre o saldo devedor, amortizacao
      * = prestacao - juros. A ultima parcela amortiza o saldo que
      * sobrou dos arredondamentos, e o valor dela acompanha.
      * ---------------------------------------------------------------
       GERA-TABELA-DE-PARCELAS.
           MOVE ZEROS TO WRK-PARCELAS-GRAVADAS
           MOVE WRK-VALOR TO WRK-SALDO-DEVEDOR
           MOVE WRK-DATA TO WRK-DATA-VENCIMENTO-N
           PERFORM VARYING WRK-IX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IX-PARCELA > WRK-QTD-PARCELAS
                      OR RETURN-CODE = 12
               PERFORM GERA-UMA-PARCELA
           END-PERFORM.

       GERA-UMA-PARCELA.
           MOVE SPACES TO PARCELA
           MOVE EMP-NUMERO TO PAR-CONTRATO
           MOVE WRK-IX-PARCELA TO PAR-NUMERO
           MOVE EMP-CONTA TO PAR-CONTA
           PERFORM CALCULA-PROXIMO-VENCIMENTO
           MOVE WRK-DATA-VENCIMENTO-N TO PAR-DT-VENCIMENTO
           MOVE WRK-DATA-VENCIMENTO-N TO WRK-DATA-EXAME-N
           PERFORM EXAMINA-DIA-UTIL
           PERFORM UNTIL WRK-EXAME-UTIL = "S"
               PERFORM AVANCA-DIA-EXAME
               PERFORM EXAMINA-DIA-UTIL
           END-PERFORM
           MOVE WRK-DATA-EXAME-N TO PAR-DT-COBRANCA

           COMPUTE PAR-JUROS ROUNDED = WRK-SALDO-DEVEDOR * WRK-TAXA
           IF WRK-IX-PARCELA = WRK-QTD-PARCELAS OR
              WRK-PRESTACAO - PAR-JUROS > WRK-SALDO-DEVEDOR
               MOVE WRK-SALDO-DEVEDOR TO PAR-AMORTIZACAO
           ELSE
               COMPUTE PAR-AMORTIZACAO = WRK-PRESTACAO - PAR-JUROS
           END-IF
           COMPUTE PAR-VALOR = PAR-AMORTIZACAO + PAR-JUROS
           SUBTRACT PAR-AMORTIZACAO FROM WRK-SALDO-DEVEDOR
           MOVE WRK-SALDO-DEVEDOR TO PAR-SALDO-APOS
           MOVE ZEROS TO PAR-DIAS-ATRASO
           MOVE ZEROS TO PAR-MORA
           MOVE "A" TO PAR-STATUS
           MOVE ZEROS TO PAR-DT-PAGAMENTO
           MOVE ZEROS TO PAR-VALOR-PAGO
           WRITE PARCELA
           IF WS-PARCELAS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO PARCELA.DAT: "
                       WS-PARCELAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-PARCELAS-GRAVADAS.

      * ---------------------------------------------------------------
      * Avanca WRK-DATA-VENCIMENTO um mes, no dia do contrato ou no
      * ultimo dia do mes quando ele e mais curto (31 -> 30, 28/29).
      * ---------------------------------------------------------------
       CALCULA-PROXIMO-VENCIMENTO.
           IF WRK-VEN-MES = 12
               MOVE 1 TO WRK-VEN-MES
               ADD 1 TO WRK-VEN-ANO
           ELSE
               ADD 1 TO WRK-VEN-MES
           END-IF
           MOVE WRK-VEN-ANO TO WRK-CALC-ANO
           MOVE WRK-VEN-MES TO WRK-CALC-MES
           PERFORM CALCULA-DIAS-DO-MES
           IF WRK-DIA-CONTRATO > WRK-DIAS-CALC
               MOVE WRK-DIAS-CALC TO WRK-VEN-DIA
           ELSE
               MOVE WRK-DIA-CONTRATO TO WRK-VEN-DIA
           END-IF.

      * ---------------------------------------------------------------
      * Falha no meio da contratacao: apaga as parcelas ja gravadas e
      * o proprio contrato, para nao sobrar divida sem credito.
      * ---------------------------------------------------------------
       DESFAZ-CONTRATO.
           PERFORM VARYING WRK-IX-PARCELA FROM 1 BY 1
                   UNTIL WRK-IX-PARCELA > WRK-PARCELAS-GRAVADAS
               MOVE EMP-NUMERO TO PAR-CONTRATO
               MOVE WRK-IX-PARCELA TO PAR-NUMERO
               DELETE PARCELAS-FILE
           END-PERFORM
           DELETE EMPRESTIMOS-FILE.

      * ---------------------------------------------------------------
      * Contratos da conta pela chave alternativa EMP-CONTA.
      * ---------------------------------------------------------------
       CONSULTA-CONTRATOS-DA-CONTA.
           DISPLAY "Numero da conta: " WITH NO ADVANCING
           ACCEPT EMP-CONTA
           MOVE ZEROS TO WRK-QTD-LISTADOS
           MOVE "N" TO WS-FIM-EMPRESTIMOS
           START EMPRESTIMOS-FILE KEY IS EQUAL TO EMP-CONTA
               INVALID KEY
                   MOVE "S" TO WS-FIM-EMPRESTIMOS
           END-START
           MOVE EMP-CONTA TO CONTA-NUMERO
           IF NOT FIM-EMPRESTIMOS
               DISPLAY "CONTRATO  DATA      PRINCIPAL   TAXA  "
                       "PARC  PRESTACAO  PAGAS SALDO DEV   SITUACAO"
           END-IF
           PERFORM UNTIL FIM-EMPRESTIMOS
               READ EMPRESTIMOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-EMPRESTIMOS
                   NOT AT END
                       IF EMP-CONTA NOT = CONTA-NUMERO
                           MOVE "S" TO WS-FIM-EMPRESTIMOS
                       ELSE
                           PERFORM EXIBE-UM-CONTRATO
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY "Nenhum emprestimo para a conta."
               MOVE 4 TO RETURN-CODE
           END-IF.

       EXIBE-UM-CONTRATO.
           EVALUATE TRUE
               WHEN EMP-ATIVO
                   MOVE "ATIVO" TO WRK-STATUS-DESCRITO
               WHEN EMP-QUITADO
                   MOVE "QUITADO" TO WRK-STATUS-DESCRITO
               WHEN OTHER
                   MOVE "????" TO WRK-STATUS-DESCRITO
           END-EVALUATE
           MOVE EMP-VALOR-PRINCIPAL TO WRK-VALOR-EDITADO
           MOVE EMP-TAXA-MES TO WRK-TAXA-EDITADA
           MOVE EMP-VALOR-PARCELA TO WRK-JUROS-EDITADO
           MOVE EMP-SALDO-DEVEDOR TO WRK-AMORT-EDITADA
           DISPLAY EMP-NUMERO "  " EMP-DT-CONTRATO "  "
                   WRK-VALOR-EDITADO "  " WRK-TAXA-EDITADA "  "
                   EMP-QTD-PARCELAS "  " WRK-JUROS-EDITADO "  "
                   EMP-QTD-PAGAS "  " WRK-AMORT-EDITADA "  "
                   WRK-STATUS-DESCRITO
           ADD 1 TO WRK-QTD-LISTADOS.

      * ---------------------------------------------------------------
      * Tabela de parcelas do contrato, na ordem de vencimento, com o
      * atraso e a mora que o batch EMPRDIA calculou na ultima noite.
      * ---------------------------------------------------------------
       CONSULTA-PARCELAS-DO-CONTRATO.
           DISPLAY "Numero do contrato: " WITH NO ADVANCING
           ACCEPT EMP-NUMERO
           READ EMPRESTIMOS-FILE
               INVALID KEY
                   DISPLAY "Contrato nao encontrado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE EMP-VALOR-PRINCIPAL TO WRK-VALOR-EDITADO
           MOVE EMP-TAXA-MES TO WRK-TAXA-EDITADA
           DISPLAY "Contrato " EMP-NUMERO "  conta " EMP-CONTA
                   "  CPF " EMP-CPF "  de " EMP-DT-CONTRATO
           DISPLAY "Principal " WRK-VALOR-EDITADO " a "
                   WRK-TAXA-EDITADA " ao mes em " EMP-QTD-PARCELAS
                   " parcelas"
           DISPLAY "PARC VENCTO    COBRANCA       VALOR  AMORTIZACAO"
                   "      JUROS  SALDO DEV  SITUACAO"

           MOVE EMP-NUMERO TO PAR-CONTRATO
           MOVE ZEROS TO PAR-NUMERO
           MOVE "N" TO WS-FIM-PARCELAS
           START PARCELAS-FILE KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-PARCELAS
           END-START
           PERFORM UNTIL FIM-PARCELAS
               READ PARCELAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-PARCELAS
                   NOT AT END
                       IF PAR-CONTRATO NOT = EMP-NUMERO
                           MOVE "S" TO WS-FIM-PARCELAS
                       ELSE
                           PERFORM EXIBE-UMA-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       EXIBE-UMA-PARCELA.
           MOVE SPACES TO WRK-STATUS-DESCRITO
           EVALUATE TRUE
               WHEN PAR-PAGA
                   STRING "PAGA " PAR-DT-PAGAMENTO
                          DELIMITED BY SIZE INTO WRK-STATUS-DESCRITO
               WHEN PAR-DIAS-ATRASO > ZEROS
                   STRING "ATRASO " PAR-DIAS-ATRASO " DIAS"
                          DELIMITED BY SIZE INTO WRK-STATUS-DESCRITO
               WHEN OTHER
                   MOVE "EM ABERTO" TO WRK-STATUS-DESCRITO
           END-EVALUATE
           MOVE PAR-VALOR TO WRK-VALOR-EDITADO
           MOVE PAR-AMORTIZACAO TO WRK-AMORT-EDITADA
           MOVE PAR-JUROS TO WRK-JUROS-EDITADO
           MOVE PAR-SALDO-APOS TO WRK-SALDO-EDITADO
           DISPLAY PAR-NUMERO "  " PAR-DT-VENCIMENTO "  "
                   PAR-DT-COBRANCA "  " WRK-VALOR-EDITADO "  "
                   WRK-AMORT-EDITADA "  " WRK-JUROS-EDITADO " "
                   WRK-SALDO-EDITADO " " WRK-STATUS-DESCRITO
           IF PAR-ABERTA AND PAR-MORA > ZEROS
               MOVE PAR-MORA TO WRK-VALOR-EDITADO
               DISPLAY "     mora ate a ultima noite: "
                       WRK-VALOR-EDITADO
           END-IF.

      * ---------------------------------------------------------------
      * Proximo numero de contrato: o maior numero ja gravado mais um.
      * ---------------------------------------------------------------
       PROXIMO-NUMERO-CONTRATO.
           MOVE ZEROS TO WRK-NUMERO
           MOVE ZEROS TO EMP-NUMERO
           MOVE "N" TO WS-FIM-EMPRESTIMOS
           START EMPRESTIMOS-FILE KEY IS NOT LESS THAN EMP-NUMERO
               INVALID KEY
                   MOVE "S" TO WS-FIM-EMPRESTIMOS
           END-START
           PERFORM UNTIL FIM-EMPRESTIMOS
               READ EMPRESTIMOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-EMPRESTIMOS
                   NOT AT END
                       MOVE EMP-NUMERO TO WRK-NUMERO
               END-READ
           END-PERFORM
           ADD 1 TO WRK-NUMERO
               ON SIZE ERROR
                   DISPLAY "Numeracao de contratos esgotada."
                   MOVE 12 TO RETURN-CODE
           END-ADD.

      * ---------------------------------------------------------------
      * Credito do principal no historico permanente, com o OPER-ID
      * em HIST-ORIGEM e o contrato em HIST-REFERENCIA.
      * ---------------------------------------------------------------
       GRAVA-HISTORICO-LIBERACAO.
           MOVE WRK-DATA TO HIST-DATA
           ACCEPT HIST-HORA FROM TIME
           MOVE CONTA-NUMERO TO HIST-CONTA
           MOVE "L" TO HIST-TIPO
           MOVE EMP-VALOR-PRINCIPAL TO HIST-VALOR
           MOVE CONTA-SALDO TO HIST-SALDO-APOS
           MOVE WS-OPERADOR-ID TO HIST-ORIGEM
           MOVE ZEROS TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           MOVE EMP-NUMERO TO HIST-EMP-NUMERO
           MOVE ZEROS TO HIST-EMP-PARCELA
           MOVE ZEROS TO HIST-EMP-MORA
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
                   "andamento. Contrate apos a reabertura."
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

       END PROGRAM EMPRES01.
