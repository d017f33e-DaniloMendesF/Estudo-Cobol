      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Semiannual e-Financeira movement report per CPF. Sweeps the
      * history of the semester -- the indexed HISTIDX.DAT account by
      * account, plus the HISTARC.DAT archive when the semester has
      * already been split off to it, or the permanent HISTORIC.DAT
      * when the index is not built -- and totals, per account and
      * per month, the credits (HIST-CREDITO) and the debits
      * (HIST-DEBITO). The month-end balance of each account is the
      * current CONTA-SALDO less every movement dated after that
      * month, so a month without movement still gets its balance.
      * Each account is attributed IN FULL to every one of its holders
      * (CONTA-CPF or TITULAR.DAT), as the declaration requires, and
      * the CPF is declared when, in any month of the semester, its
      * global credits or global debits exceed EFIN-LIMITE-MOVTO, or
      * its global month-end balance exceeds EFIN-LIMITE-SALDO
      * (PARAMS.DAT, default 2.000,00 both).
      * The regulatory file EFINAN.DAT has fixed 100-byte records:
      * header "0" (year, semester, generation date, thresholds), one
      * "1" per declared CPF (CPF, name from CLIENTES, number of
      * accounts), six "2" per account of that CPF (month AAAAMM,
      * credits, debits, month-end balance and sign) and trailer "9"
      * with the record counts and the credit/debit totals of the
      * "2" records. The conference report RELEFIN.DAT lists every
      * declared CPF and the omitted-below-threshold counts, to be
      * checked before transmission; its CPF prints MASKED unless the
      * second argument is ABERTO (supervisor, LGPDLOG.DAT). A CPF
      * over the threshold without a CLIENTES record cannot be
      * declared: it is listed, logged in EXCLOG.DAT and the run ends
      * with RETURN-CODE 4 so the master is fixed first. The semester
      * comes from the first argument (AAAAS, S = 1 or 2, reissue) or
      * defaults to the semester of the business date; BATCH00 runs
      * it on the last business day of June and of December.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFINANC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT HISTIDX-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT HISTARC-FILE ASSIGN TO "HISTARC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTARC-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT DECLARACAO-FILE ASSIGN TO "EFINAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLARACAO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELEFIN.DAT"
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

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT LGPDLOG-FILE ASSIGN TO "LGPDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES-FILE.
           COPY CLIREC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  HISTIDX-FILE.
           COPY HISTIREC.

      * arquivo de anos antigos no desenho do historico sequencial,
      * lido para o MESMO registro HISTORICO.
       FD  HISTARC-FILE.
       01  HISTARC-REG PIC X(80).

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  DECLARACAO-FILE.
       01  DECLARACAO-REG PIC X(100).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  LGPDLOG-FILE.
           COPY LGPDREC.

       WORKING-STORAGE SECTION.

       77 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
       77 WS-HISTARC-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-DECLARACAO-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
       77 WS-LGPDLOG-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-CLIENTES PIC X VALUE "N".
          88 FIM-CLIENTES VALUE "S".
       77 WS-FIM-CONTAS PIC X VALUE "N".
          88 FIM-CONTAS VALUE "S".
       77 WS-FIM-HISTORICO PIC X VALUE "N".
          88 FIM-HISTORICO VALUE "S".
       77 WS-FIM-INDICE PIC X VALUE "N".
          88 FIM-INDICE VALUE "S".
       77 WS-FIM-ARQUIVO PIC X VALUE "N".
          88 FIM-ARQUIVO VALUE "S".
       77 WS-FIM-PARAMETROS PIC X VALUE "N".
          88 FIM-PARAMETROS VALUE "S".
       77 WS-INDICE-DISPONIVEL PIC X VALUE "N".
          88 INDICE-DISPONIVEL VALUE "S".
       77 WS-ARGC PIC 9(02) VALUE ZEROS.
       77 WS-ARG-SEMESTRE PIC X(10) VALUE SPACES.
       77 WS-ARG-MODO PIC X(10) VALUE SPACES.

      * senha de operador, nunca exibida/gravada em claro (ver
      * HASH-SENHA / MASCARA-SENHA, mesmo criterio de PROG0001).
       77 SENHA PIC X(30).
       77 WRK-SENHA-HASH PIC 9(10) VALUE ZEROS.
       77 WRK-SENHA-MASCARADA PIC X(30) VALUE ALL "*".
       77 WS-I PIC 9(02) VALUE ZEROS.

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MAX-ARQ PIC 9(08) VALUE ZEROS.
       77 WRK-ANO PIC 9(04) VALUE ZEROS.
       77 WRK-SEMESTRE PIC 9(01) VALUE ZEROS.
       77 WRK-MES-INICIAL PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INICIO PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM PIC 9(08) VALUE ZEROS.
       77 WRK-MES-LANC PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-SINAL PIC S9(09)V9(02) VALUE ZEROS.
      * limites legais, sobrepostos pelo arquivo de parametros
       77 WRK-LIMITE-MOVTO PIC 9(09)V9(02) VALUE 2000.00.
       77 WRK-LIMITE-SALDO PIC 9(09)V9(02) VALUE 2000.00.
       77 WRK-MAIOR-CRED PIC 9(11)V9(02) VALUE ZEROS.
       77 WRK-MAIOR-DEB PIC 9(11)V9(02) VALUE ZEROS.
       77 WRK-MAIOR-SALDO PIC S9(11)V9(02) VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZ,ZZZ,ZZ9.99-.
       77 WRK-TOTAL-EDITADO PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      * -- semestre: fim de cada mes (dia 31 basta na comparacao) e o
      * mes AAAAMM que vai ao registro "2"
       01 WS-TAB-MESES.
           02 WS-MES-ENT OCCURS 6 TIMES.
              03 WS-MES-AAAAMM PIC 9(06).
              03 WS-MES-FIM PIC 9(08).
       77 WS-IM PIC 9(01) VALUE ZEROS.

      * -- contas do master com o movimento do semestre por mes; o
      * "posterior" soma o efeito dos lancamentos depois do fim de
      * cada mes, para o saldo de fim de mes sair do saldo atual.
       01 WS-CONTROLE-CONTAS.
           02 WS-QTD-CONTAS PIC 9(04) VALUE ZEROS.
           02 WS-MAX-CONTAS PIC 9(04) VALUE 1000.
           02 WS-IX PIC 9(04) VALUE ZEROS.
           02 WS-IX-ACHADO PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CONTAS.
           02 WS-CT-ENT OCCURS 1000 TIMES.
              03 WS-CT-NUMERO PIC 9(08).
              03 WS-CT-CPF PIC X(11).
              03 WS-CT-SALDO PIC S9(07)V9(02).
              03 WS-CT-MES OCCURS 6 TIMES.
                 04 WS-CT-CRED PIC 9(11)V9(02).
                 04 WS-CT-DEB PIC 9(11)V9(02).
                 04 WS-CT-POSTERIOR PIC S9(11)V9(02).
                 04 WS-CT-SALDO-MES PIC S9(11)V9(02).

      * -- CPF declarantes: soma global das contas de que e titular
       01 WS-CONTROLE-CPF.
           02 WS-QTD-CPF PIC 9(04) VALUE ZEROS.
           02 WS-MAX-CPF PIC 9(04) VALUE 1000.
           02 WS-IX-CPF PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CPF.
           02 WS-CP-ENT OCCURS 1000 TIMES.
              03 WS-CP-CPF PIC X(11).
              03 WS-CP-QTD-CONTAS PIC 9(03).
              03 WS-CP-DECLARADO PIC X(01).
                 88 CPF-DECLARADO VALUE "S".
              03 WS-CP-MOVIMENTO PIC X(01).
                 88 CPF-COM-MOVIMENTO VALUE "S".
              03 WS-CP-CADASTRADO PIC X(01).
                 88 CPF-CADASTRADO VALUE "S".
              03 WS-CP-MES OCCURS 6 TIMES.
                 04 WS-CP-CRED PIC 9(11)V9(02).
                 04 WS-CP-DEB PIC 9(11)V9(02).
                 04 WS-CP-SALDO PIC S9(11)V9(02).

      * -- conta x titular: uma entrada por titular de cada conta
       01 WS-CONTROLE-PARES.
           02 WS-QTD-PARES PIC 9(04) VALUE ZEROS.
           02 WS-MAX-PARES PIC 9(04) VALUE 2000.
           02 WS-IX-PAR PIC 9(04) VALUE ZEROS.
       01 WS-TAB-PARES.
           02 WS-PAR-ENT OCCURS 2000 TIMES.
              03 WS-PAR-CONTA-IX PIC 9(04).
              03 WS-PAR-CPF-IX PIC 9(04).

      * -- conferencia: contagens e totais do arquivo gerado
       01 WRK-TOTAIS-DECLARACAO.
           02 WRK-QTD-DECLARADOS PIC 9(07) VALUE ZEROS.
           02 WRK-QTD-CONTAS-DECL PIC 9(07) VALUE ZEROS.
           02 WRK-QTD-OMITIDOS PIC 9(07) VALUE ZEROS.
           02 WRK-QTD-OMIT-SEM-MOV PIC 9(07) VALUE ZEROS.
           02 WRK-QTD-CONTAS-OMIT PIC 9(07) VALUE ZEROS.
           02 WRK-QTD-SEM-CADASTRO PIC 9(07) VALUE ZEROS.
           02 WRK-QTD-REGISTROS PIC 9(09) VALUE ZEROS.
           02 WRK-TOT-CREDITOS PIC 9(13)V9(02) VALUE ZEROS.
           02 WRK-TOT-DEBITOS PIC 9(13)V9(02) VALUE ZEROS.

      * -- os formatos do arquivo regulatorio
       01 WS-AREA-DECLARACAO.
           02 WS-DECLARACAO PIC X(100).
           02 WS-EFI-HEADER REDEFINES WS-DECLARACAO.
              03 EFI-HDR-TIPO PIC X(01).
              03 EFI-HDR-ANO PIC 9(04).
              03 EFI-HDR-SEMESTRE PIC 9(01).
              03 EFI-HDR-DT-GERACAO PIC 9(08).
              03 EFI-HDR-LIMITE-MOVTO PIC 9(09)V9(02).
              03 EFI-HDR-LIMITE-SALDO PIC 9(09)V9(02).
              03 FILLER PIC X(64).
           02 WS-EFI-DECLARADO REDEFINES WS-DECLARACAO.
              03 EFI-DCL-TIPO PIC X(01).
              03 EFI-DCL-CPF PIC X(11).
              03 EFI-DCL-NOME PIC X(50).
              03 EFI-DCL-QTD-CONTAS PIC 9(03).
              03 FILLER PIC X(35).
           02 WS-EFI-CONTA REDEFINES WS-DECLARACAO.
              03 EFI-CTA-TIPO PIC X(01).
              03 EFI-CTA-CPF PIC X(11).
              03 EFI-CTA-CONTA PIC 9(08).
              03 EFI-CTA-MES PIC 9(06).
              03 EFI-CTA-CREDITOS PIC 9(11)V9(02).
              03 EFI-CTA-DEBITOS PIC 9(11)V9(02).
              03 EFI-CTA-SALDO PIC 9(11)V9(02).
              03 EFI-CTA-SINAL PIC X(01).
              03 FILLER PIC X(34).
           02 WS-EFI-TRAILER REDEFINES WS-DECLARACAO.
              03 EFI-TRL-TIPO PIC X(01).
              03 EFI-TRL-QTD-DECLARADOS PIC 9(07).
              03 EFI-TRL-QTD-CONTAS PIC 9(07).
              03 EFI-TRL-QTD-REGISTROS PIC 9(09).
              03 EFI-TRL-CREDITOS PIC 9(13)V9(02).
              03 EFI-TRL-DEBITOS PIC 9(13)V9(02).
              03 FILLER PIC X(46).

      * titulares das contas conjuntas: estrutura em TITWS.cpy,
      * paragrafos em TITPD.cpy.
           COPY TITWS.

      * autenticacao do supervisor que pede a conferencia em claro:
      * estrutura em OPERAUWS.cpy, paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

      * mascaramento LGPD do CPF da conferencia, mascarado por
      * default: estrutura em LGPDWS.cpy, paragrafos em LGPDPD.cpy.
           COPY LGPDWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           PERFORM OBTEM-SEMESTRE
           IF RETURN-CODE = 16
               GOBACK
           END-IF
           PERFORM LE-PARAMETROS

           PERFORM CARREGA-CONTAS
           IF RETURN-CODE = 12
               GOBACK
           END-IF
           PERFORM ACUMULA-MOVIMENTOS
           IF RETURN-CODE = 12
               GOBACK
           END-IF
           PERFORM CALCULA-SALDOS-MES
           PERFORM SOMA-POR-CPF
           IF RETURN-CODE = 12
               GOBACK
           END-IF

           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "CLIENTES.DAT nao encontrado."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           OPEN OUTPUT DECLARACAO-FILE
           OPEN OUTPUT RELATORIO-FILE
           PERFORM GRAVA-HEADER
           PERFORM EMITE-CABECALHO

           MOVE "N" TO WS-FIM-CLIENTES
           PERFORM UNTIL FIM-CLIENTES
               READ CLIENTES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CLIENTES
                   NOT AT END
                       PERFORM DECLARA-CLIENTE
               END-READ
           END-PERFORM
           CLOSE CLIENTES-FILE

           PERFORM CONFERE-SEM-CADASTRO
           PERFORM GRAVA-TRAILER
           PERFORM EMITE-RODAPE

           CLOSE DECLARACAO-FILE
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE
           DISPLAY "e-Financeira " WRK-ANO "/" WRK-SEMESTRE ": "
                   WRK-QTD-DECLARADOS " CPF(s) declarado(s), "
                   WRK-QTD-OMITIDOS " abaixo do limite."
           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * Semestre: argumento AAAAS (reemissao) ou o semestre da data de
      * negocio (emissao do ultimo dia util de junho/dezembro). O
      * segundo argumento ABERTO e o pedido de CPF em claro na
      * conferencia (supervisor, com registro no log de acesso).
      * ---------------------------------------------------------------
       OBTEM-SEMESTRE.
           MOVE "EFINANC" TO WS-LGPD-PROGRAMA
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-SEMESTRE FROM ARGUMENT-VALUE
               IF WS-ARG-SEMESTRE (1:5) IS NOT NUMERIC OR
                  WS-ARG-SEMESTRE (6:5) NOT = SPACES OR
                  (WS-ARG-SEMESTRE (5:1) NOT = "1" AND
                   WS-ARG-SEMESTRE (5:1) NOT = "2")
                   DISPLAY "Semestre invalido (AAAAS, S = 1 ou 2): "
                           WS-ARG-SEMESTRE
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ARG-SEMESTRE (1:4) TO WRK-ANO
               MOVE WS-ARG-SEMESTRE (5:1) TO WRK-SEMESTRE
           ELSE
               MOVE WRK-DATA-RELATORIO (1:4) TO WRK-ANO
               IF WRK-DATA-RELATORIO (5:2) > "06"
                   MOVE 2 TO WRK-SEMESTRE
               ELSE
                   MOVE 1 TO WRK-SEMESTRE
               END-IF
           END-IF
           IF WS-ARGC >= 2
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-MODO FROM ARGUMENT-VALUE
               MOVE FUNCTION UPPER-CASE (WS-ARG-MODO) TO WS-ARG-MODO
               IF WS-ARG-MODO = "ABERTO"
                   PERFORM SOLICITA-SAIDA-ABERTA
               END-IF
           END-IF

           IF WRK-SEMESTRE = 1
               MOVE 01 TO WRK-MES-INICIAL
           ELSE
               MOVE 07 TO WRK-MES-INICIAL
           END-IF
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 6
               COMPUTE WS-MES-AAAAMM (WS-IM) =
                   (WRK-ANO * 100) + WRK-MES-INICIAL + WS-IM - 1
               COMPUTE WS-MES-FIM (WS-IM) =
                   (WS-MES-AAAAMM (WS-IM) * 100) + 31
           END-PERFORM
           COMPUTE WRK-DATA-INICIO = (WS-MES-AAAAMM (1) * 100) + 1
           MOVE WS-MES-FIM (6) TO WRK-DATA-FIM.

      * ---------------------------------------------------------------
      * Limites legais pelo arquivo de parametros, mesma regra de
      * vigencia dos demais (o ultimo aplicavel vence).
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
               WHEN "EFIN-LIMITE-MOVTO"
                   COMPUTE WRK-LIMITE-MOVTO =
                       FUNCTION NUMVAL (PARM-VALOR)
               WHEN "EFIN-LIMITE-SALDO"
                   COMPUTE WRK-LIMITE-SALDO =
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Todas as contas do master, inclusive encerradas (a conta que
      * fechou no semestre ainda movimentou nele).
      * ---------------------------------------------------------------
       CARREGA-CONTAS.
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "CONTAS.DAT nao encontrado."
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       IF WS-QTD-CONTAS >= WS-MAX-CONTAS
                           DISPLAY "CONTAS.DAT excede a tabela da "
                                   "e-Financeira."
                           MOVE 12 TO RETURN-CODE
                           MOVE "S" TO WS-FIM-CONTAS
                       ELSE
                           ADD 1 TO WS-QTD-CONTAS
                           INITIALIZE WS-CT-ENT (WS-QTD-CONTAS)
                           MOVE CONTA-NUMERO
                               TO WS-CT-NUMERO (WS-QTD-CONTAS)
                           MOVE CONTA-CPF TO WS-CT-CPF (WS-QTD-CONTAS)
                           MOVE CONTA-SALDO
                               TO WS-CT-SALDO (WS-QTD-CONTAS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTAS-FILE.

      * ---------------------------------------------------------------
      * Movimento a partir do inicio do semestre. Com o indice, cada
      * conta e posicionada direto na data de inicio (e o arquivo de
      * anos antigos entra quando ja cobre o semestre); sem ele, a
      * releitura completa do sequencial permanente.
      * ---------------------------------------------------------------
       ACUMULA-MOVIMENTOS.
           OPEN INPUT HISTIDX-FILE
           IF WS-HISTIDX-STATUS = "00"
               MOVE "S" TO WS-INDICE-DISPONIVEL
           END-IF
           IF INDICE-DISPONIVEL
               PERFORM DETECTA-ARQUIVO-ANTIGO
               IF WRK-DATA-MAX-ARQ NOT < WRK-DATA-INICIO
                   PERFORM ACUMULA-DO-ARQUIVO
               END-IF
               PERFORM VARYING WS-IX FROM 1 BY 1
                       UNTIL WS-IX > WS-QTD-CONTAS
                   PERFORM ACUMULA-CONTA-DO-INDICE
               END-PERFORM
               CLOSE HISTIDX-FILE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "HISTIDX.DAT indisponivel; varrendo HISTORIC.DAT."
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               DISPLAY "HISTORIC.DAT nao encontrado; nenhum "
                       "movimento no semestre."
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-HISTORICO
           PERFORM UNTIL FIM-HISTORICO
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO
                   NOT AT END
                       PERFORM PROCURA-CONTA-DO-LANCAMENTO
               END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE.

       DETECTA-ARQUIVO-ANTIGO.
           OPEN INPUT HISTARC-FILE
           IF WS-HISTARC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTARC-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF HISTARC-REG (1:8) IS NUMERIC AND
                          HISTARC-REG (1:8) > WRK-DATA-MAX-ARQ
                           MOVE HISTARC-REG (1:8)
                               TO WRK-DATA-MAX-ARQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTARC-FILE.

       ACUMULA-DO-ARQUIVO.
           OPEN INPUT HISTARC-FILE
           IF WS-HISTARC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTARC-FILE INTO HISTORICO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM PROCURA-CONTA-DO-LANCAMENTO
               END-READ
           END-PERFORM
           CLOSE HISTARC-FILE.

       ACUMULA-CONTA-DO-INDICE.
           MOVE WS-CT-NUMERO (WS-IX) TO HIX-CONTA
           MOVE WRK-DATA-INICIO TO HIX-DATA
           MOVE ZEROS TO HIX-SEQ
           START HISTIDX-FILE KEY NOT < HIX-CHAVE
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-FIM-INDICE
           PERFORM UNTIL FIM-INDICE
               READ HISTIDX-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-INDICE
                   NOT AT END
                       IF HIX-CONTA NOT = WS-CT-NUMERO (WS-IX)
                           MOVE "S" TO WS-FIM-INDICE
                       ELSE
                           PERFORM VERTE-ENTRADA-DO-INDICE
                           PERFORM ACUMULA-LANCAMENTO
                       END-IF
               END-READ
           END-PERFORM.

       VERTE-ENTRADA-DO-INDICE.
           MOVE HIX-DATA TO HIST-DATA
           MOVE HIX-HORA TO HIST-HORA
           MOVE HIX-CONTA TO HIST-CONTA
           MOVE HIX-TIPO TO HIST-TIPO
           MOVE HIX-VALOR TO HIST-VALOR
           MOVE HIX-SALDO-APOS TO HIST-SALDO-APOS
           MOVE HIX-ORIGEM TO HIST-ORIGEM
           MOVE HIX-CONTA-CONTRA TO HIST-CONTA-CONTRA
           MOVE HIX-REFERENCIA TO HIST-REFERENCIA.

      * lancamento lido fora do indice: conta procurada na tabela
       PROCURA-CONTA-DO-LANCAMENTO.
           IF HIST-DATA < WRK-DATA-INICIO
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-IX-ACHADO
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS OR WS-IX-ACHADO > 0
               IF WS-CT-NUMERO (WS-IX) = HIST-CONTA
                   MOVE WS-IX TO WS-IX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IX-ACHADO TO WS-IX
           PERFORM ACUMULA-LANCAMENTO.

      * ---------------------------------------------------------------
      * Lancamento da conta WS-IX: no semestre soma ao credito ou ao
      * debito do mes; depois do fim de cada mes, entra no
      * "posterior" daquele mes com o seu efeito no saldo.
      * ---------------------------------------------------------------
       ACUMULA-LANCAMENTO.
           IF HIST-DATA < WRK-DATA-INICIO
               EXIT PARAGRAPH
           END-IF
           IF HIST-CREDITO
               MOVE HIST-VALOR TO WRK-VALOR-SINAL
           ELSE
               COMPUTE WRK-VALOR-SINAL = 0 - HIST-VALOR
           END-IF
           IF HIST-DATA NOT > WRK-DATA-FIM
               MOVE HIST-DATA (5:2) TO WRK-MES-LANC
               COMPUTE WS-IM = WRK-MES-LANC - WRK-MES-INICIAL + 1
               IF HIST-CREDITO
                   ADD HIST-VALOR TO WS-CT-CRED (WS-IX, WS-IM)
               ELSE
                   ADD HIST-VALOR TO WS-CT-DEB (WS-IX, WS-IM)
               END-IF
           END-IF
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 6
               IF HIST-DATA > WS-MES-FIM (WS-IM)
                   ADD WRK-VALOR-SINAL
                       TO WS-CT-POSTERIOR (WS-IX, WS-IM)
               END-IF
           END-PERFORM.

       CALCULA-SALDOS-MES.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS
               PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 6
                   COMPUTE WS-CT-SALDO-MES (WS-IX, WS-IM) =
                       WS-CT-SALDO (WS-IX)
                       - WS-CT-POSTERIOR (WS-IX, WS-IM)
               END-PERFORM
           END-PERFORM.

      * ---------------------------------------------------------------
      * Cada conta entra inteira na soma de cada titular; o CPF e
      * declarado quando qualquer mes passa de um dos limites.
      * ---------------------------------------------------------------
       SOMA-POR-CPF.
           PERFORM ABRE-TITULAR
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS OR RETURN-CODE = 12
               MOVE WS-CT-NUMERO (WS-IX) TO WS-CONTA-TIT-PROCURA
               MOVE WS-CT-CPF (WS-IX) TO WS-CPF-TIT-PRINCIPAL
               PERFORM CARREGA-TITULARES-CONTA
               PERFORM VARYING WS-IX-TIT FROM 1 BY 1
                       UNTIL WS-IX-TIT > WS-QTD-TIT-CONTA OR
                             RETURN-CODE = 12
                   IF WS-TITC-CPF (WS-IX-TIT) NOT = SPACES
                       PERFORM SOMA-CONTA-AO-TITULAR
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM FECHA-TITULAR

           PERFORM VARYING WS-IX-CPF FROM 1 BY 1
                   UNTIL WS-IX-CPF > WS-QTD-CPF
               PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 6
                   IF WS-CP-CRED (WS-IX-CPF, WS-IM) > WRK-LIMITE-MOVTO
                      OR WS-CP-DEB (WS-IX-CPF, WS-IM) >
                         WRK-LIMITE-MOVTO
                      OR WS-CP-SALDO (WS-IX-CPF, WS-IM) >
                         WRK-LIMITE-SALDO
                       MOVE "S" TO WS-CP-DECLARADO (WS-IX-CPF)
                   END-IF
                   IF WS-CP-CRED (WS-IX-CPF, WS-IM) > ZEROS OR
                      WS-CP-DEB (WS-IX-CPF, WS-IM) > ZEROS
                       MOVE "S" TO WS-CP-MOVIMENTO (WS-IX-CPF)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SOMA-CONTA-AO-TITULAR.
           MOVE ZEROS TO WS-IX-ACHADO
           PERFORM VARYING WS-IX-CPF FROM 1 BY 1
                   UNTIL WS-IX-CPF > WS-QTD-CPF OR WS-IX-ACHADO > 0
               IF WS-CP-CPF (WS-IX-CPF) = WS-TITC-CPF (WS-IX-TIT)
                   MOVE WS-IX-CPF TO WS-IX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-ACHADO = ZEROS
               IF WS-QTD-CPF >= WS-MAX-CPF
                   DISPLAY "Titulares excedem a tabela de CPF da "
                           "e-Financeira."
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-CPF
               INITIALIZE WS-CP-ENT (WS-QTD-CPF)
               MOVE WS-TITC-CPF (WS-IX-TIT) TO WS-CP-CPF (WS-QTD-CPF)
               MOVE "N" TO WS-CP-DECLARADO (WS-QTD-CPF)
               MOVE "N" TO WS-CP-MOVIMENTO (WS-QTD-CPF)
               MOVE "N" TO WS-CP-CADASTRADO (WS-QTD-CPF)
               MOVE WS-QTD-CPF TO WS-IX-ACHADO
           END-IF
           IF WS-QTD-PARES >= WS-MAX-PARES
               DISPLAY "Titularidades excedem a tabela da "
                       "e-Financeira."
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-PARES
           MOVE WS-IX TO WS-PAR-CONTA-IX (WS-QTD-PARES)
           MOVE WS-IX-ACHADO TO WS-PAR-CPF-IX (WS-QTD-PARES)
           ADD 1 TO WS-CP-QTD-CONTAS (WS-IX-ACHADO)
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 6
               ADD WS-CT-CRED (WS-IX, WS-IM)
                   TO WS-CP-CRED (WS-IX-ACHADO, WS-IM)
               ADD WS-CT-DEB (WS-IX, WS-IM)
                   TO WS-CP-DEB (WS-IX-ACHADO, WS-IM)
               ADD WS-CT-SALDO-MES (WS-IX, WS-IM)
                   TO WS-CP-SALDO (WS-IX-ACHADO, WS-IM)
           END-PERFORM.

      * ---------------------------------------------------------------
      * Cliente do cadastro (ordem de CPF): declarado gera o "1" e os
      * "2" de cada conta; abaixo do limite so conta na conferencia.
      * ---------------------------------------------------------------
       DECLARA-CLIENTE.
           MOVE ZEROS TO WS-IX-ACHADO
           PERFORM VARYING WS-IX-CPF FROM 1 BY 1
                   UNTIL WS-IX-CPF > WS-QTD-CPF OR WS-IX-ACHADO > 0
               IF WS-CP-CPF (WS-IX-CPF) = CPF
                   MOVE WS-IX-CPF TO WS-IX-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IX-ACHADO TO WS-IX-CPF
           MOVE "S" TO WS-CP-CADASTRADO (WS-IX-CPF)
           IF NOT CPF-DECLARADO (WS-IX-CPF)
               ADD 1 TO WRK-QTD-OMITIDOS
               ADD WS-CP-QTD-CONTAS (WS-IX-CPF) TO WRK-QTD-CONTAS-OMIT
               IF NOT CPF-COM-MOVIMENTO (WS-IX-CPF)
                   ADD 1 TO WRK-QTD-OMIT-SEM-MOV
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WRK-QTD-DECLARADOS
           MOVE SPACES TO WS-DECLARACAO
           MOVE "1" TO EFI-DCL-TIPO
           MOVE CPF TO EFI-DCL-CPF
           MOVE NOME TO EFI-DCL-NOME
           MOVE WS-CP-QTD-CONTAS (WS-IX-CPF) TO EFI-DCL-QTD-CONTAS
           PERFORM GRAVA-REGISTRO-DECLARACAO
           PERFORM VARYING WS-IX-PAR FROM 1 BY 1
                   UNTIL WS-IX-PAR > WS-QTD-PARES
               IF WS-PAR-CPF-IX (WS-IX-PAR) = WS-IX-CPF
                   MOVE WS-PAR-CONTA-IX (WS-IX-PAR) TO WS-IX
                   ADD 1 TO WRK-QTD-CONTAS-DECL
                   PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 6
                       PERFORM GRAVA-MES-DA-CONTA
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM EMITE-LINHA-DECLARADO.

       GRAVA-MES-DA-CONTA.
           MOVE SPACES TO WS-DECLARACAO
           MOVE "2" TO EFI-CTA-TIPO
           MOVE CPF TO EFI-CTA-CPF
           MOVE WS-CT-NUMERO (WS-IX) TO EFI-CTA-CONTA
           MOVE WS-MES-AAAAMM (WS-IM) TO EFI-CTA-MES
           MOVE WS-CT-CRED (WS-IX, WS-IM) TO EFI-CTA-CREDITOS
           MOVE WS-CT-DEB (WS-IX, WS-IM) TO EFI-CTA-DEBITOS
           MOVE WS-CT-SALDO-MES (WS-IX, WS-IM) TO EFI-CTA-SALDO
           IF WS-CT-SALDO-MES (WS-IX, WS-IM) < ZEROS
               MOVE "-" TO EFI-CTA-SINAL
           ELSE
               MOVE "+" TO EFI-CTA-SINAL
           END-IF
           ADD WS-CT-CRED (WS-IX, WS-IM) TO WRK-TOT-CREDITOS
           ADD WS-CT-DEB (WS-IX, WS-IM) TO WRK-TOT-DEBITOS
           PERFORM GRAVA-REGISTRO-DECLARACAO.

       GRAVA-HEADER.
           MOVE SPACES TO WS-DECLARACAO
           MOVE "0" TO EFI-HDR-TIPO
           MOVE WRK-ANO TO EFI-HDR-ANO
           MOVE WRK-SEMESTRE TO EFI-HDR-SEMESTRE
           MOVE WRK-DATA-RELATORIO TO EFI-HDR-DT-GERACAO
           MOVE WRK-LIMITE-MOVTO TO EFI-HDR-LIMITE-MOVTO
           MOVE WRK-LIMITE-SALDO TO EFI-HDR-LIMITE-SALDO
           PERFORM GRAVA-REGISTRO-DECLARACAO.

       GRAVA-TRAILER.
           ADD 1 TO WRK-QTD-REGISTROS
           MOVE SPACES TO WS-DECLARACAO
           MOVE "9" TO EFI-TRL-TIPO
           MOVE WRK-QTD-DECLARADOS TO EFI-TRL-QTD-DECLARADOS
           MOVE WRK-QTD-CONTAS-DECL TO EFI-TRL-QTD-CONTAS
           MOVE WRK-QTD-REGISTROS TO EFI-TRL-QTD-REGISTROS
           MOVE WRK-TOT-CREDITOS TO EFI-TRL-CREDITOS
           MOVE WRK-TOT-DEBITOS TO EFI-TRL-DEBITOS
           MOVE WS-DECLARACAO TO DECLARACAO-REG
           WRITE DECLARACAO-REG.

       GRAVA-REGISTRO-DECLARACAO.
           MOVE WS-DECLARACAO TO DECLARACAO-REG
           WRITE DECLARACAO-REG
           ADD 1 TO WRK-QTD-REGISTROS.

      * ---------------------------------------------------------------
      * CPF titular acima do limite sem registro em CLIENTES: nao ha
      * nome a declarar. Sai na conferencia e no log de excecoes.
      * ---------------------------------------------------------------
       CONFERE-SEM-CADASTRO.
           PERFORM VARYING WS-IX-CPF FROM 1 BY 1
                   UNTIL WS-IX-CPF > WS-QTD-CPF
               IF CPF-DECLARADO (WS-IX-CPF) AND
                  NOT CPF-CADASTRADO (WS-IX-CPF)
                   ADD 1 TO WRK-QTD-SEM-CADASTRO
                   MOVE WS-CP-CPF (WS-IX-CPF) TO CPF
                   PERFORM MASCARA-CPF
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING WRK-CPF-MASCARADO
                          "  ACIMA DO LIMITE SEM CADASTRO EM "
                          "CLIENTES - NAO DECLARADO"
                          DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "EFINANC: CPF " WRK-CPF-MASCARADO
                          " SEM CADASTRO"
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
               END-IF
               IF NOT CPF-DECLARADO (WS-IX-CPF) AND
                  NOT CPF-CADASTRADO (WS-IX-CPF)
                   ADD 1 TO WRK-QTD-OMITIDOS
                   ADD WS-CP-QTD-CONTAS (WS-IX-CPF)
                       TO WRK-QTD-CONTAS-OMIT
                   IF NOT CPF-COM-MOVIMENTO (WS-IX-CPF)
                       ADD 1 TO WRK-QTD-OMIT-SEM-MOV
                   END-IF
               END-IF
           END-PERFORM.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONFERENCIA E-FINANCEIRA " WRK-ANO "/"
                  WRK-SEMESTRE " SEMESTRE - EMISSAO "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-LIMITE-MOVTO TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIMITE MENSAL DE MOVIMENTO: " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-LIMITE-SALDO TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIMITE DE SALDO FIM DE MES: " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CPF         CT  NOME                          "
                  "MAIOR CRED MES  MAIOR DEB MES   MAIOR SALDO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-LINHA-DECLARADO.
           MOVE ZEROS TO WRK-MAIOR-CRED WRK-MAIOR-DEB
           MOVE WS-CP-SALDO (WS-IX-CPF, 1) TO WRK-MAIOR-SALDO
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 6
               IF WS-CP-CRED (WS-IX-CPF, WS-IM) > WRK-MAIOR-CRED
                   MOVE WS-CP-CRED (WS-IX-CPF, WS-IM) TO WRK-MAIOR-CRED
               END-IF
               IF WS-CP-DEB (WS-IX-CPF, WS-IM) > WRK-MAIOR-DEB
                   MOVE WS-CP-DEB (WS-IX-CPF, WS-IM) TO WRK-MAIOR-DEB
               END-IF
               IF WS-CP-SALDO (WS-IX-CPF, WS-IM) > WRK-MAIOR-SALDO
                   MOVE WS-CP-SALDO (WS-IX-CPF, WS-IM)
                       TO WRK-MAIOR-SALDO
               END-IF
           END-PERFORM
           PERFORM MASCARA-CPF
           MOVE SPACES TO LINHA-RELATORIO
           MOVE WRK-CPF-MASCARADO TO LINHA-RELATORIO (1:11)
           MOVE WS-CP-QTD-CONTAS (WS-IX-CPF) TO LINHA-RELATORIO (13:3)
           MOVE NOME (1:28) TO LINHA-RELATORIO (17:28)
           MOVE WRK-MAIOR-CRED TO WRK-VALOR-EDITADO
           MOVE WRK-VALOR-EDITADO TO LINHA-RELATORIO (46:14)
           MOVE WRK-MAIOR-DEB TO WRK-VALOR-EDITADO
           MOVE WRK-VALOR-EDITADO TO LINHA-RELATORIO (61:14)
           MOVE WRK-MAIOR-SALDO TO WRK-VALOR-EDITADO
           MOVE WRK-VALOR-EDITADO TO LINHA-RELATORIO (76:14)
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CPF DECLARADOS:                 " WRK-QTD-DECLARADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS DECLARADAS (POR TITULAR):"
                  WRK-QTD-CONTAS-DECL
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CPF OMITIDOS ABAIXO DO LIMITE:  " WRK-QTD-OMITIDOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  DOS QUAIS SEM MOVIMENTO:      "
                  WRK-QTD-OMIT-SEM-MOV
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS OMITIDAS (POR TITULAR):  "
                  WRK-QTD-CONTAS-OMIT
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CPF ACIMA DO LIMITE SEM CADASTRO:"
                  WRK-QTD-SEM-CADASTRO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REGISTROS NO ARQUIVO (COM 0/9): " WRK-QTD-REGISTROS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-CREDITOS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DE CREDITOS DECLARADOS:   " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOT-DEBITOS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL DE DEBITOS DECLARADOS:    " WRK-TOTAL-EDITADO
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
           MOVE "EFINANC" TO EXC-PROGRAMA
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

           COPY OPERAUPD.

           COPY LGPDPD.

           COPY TITPD.

       END PROGRAM EFINANC.
