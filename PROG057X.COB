      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Cheque books at the counter. Every sheet is one record of
      * CHEQUE.DAT (CHQREC.cpy), keyed by account + sheet number, so
      * the clearing (CHQCOMP) can tell a sheet that exists, has not
      * been paid and was not stopped:
      *   - option T : issue a cheque book -- active checking account
      *                (CONTA-CORRENTE) whose principal holder is not
      *                flagged for the CCF bad-cheque registry
      *                (CCF.DAT); CHQ-FOLHAS-TALAO sheets (PARAMS.DAT,
      *                default 20) numbered on from the highest sheet
      *                the account ever had, all "E" issued.
      *   - option U : stop payment of a sheet or a range of sheets
      *                (lost or stolen book, disputed payment): only
      *                sheets still payable are stopped, with the date
      *                and the customer's reason.
      *   - option L : the sheets of an account with their status.
      * Every option authenticates the named operator first
      * (OPERAUPD.cpy); the option may come as a command-line argument,
      * same convention as CONTAS01. An estate account (holder
      * deceased, OBITO01) gets no new cheque book.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT CHEQUES-FILE ASSIGN TO "CHEQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WS-CHEQUES-STATUS.

           SELECT CCF-FILE ASSIGN TO "CCF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCF-CPF
               FILE STATUS IS WS-CCF-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

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

       FD  CHEQUES-FILE.
           COPY CHQREC.

       FD  CCF-FILE.
           COPY CCFREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

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
           02 WS-CHEQUES-STATUS PIC X(02) VALUE "00".
           02 WS-CCF-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-OPCAO PIC X VALUE SPACES.
           02 WS-ARGC PIC 9(02) VALUE ZEROS.
           02 WS-CONTA-OK PIC X VALUE "N".
              88 CONTA-OK VALUE "S".
           02 WS-FIM-PARAMETROS PIC X VALUE "N".
              88 FIM-PARAMETROS VALUE "S".
           02 WS-FIM-CHEQUES PIC X VALUE "N".
              88 FIM-CHEQUES VALUE "S".
           02 WS-CONFIRMA PIC X VALUE "N".

      * folhas por talao, sobreposto pelo arquivo de parametros
       77 WRK-FOLHAS-TALAO PIC 9(03) VALUE 020.

       77 WRK-CONTA PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMA-FOLHA PIC 9(06) VALUE ZEROS.
       77 WRK-PRIMEIRA-FOLHA PIC 9(06) VALUE ZEROS.
       77 WRK-FOLHA-FINAL PIC 9(06) VALUE ZEROS.
       77 WRK-FOLHA PIC 9(06) VALUE ZEROS.
       77 WRK-MOTIVO-SUSTACAO PIC X(30) VALUE SPACES.
       77 WRK-QTD-GRAVADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-SUSTADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECUSADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-STATUS-DESCRITO PIC X(30) VALUE SPACES.

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro): estrutura em OPERAUWS.cpy,
      * paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

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
               DISPLAY " Talao de cheques - CHEQUE01"
               DISPLAY "===================================="
               DISPLAY "T - Emitir talao"
               DISPLAY "U - Sustar folha(s)"
               DISPLAY "L - Folhas da conta"
               DISPLAY "S - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-OPCAO) TO WS-OPCAO
           IF WS-OPCAO = "S"
               DISPLAY "Encerrando."
               GOBACK
           END-IF
           IF WS-OPCAO NOT = "T" AND WS-OPCAO NOT = "U" AND
              WS-OPCAO NOT = "L"
               DISPLAY "Opcao invalida."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM AUTORIZA-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRE-CHEQUES
           IF RETURN-CODE = 12
               CLOSE CONTAS-FILE
               GOBACK
           END-IF

           EVALUATE WS-OPCAO
               WHEN "T"
                   PERFORM EMITE-TALAO
               WHEN "U"
                   PERFORM SUSTA-FOLHAS
               WHEN "L"
                   PERFORM CONSULTA-FOLHAS-DA-CONTA
           END-EVALUATE

           CLOSE CONTAS-FILE
           CLOSE CHEQUES-FILE
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
               WHEN "CHQ-FOLHAS-TALAO"
                   COMPUTE WRK-FOLHAS-TALAO =
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Abre o cadastro de folhas em I-O, criando o arquivo na
      * primeira execucao (padrao de ABRE-CONTAS).
      * ---------------------------------------------------------------
       ABRE-CHEQUES.
           OPEN I-O CHEQUES-FILE
           IF WS-CHEQUES-STATUS = "35"
               OPEN OUTPUT CHEQUES-FILE
               CLOSE CHEQUES-FILE
               OPEN I-O CHEQUES-FILE
           END-IF
           IF WS-CHEQUES-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CHEQUE.DAT: " WS-CHEQUES-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
      * Le e critica a conta informada: existe, esta ativa e e conta
      * corrente (poupanca nao movimenta por cheque).
      * ---------------------------------------------------------------
       LE-CONTA-DO-TALAO.
           MOVE "N" TO WS-CONTA-OK
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta inexistente no master."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-ENCERRADA
               DISPLAY "Conta encerrada nao recebe talao."
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
                       "recebe talao."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT CONTA-CORRENTE
               DISPLAY "Talao de cheques so para conta corrente."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-CONTA-OK.

      * ---------------------------------------------------------------
      * Emissao do talao: titular principal fora do CCF, numeracao a
      * partir da maior folha que a conta ja teve, todas "E".
      * ---------------------------------------------------------------
       EMITE-TALAO.
           DISPLAY "-- Emissao de talao de cheques --"
           DISPLAY "Numero da conta: " WITH NO ADVANCING
           ACCEPT CONTA-NUMERO
           PERFORM LE-CONTA-DO-TALAO
           IF NOT CONTA-OK
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CCF-FILE
           IF WS-CCF-STATUS = "00"
               MOVE CONTA-CPF TO CCF-CPF
               READ CCF-FILE
                   INVALID KEY
                       MOVE SPACE TO CCF-SITUACAO
               END-READ
               CLOSE CCF-FILE
               IF CCF-INDICADO
                   DISPLAY "Titular indicado ao CCF em "
                           CCF-DT-INDICACAO
                           " (cheques sem fundos); talao recusado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WRK-FOLHAS-TALAO = ZEROS
               DISPLAY "Parametro CHQ-FOLHAS-TALAO zerado."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO WRK-CONTA
           PERFORM ULTIMA-FOLHA-DA-CONTA
           IF WRK-ULTIMA-FOLHA + WRK-FOLHAS-TALAO > 999999
               DISPLAY "Numeracao de folhas da conta esgotada."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WRK-PRIMEIRA-FOLHA = WRK-ULTIMA-FOLHA + 1
           COMPUTE WRK-FOLHA-FINAL =
               WRK-ULTIMA-FOLHA + WRK-FOLHAS-TALAO

           DISPLAY "Talao de " WRK-FOLHAS-TALAO " folhas: "
                   WRK-PRIMEIRA-FOLHA " a " WRK-FOLHA-FINAL
           DISPLAY "Confirma a emissao (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Emissao desistida."
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WRK-QTD-GRAVADAS
           PERFORM VARYING WRK-FOLHA FROM WRK-PRIMEIRA-FOLHA BY 1
                   UNTIL WRK-FOLHA > WRK-FOLHA-FINAL
                      OR RETURN-CODE = 12
               PERFORM GRAVA-UMA-FOLHA
           END-PERFORM
           IF RETURN-CODE = 12
               DISPLAY "Talao interrompido apos " WRK-QTD-GRAVADAS
                       " folha(s); recolha as folhas nao gravadas."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Talao emitido para a conta " WRK-CONTA ": folhas "
                   WRK-PRIMEIRA-FOLHA " a " WRK-FOLHA-FINAL ".".

       GRAVA-UMA-FOLHA.
           MOVE SPACES TO REGISTRO-CHEQUE
           MOVE WRK-CONTA TO CHQ-CONTA
           MOVE WRK-FOLHA TO CHQ-NUMERO
           MOVE WRK-PRIMEIRA-FOLHA TO CHQ-TALAO
           MOVE WRK-DATA TO CHQ-DT-EMISSAO
           MOVE WS-OPERADOR-ID TO CHQ-OPERADOR
           MOVE "E" TO CHQ-SITUACAO
           MOVE ZEROS TO CHQ-DT-SUSTACAO CHQ-DT-MOVIMENTO
                         CHQ-COMPENSACAO CHQ-SEQ-COMP
                         CHQ-BANCO-APRESENTANTE CHQ-VALOR
                         CHQ-QTD-DEVOLUCOES
           WRITE REGISTRO-CHEQUE
           IF WS-CHEQUES-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO CHEQUE.DAT: " WS-CHEQUES-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-GRAVADAS.

      * ---------------------------------------------------------------
      * Maior folha ja emitida para a conta (zeros se nunca teve).
      * ---------------------------------------------------------------
       ULTIMA-FOLHA-DA-CONTA.
           MOVE ZEROS TO WRK-ULTIMA-FOLHA
           MOVE WRK-CONTA TO CHQ-CONTA
           MOVE ZEROS TO CHQ-NUMERO
           MOVE "N" TO WS-FIM-CHEQUES
           START CHEQUES-FILE KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CHEQUES
           END-START
           PERFORM UNTIL FIM-CHEQUES
               READ CHEQUES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CHEQUES
                   NOT AT END
                       IF CHQ-CONTA NOT = WRK-CONTA
                           MOVE "S" TO WS-FIM-CHEQUES
                       ELSE
                           MOVE CHQ-NUMERO TO WRK-ULTIMA-FOLHA
                       END-IF
               END-READ
           END-PERFORM.

      * ---------------------------------------------------------------
      * Sustacao de uma folha ou de uma faixa (talao extraviado). So
      * folha ainda pagavel e sustada; paga, devolvida ou ja sustada
      * fica como esta e e apenas informada.
      * ---------------------------------------------------------------
       SUSTA-FOLHAS.
           DISPLAY "-- Sustacao de cheque --"
           DISPLAY "Numero da conta: " WITH NO ADVANCING
           ACCEPT WRK-CONTA
           MOVE WRK-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta inexistente no master."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "Primeira folha: " WITH NO ADVANCING
           ACCEPT WRK-PRIMEIRA-FOLHA
           DISPLAY "Ultima folha (Enter = so a primeira): "
                   WITH NO ADVANCING
           ACCEPT WRK-FOLHA-FINAL
           IF WRK-FOLHA-FINAL IS NOT NUMERIC OR
              WRK-FOLHA-FINAL = ZEROS
               MOVE WRK-PRIMEIRA-FOLHA TO WRK-FOLHA-FINAL
           END-IF
           IF WRK-PRIMEIRA-FOLHA IS NOT NUMERIC OR
              WRK-PRIMEIRA-FOLHA = ZEROS OR
              WRK-FOLHA-FINAL < WRK-PRIMEIRA-FOLHA
               DISPLAY "Faixa de folhas invalida."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Motivo da sustacao: " WITH NO ADVANCING
           ACCEPT WRK-MOTIVO-SUSTACAO
           IF WRK-MOTIVO-SUSTACAO = SPACES
               DISPLAY "Sustacao exige o motivo do cliente."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Confirma a sustacao das folhas "
                   WRK-PRIMEIRA-FOLHA " a " WRK-FOLHA-FINAL
                   " (S/N)? " WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Sustacao desistida."
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WRK-QTD-SUSTADAS WRK-QTD-RECUSADAS
           PERFORM VARYING WRK-FOLHA FROM WRK-PRIMEIRA-FOLHA BY 1
                   UNTIL WRK-FOLHA > WRK-FOLHA-FINAL
                      OR RETURN-CODE = 12
               PERFORM SUSTA-UMA-FOLHA
           END-PERFORM
           DISPLAY WRK-QTD-SUSTADAS " folha(s) sustada(s), "
                   WRK-QTD-RECUSADAS " nao sustada(s)."
           IF WRK-QTD-SUSTADAS = ZEROS AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       SUSTA-UMA-FOLHA.
           MOVE WRK-CONTA TO CHQ-CONTA
           MOVE WRK-FOLHA TO CHQ-NUMERO
           READ CHEQUES-FILE
               INVALID KEY
                   DISPLAY "  folha " WRK-FOLHA
                           ": nao emitida para a conta."
                   ADD 1 TO WRK-QTD-RECUSADAS
                   EXIT PARAGRAPH
           END-READ
           IF NOT CHQ-PAGAVEL
               PERFORM DESCREVE-SITUACAO
               DISPLAY "  folha " WRK-FOLHA ": " WRK-STATUS-DESCRITO
                       "; mantida."
               ADD 1 TO WRK-QTD-RECUSADAS
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO CHQ-SITUACAO
           MOVE WRK-DATA TO CHQ-DT-SUSTACAO
           MOVE WRK-MOTIVO-SUSTACAO TO CHQ-MOTIVO-SUSTACAO
           REWRITE REGISTRO-CHEQUE
           IF WS-CHEQUES-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CHEQUE.DAT: "
                       WS-CHEQUES-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-SUSTADAS.

      * ---------------------------------------------------------------
      * Folhas da conta na ordem da numeracao, com a situacao de cada.
      * ---------------------------------------------------------------
       CONSULTA-FOLHAS-DA-CONTA.
           DISPLAY "Numero da conta: " WITH NO ADVANCING
           ACCEPT WRK-CONTA
           MOVE ZEROS TO WRK-QTD-LISTADOS
           MOVE WRK-CONTA TO CHQ-CONTA
           MOVE ZEROS TO CHQ-NUMERO
           MOVE "N" TO WS-FIM-CHEQUES
           START CHEQUES-FILE KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CHEQUES
           END-START
           PERFORM UNTIL FIM-CHEQUES
               READ CHEQUES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CHEQUES
                   NOT AT END
                       IF CHQ-CONTA NOT = WRK-CONTA
                           MOVE "S" TO WS-FIM-CHEQUES
                       ELSE
                           PERFORM EXIBE-UMA-FOLHA
                       END-IF
               END-READ
           END-PERFORM
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY "Nenhuma folha emitida para a conta."
               MOVE 4 TO RETURN-CODE
           END-IF.

       EXIBE-UMA-FOLHA.
           IF WRK-QTD-LISTADOS = ZEROS
               DISPLAY "FOLHA   TALAO   EMISSAO        VALOR  SITUACAO"
           END-IF
           PERFORM DESCREVE-SITUACAO
           MOVE CHQ-VALOR TO WRK-VALOR-EDITADO
           DISPLAY CHQ-NUMERO "  " CHQ-TALAO "  " CHQ-DT-EMISSAO
                   "  " WRK-VALOR-EDITADO "  " WRK-STATUS-DESCRITO
           IF CHQ-SUSTADO
               DISPLAY "        motivo: " CHQ-MOTIVO-SUSTACAO
           END-IF
           ADD 1 TO WRK-QTD-LISTADOS.

       DESCREVE-SITUACAO.
           MOVE SPACES TO WRK-STATUS-DESCRITO
           EVALUATE TRUE
               WHEN CHQ-EMITIDO
                   MOVE "EM BRANCO" TO WRK-STATUS-DESCRITO
               WHEN CHQ-SUSTADO
                   STRING "SUSTADA " CHQ-DT-SUSTACAO
                          DELIMITED BY SIZE INTO WRK-STATUS-DESCRITO
               WHEN CHQ-PAGO
                   STRING "PAGA " CHQ-DT-MOVIMENTO
                          DELIMITED BY SIZE INTO WRK-STATUS-DESCRITO
               WHEN CHQ-DEVOLVIDO-UMA-VEZ
                   STRING "DEVOLVIDA " CHQ-DT-MOVIMENTO " MOTIVO "
                          CHQ-ULT-MOTIVO
                          DELIMITED BY SIZE INTO WRK-STATUS-DESCRITO
               WHEN CHQ-DEVOLVIDO
                   STRING "DEVOLVIDA DEF " CHQ-DT-MOVIMENTO
                          " MOTIVO " CHQ-ULT-MOTIVO
                          DELIMITED BY SIZE INTO WRK-STATUS-DESCRITO
               WHEN OTHER
                   MOVE "????" TO WRK-STATUS-DESCRITO
           END-EVALUATE.

           COPY OPERAUPD.


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

       END PROGRAM CHEQUE01.
