      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Cheque clearing intake. Reads the day's clearing file
      * COMPCHQ.DAT -- the cheques other banks present against our
      * customers: header "0" (date, file number), one "1" record per
      * cheque (sequence, presenting bank, account, sheet, value),
      * trailer "9" with the record count and the value total -- and
      * validates it WHOLE against its trailer first: a file out of
      * balance or with a broken structure is refused with
      * RETURN-CODE 16, so the job stream stops and the file stays in
      * place for the clearing house to resend. Each cheque is then
      * paid or returned, in this order:
      *   35 account or sheet unknown (sheet never issued to it);
      *   21 sheet stopped by the customer (CHEQUE01);
      *   49 sheet already paid, or already returned for good;
      *   13 account closed;
      *   24 account blocked: dormant, or the value only fails
      *      because of the BLOQJUD holds;
      *   11 not enough funds (balance + overdraft limit - holds),
      *      first presentation -- the sheet may come back once more;
      *   12 not enough funds on the second presentation.
      * A payable cheque is debited from the account as history "Q"
      * and the sheet marked paid (CHEQUE.DAT, CHQREC.cpy). Returns go
      * to the return file DEVCHQ.DAT (header/detail/trailer, same
      * record size) for the clearing house. Every return for lack of
      * funds (11/12) counts against the principal holder's CPF in
      * CCF.DAT (CCFREC.cpy); at CCF-DEVOLUCOES returns (PARAMS.DAT,
      * default 2) the CPF is flagged for the CCF bad-cheque registry
      * and listed in RELCCF.DAT. The sheet remembers the clearing
      * file and sequence that paid or returned it, so a rerun of the
      * same file repeats the outcome without debiting or counting
      * again. RELCHQ.DAT lists every cheque with its outcome. A
      * cheque drawn on an estate account (holder deceased) returns
      * with motive 24, like a blocked account.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQCOMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPENSACAO-FILE ASSIGN TO "COMPCHQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPENSACAO-STATUS.

           SELECT CHEQUES-FILE ASSIGN TO "CHEQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WS-CHEQUES-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT CCF-FILE ASSIGN TO "CCF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCF-CPF
               FILE STATUS IS WS-CCF-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT HISTIDX-FILE ASSIGN TO "HISTIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQJUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

           SELECT DEVOLUCAO-FILE ASSIGN TO "DEVCHQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEVOLUCAO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCHQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT RELCCF-FILE ASSIGN TO "RELCCF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELCCF-STATUS.

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

       FD  COMPENSACAO-FILE.
       01  COMPENSACAO-REG PIC X(80).

       FD  CHEQUES-FILE.
           COPY CHQREC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  CCF-FILE.
           COPY CCFREC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  HISTIDX-FILE.
           COPY HISTIREC.

       FD  BLOQUEIOS-FILE.
           COPY BLOQREC.

       FD  DEVOLUCAO-FILE.
       01  DEVOLUCAO-REG PIC X(80).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  RELCCF-FILE.
       01  LINHA-CCF PIC X(80).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-COMPENSACAO-STATUS PIC X(02) VALUE "00".
       77 WS-CHEQUES-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-CCF-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
       77 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
       77 WS-DEVOLUCAO-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-RELCCF-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-COMPENSACAO PIC X VALUE "N".
          88 FIM-COMPENSACAO VALUE "S".
       77 WS-FIM-PARAMETROS PIC X VALUE "N".
          88 FIM-PARAMETROS VALUE "S".
       77 WS-FIM-CCF PIC X VALUE "N".
          88 FIM-CCF VALUE "S".
       77 WS-TEM-FOLHA PIC X VALUE "N".
          88 TEM-FOLHA VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-NUMERO-COMP PIC 9(06) VALUE ZEROS.
      * devolucoes sem fundos que indicam o CPF ao CCF, sobreposto
      * pelo arquivo de parametros
       77 WRK-CCF-DEVOLUCOES PIC 9(03) VALUE 002.
       77 WRK-MOTIVO PIC X(02) VALUE SPACES.
       77 WRK-SITUACAO PIC X(34) VALUE SPACES.
       77 WRK-DISPONIVEL PIC S9(09)V9(02) VALUE ZEROS.
       77 WRK-SALDO-NOVO PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-CHEQUE-ANTERIOR PIC X(131) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-TOTAL-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * -- conferencia do arquivo inteiro contra o trailer, antes de
      * qualquer atualizacao
       01 WS-CONTROLE-VALIDACAO.
           02 WS-COMP-MOTIVO PIC X(40) VALUE SPACES.
           02 WS-TEM-HEADER PIC X VALUE "N".
              88 COMP-TEM-HEADER VALUE "S".
           02 WS-TEM-TRAILER PIC X VALUE "N".
              88 COMP-TEM-TRAILER VALUE "S".
           02 WRK-QTD-LIDOS PIC 9(07) VALUE ZEROS.
           02 WRK-HASH-LIDO PIC 9(11)V9(02) VALUE ZEROS.

      * -- desfecho da compensacao
       01 WRK-TOTAIS-COMPENSACAO.
           02 WRK-QTD-PAGOS PIC 9(07) VALUE ZEROS.
           02 WRK-VALOR-PAGOS PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-QTD-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
           02 WRK-VALOR-DEVOLVIDOS PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-QTD-SEM-FUNDOS PIC 9(07) VALUE ZEROS.
           02 WRK-QTD-INDICADOS PIC 9(07) VALUE ZEROS.

      * -- os formatos do arquivo de compensacao recebido
       01 WS-AREA-COMPENSACAO.
           02 WS-COMPENSACAO PIC X(80).
           02 WS-CMP-HEADER REDEFINES WS-COMPENSACAO.
              03 CMP-HDR-TIPO PIC X(01).
              03 CMP-HDR-DATA PIC 9(08).
              03 CMP-HDR-NUMERO PIC 9(06).
              03 FILLER PIC X(65).
           02 WS-CMP-DETALHE REDEFINES WS-COMPENSACAO.
              03 CMP-TIPO PIC X(01).
              03 CMP-SEQ PIC 9(07).
              03 CMP-BANCO PIC 9(03).
              03 CMP-CONTA PIC 9(08).
              03 CMP-CHEQUE PIC 9(06).
              03 CMP-VALOR PIC 9(07)V9(02).
              03 FILLER PIC X(46).
           02 WS-CMP-TRAILER REDEFINES WS-COMPENSACAO.
              03 CMP-TRL-TIPO PIC X(01).
              03 CMP-TRL-QTD PIC 9(07).
              03 CMP-TRL-VALOR PIC 9(11)V9(02).
              03 FILLER PIC X(59).

      * -- arquivo de devolucao para a compensacao
       01 WS-AREA-DEVOLUCAO.
           02 WS-DEVOLUCAO PIC X(80).
           02 WS-DEV-HEADER REDEFINES WS-DEVOLUCAO.
              03 DEV-HDR-TIPO PIC X(01).
              03 DEV-HDR-DATA PIC 9(08).
              03 DEV-HDR-NUMERO PIC 9(06).
              03 FILLER PIC X(65).
           02 WS-DEV-DETALHE REDEFINES WS-DEVOLUCAO.
              03 DEV-TIPO PIC X(01).
              03 DEV-SEQ PIC 9(07).
              03 DEV-BANCO PIC 9(03).
              03 DEV-CONTA PIC 9(08).
              03 DEV-CHEQUE PIC 9(06).
              03 DEV-VALOR PIC 9(07)V9(02).
              03 DEV-MOTIVO PIC X(02).
              03 FILLER PIC X(44).
           02 WS-DEV-TRAILER REDEFINES WS-DEVOLUCAO.
              03 DEV-TRL-TIPO PIC X(01).
              03 DEV-TRL-QTD PIC 9(07).
              03 DEV-TRL-VALOR PIC 9(11)V9(02).
              03 FILLER PIC X(59).

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
           PERFORM LE-PARAMETROS

           OPEN INPUT COMPENSACAO-FILE
           IF WS-COMPENSACAO-STATUS NOT = "00"
               DISPLAY "COMPCHQ.DAT nao encontrado; nada a compensar."
               GOBACK
           END-IF
           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE

           PERFORM VALIDA-COMPENSACAO
           CLOSE COMPENSACAO-FILE
           IF WS-COMP-MOTIVO NOT = SPACES
               DISPLAY "COMPCHQ.DAT RECUSADO: " WS-COMP-MOTIVO
               MOVE WS-COMP-MOTIVO TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "COMPENSACAO DE CHEQUES RECUSADA: "
                      WS-COMP-MOTIVO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
           MOVE "S" TO WS-TEM-FOLHA
           OPEN I-O CHEQUES-FILE
           IF WS-CHEQUES-STATUS = "35"
      * nenhum talao emitido ainda: todo cheque apresentado volta 35
               MOVE "N" TO WS-TEM-FOLHA
           ELSE
               IF WS-CHEQUES-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR CHEQUE.DAT: "
                           WS-CHEQUES-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE CONTAS-FILE
                   CLOSE RELATORIO-FILE
                   CLOSE EXCECOES-FILE
                   GOBACK
               END-IF
           END-IF
           OPEN I-O CCF-FILE
           IF WS-CCF-STATUS = "35"
               OPEN OUTPUT CCF-FILE
               CLOSE CCF-FILE
               OPEN I-O CCF-FILE
           END-IF
           IF WS-CCF-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CCF.DAT: " WS-CCF-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CONTAS-FILE
               IF TEM-FOLHA
                   CLOSE CHEQUES-FILE
               END-IF
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF
      * o historico de lancamentos e permanente: sempre EXTEND,
      * nunca OUTPUT, mesmo criterio de OPERADORES2.
           OPEN EXTEND HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           PERFORM ABRE-HISTIDX
           PERFORM CARREGA-BLOQUEIOS
           OPEN OUTPUT DEVOLUCAO-FILE

           OPEN INPUT COMPENSACAO-FILE
           MOVE "N" TO WS-FIM-COMPENSACAO
           PERFORM UNTIL FIM-COMPENSACAO
               READ COMPENSACAO-FILE INTO WS-COMPENSACAO
                   AT END
                       MOVE "S" TO WS-FIM-COMPENSACAO
                   NOT AT END
                       PERFORM TRATA-REGISTRO-COMPENSACAO
               END-READ
           END-PERFORM
           CLOSE COMPENSACAO-FILE

           PERFORM GRAVA-TRAILER-DEVOLUCAO
           PERFORM EMITE-RODAPE
           PERFORM EMITE-RELACAO-CCF

           CLOSE CONTAS-FILE
           IF TEM-FOLHA
               CLOSE CHEQUES-FILE
           END-IF
           CLOSE CCF-FILE
           CLOSE HISTORICO-FILE
           PERFORM FECHA-HISTIDX
           CLOSE DEVOLUCAO-FILE
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE

           DISPLAY "Compensacao " WRK-NUMERO-COMP ": "
                   WRK-QTD-PAGOS " cheque(s) pago(s), "
                   WRK-QTD-DEVOLVIDOS " devolvido(s), "
                   WRK-QTD-INDICADOS " CPF(s) indicado(s) ao CCF."
           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * Sobrepoe o limite de devolucoes com o arquivo de parametros,
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
              PARM-DT-VIGENCIA > WRK-DATA-RELATORIO OR
              PARM-VALOR = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE PARM-CHAVE
               WHEN "CCF-DEVOLUCOES"
                   COMPUTE WRK-CCF-DEVOLUCOES =
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Primeira passada: header no inicio, so detalhes "1" com
      * campos numericos, trailer no fim conferindo quantidade e
      * soma dos valores. Qualquer falha recusa o arquivo inteiro.
      * ---------------------------------------------------------------
       VALIDA-COMPENSACAO.
           MOVE SPACES TO WS-COMP-MOTIVO
           MOVE "N" TO WS-TEM-HEADER
           MOVE "N" TO WS-TEM-TRAILER
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-HASH-LIDO
           MOVE "N" TO WS-FIM-COMPENSACAO
           PERFORM UNTIL FIM-COMPENSACAO
               READ COMPENSACAO-FILE INTO WS-COMPENSACAO
                   AT END
                       MOVE "S" TO WS-FIM-COMPENSACAO
                   NOT AT END
                       PERFORM VALIDA-REGISTRO-COMPENSACAO
                       IF WS-COMP-MOTIVO NOT = SPACES
                           MOVE "S" TO WS-FIM-COMPENSACAO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-COMP-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT COMP-TEM-HEADER
               MOVE "ARQUIVO DE COMPENSACAO VAZIO" TO WS-COMP-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF NOT COMP-TEM-TRAILER
               MOVE "COMPENSACAO SEM TRAILER" TO WS-COMP-MOTIVO
           END-IF.

       VALIDA-REGISTRO-COMPENSACAO.
           IF COMP-TEM-TRAILER
               MOVE "REGISTRO DEPOIS DO TRAILER" TO WS-COMP-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF NOT COMP-TEM-HEADER
               IF CMP-HDR-TIPO NOT = "0" OR
                  CMP-HDR-DATA IS NOT NUMERIC OR
                  CMP-HDR-NUMERO IS NOT NUMERIC
                   MOVE "COMPENSACAO SEM HEADER VALIDO"
                       TO WS-COMP-MOTIVO
               ELSE
                   MOVE "S" TO WS-TEM-HEADER
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE CMP-TIPO
               WHEN "1"
                   IF CMP-SEQ IS NOT NUMERIC OR
                      CMP-BANCO IS NOT NUMERIC OR
                      CMP-CONTA IS NOT NUMERIC OR
                      CMP-CHEQUE IS NOT NUMERIC OR
                      CMP-VALOR IS NOT NUMERIC
                       MOVE "CHEQUE COM CAMPO NAO NUMERICO"
                           TO WS-COMP-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   ADD CMP-VALOR TO WRK-HASH-LIDO
               WHEN "9"
                   MOVE "S" TO WS-TEM-TRAILER
                   IF CMP-TRL-QTD IS NOT NUMERIC OR
                      CMP-TRL-VALOR IS NOT NUMERIC
                       MOVE "TRAILER COM CAMPO NAO NUMERICO"
                           TO WS-COMP-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   IF CMP-TRL-QTD NOT = WRK-QTD-LIDOS
                       MOVE "TRAILER NAO CONFERE (QUANTIDADE)"
                           TO WS-COMP-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   IF CMP-TRL-VALOR NOT = WRK-HASH-LIDO
                       MOVE "TRAILER NAO CONFERE (VALORES)"
                           TO WS-COMP-MOTIVO
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "TIPO DE REGISTRO INVALIDO NA COMPENSACAO"
                       TO WS-COMP-MOTIVO
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WRK-QTD-LIDOS.

      * ---------------------------------------------------------------
      * Segunda passada: arquivo ja conferido.
      * ---------------------------------------------------------------
       TRATA-REGISTRO-COMPENSACAO.
           EVALUATE CMP-HDR-TIPO
               WHEN "0"
                   MOVE CMP-HDR-NUMERO TO WRK-NUMERO-COMP
                   PERFORM EMITE-CABECALHO
                   MOVE SPACES TO WS-DEVOLUCAO
                   MOVE "0" TO DEV-HDR-TIPO
                   MOVE WRK-DATA-RELATORIO TO DEV-HDR-DATA
                   MOVE WRK-NUMERO-COMP TO DEV-HDR-NUMERO
                   MOVE WS-DEVOLUCAO TO DEVOLUCAO-REG
                   WRITE DEVOLUCAO-REG
               WHEN "1"
                   PERFORM TRATA-CHEQUE
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Um cheque apresentado: conta e folha, reexecucao do mesmo
      * registro, situacao da folha, situacao da conta, fundos.
      * ---------------------------------------------------------------
       TRATA-CHEQUE.
           MOVE SPACES TO WRK-MOTIVO
           MOVE CMP-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "35" TO WRK-MOTIVO
                   MOVE "CONTA INEXISTENTE" TO WRK-SITUACAO
                   PERFORM DEVOLVE-CHEQUE
                   EXIT PARAGRAPH
           END-READ
           IF NOT TEM-FOLHA
               MOVE "35" TO WRK-MOTIVO
               MOVE "FOLHA NAO EMITIDA PARA A CONTA" TO WRK-SITUACAO
               PERFORM DEVOLVE-CHEQUE
               EXIT PARAGRAPH
           END-IF
           MOVE CMP-CONTA TO CHQ-CONTA
           MOVE CMP-CHEQUE TO CHQ-NUMERO
           READ CHEQUES-FILE
               INVALID KEY
                   MOVE "35" TO WRK-MOTIVO
                   MOVE "FOLHA NAO EMITIDA PARA A CONTA"
                       TO WRK-SITUACAO
                   PERFORM DEVOLVE-CHEQUE
                   EXIT PARAGRAPH
           END-READ

      * reexecucao do mesmo arquivo: a folha ja guarda o desfecho
      * deste registro, que se repete sem debito nem contagem nova
           IF CHQ-DT-MOVIMENTO = WRK-DATA-RELATORIO AND
              CHQ-COMPENSACAO = WRK-NUMERO-COMP AND
              CHQ-SEQ-COMP = CMP-SEQ
               IF CHQ-PAGO
                   MOVE "PAGO (JA DEBITADO NESTA DATA)"
                       TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-PAGOS
                   ADD CMP-VALOR TO WRK-VALOR-PAGOS
                   PERFORM EMITE-LINHA-CHEQUE
               ELSE
                   MOVE CHQ-ULT-MOTIVO TO WRK-MOTIVO
                   MOVE "SEM FUNDOS (JA CONTADO NESTA DATA)"
                       TO WRK-SITUACAO
                   PERFORM DEVOLVE-CHEQUE
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN CHQ-SUSTADO
                   MOVE "21" TO WRK-MOTIVO
                   MOVE "SUSTADO PELO CORRENTISTA" TO WRK-SITUACAO
               WHEN CHQ-PAGO
                   MOVE "49" TO WRK-MOTIVO
                   MOVE "REAPRESENTACAO: FOLHA JA PAGA"
                       TO WRK-SITUACAO
               WHEN CHQ-DEVOLVIDO
                   MOVE "49" TO WRK-MOTIVO
                   MOVE "REAPRESENTACAO: JA DEVOLVIDO (12)"
                       TO WRK-SITUACAO
               WHEN CONTA-ENCERRADA
                   MOVE "13" TO WRK-MOTIVO
                   MOVE "CONTA ENCERRADA" TO WRK-SITUACAO
               WHEN CONTA-DORMENTE
                   MOVE "24" TO WRK-MOTIVO
                   MOVE "CONTA DORMENTE (BLOQUEADA)" TO WRK-SITUACAO
               WHEN CONTA-ESPOLIO
                   MOVE "24" TO WRK-MOTIVO
                   MOVE "CONTA EM ESPOLIO (OBITO)" TO WRK-SITUACAO
           END-EVALUATE
           IF WRK-MOTIVO NOT = SPACES
               PERFORM DEVOLVE-CHEQUE
               EXIT PARAGRAPH
           END-IF

      * fundos: mesma regra do saque (saldo + limite de cheque
      * especial - bloqueios judiciais)
           MOVE CONTA-NUMERO TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           COMPUTE WRK-DISPONIVEL =
               CONTA-SALDO + CONTA-LIMITE-CREDITO - WRK-VALOR-BLOQUEADO
           IF CMP-VALOR > WRK-DISPONIVEL
               IF WRK-VALOR-BLOQUEADO > ZEROS AND
                  CMP-VALOR NOT > CONTA-SALDO + CONTA-LIMITE-CREDITO
                   MOVE "24" TO WRK-MOTIVO
                   MOVE "BLOQUEIO JUDICIAL NA CONTA" TO WRK-SITUACAO
                   PERFORM DEVOLVE-CHEQUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM DEVOLVE-SEM-FUNDOS
               EXIT PARAGRAPH
           END-IF

           PERFORM PAGA-CHEQUE.

      * ---------------------------------------------------------------
      * Pagamento: a folha e marcada antes do debito (uma queda no
      * meio nunca debita duas vezes na reexecucao) e volta ao que
      * era se a conta nao puder ser regravada.
      * ---------------------------------------------------------------
       PAGA-CHEQUE.
           COMPUTE WRK-SALDO-NOVO = CONTA-SALDO - CMP-VALOR
               ON SIZE ERROR
                   MOVE "ERRO NO CALCULO DO DEBITO DO CHEQUE"
                       TO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   MOVE "24" TO WRK-MOTIVO
                   MOVE "SALDO FORA DO LIMITE DO CAMPO"
                       TO WRK-SITUACAO
                   PERFORM DEVOLVE-CHEQUE
                   EXIT PARAGRAPH
           END-COMPUTE

           MOVE REGISTRO-CHEQUE TO WRK-CHEQUE-ANTERIOR
           MOVE "P" TO CHQ-SITUACAO
           PERFORM MARCA-APRESENTACAO
           REWRITE REGISTRO-CHEQUE
           IF WS-CHEQUES-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CHEQUE.DAT: " WS-CHEQUES-STATUS
               MOVE "ERRO DE REGRAVACAO NO CADASTRO DE FOLHAS"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-COMPENSACAO
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-SALDO-NOVO TO CONTA-SALDO
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE "ERRO DE REGRAVACAO NO MASTER DE CONTAS"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE WRK-CHEQUE-ANTERIOR TO REGISTRO-CHEQUE
               REWRITE REGISTRO-CHEQUE
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-COMPENSACAO
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-HISTORICO-CHEQUE
           ADD 1 TO WRK-QTD-PAGOS
           ADD CMP-VALOR TO WRK-VALOR-PAGOS
           MOVE "PAGO" TO WRK-SITUACAO
           PERFORM EMITE-LINHA-CHEQUE.

       MARCA-APRESENTACAO.
           MOVE WRK-DATA-RELATORIO TO CHQ-DT-MOVIMENTO
           MOVE WRK-NUMERO-COMP TO CHQ-COMPENSACAO
           MOVE CMP-SEQ TO CHQ-SEQ-COMP
           MOVE CMP-BANCO TO CHQ-BANCO-APRESENTANTE
           MOVE CMP-VALOR TO CHQ-VALOR.

      * ---------------------------------------------------------------
      * Sem fundos: 11 na primeira apresentacao, 12 na segunda. A
      * folha guarda a devolucao e o CPF do titular principal conta
      * mais uma no controle do CCF.
      * ---------------------------------------------------------------
       DEVOLVE-SEM-FUNDOS.
           IF CHQ-DEVOLVIDO-UMA-VEZ
               MOVE "12" TO WRK-MOTIVO
               MOVE "V" TO CHQ-SITUACAO
               MOVE "SEM FUNDOS - 2A APRESENTACAO" TO WRK-SITUACAO
           ELSE
               MOVE "11" TO WRK-MOTIVO
               MOVE "1" TO CHQ-SITUACAO
               MOVE "SEM FUNDOS - 1A APRESENTACAO" TO WRK-SITUACAO
           END-IF
           PERFORM MARCA-APRESENTACAO
           ADD 1 TO CHQ-QTD-DEVOLUCOES
           MOVE WRK-MOTIVO TO CHQ-ULT-MOTIVO
           REWRITE REGISTRO-CHEQUE
           IF WS-CHEQUES-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "ERRO REGRAVANDO FOLHA " CHQ-CONTA "/"
                      CHQ-NUMERO
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
           END-IF
           ADD 1 TO WRK-QTD-SEM-FUNDOS
           PERFORM ATUALIZA-CCF
           PERFORM DEVOLVE-CHEQUE.

       ATUALIZA-CCF.
           MOVE CONTA-CPF TO CCF-CPF
           READ CCF-FILE
               INVALID KEY
                   MOVE SPACES TO REGISTRO-CCF
                   MOVE CONTA-CPF TO CCF-CPF
                   MOVE ZEROS TO CCF-QTD-SEM-FUNDOS CCF-DT-INDICACAO
                   MOVE "M" TO CCF-SITUACAO
                   MOVE "35" TO WS-CCF-STATUS
           END-READ
           ADD 1 TO CCF-QTD-SEM-FUNDOS
           MOVE WRK-DATA-RELATORIO TO CCF-DT-ULTIMA
           MOVE CHQ-CONTA TO CCF-ULT-CONTA
           MOVE CHQ-NUMERO TO CCF-ULT-CHEQUE
           IF CCF-QTD-SEM-FUNDOS NOT < WRK-CCF-DEVOLUCOES AND
              NOT CCF-INDICADO
               MOVE "I" TO CCF-SITUACAO
               MOVE WRK-DATA-RELATORIO TO CCF-DT-INDICACAO
               ADD 1 TO WRK-QTD-INDICADOS
           END-IF
           IF WS-CCF-STATUS = "35"
               WRITE REGISTRO-CCF
           ELSE
               REWRITE REGISTRO-CCF
           END-IF
           IF WS-CCF-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "ERRO GRAVANDO CCF DO CPF " CONTA-CPF
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
           END-IF.

       DEVOLVE-CHEQUE.
           MOVE SPACES TO WS-DEVOLUCAO
           MOVE "1" TO DEV-TIPO
           MOVE CMP-SEQ TO DEV-SEQ
           MOVE CMP-BANCO TO DEV-BANCO
           MOVE CMP-CONTA TO DEV-CONTA
           MOVE CMP-CHEQUE TO DEV-CHEQUE
           MOVE CMP-VALOR TO DEV-VALOR
           MOVE WRK-MOTIVO TO DEV-MOTIVO
           MOVE WS-DEVOLUCAO TO DEVOLUCAO-REG
           WRITE DEVOLUCAO-REG
           ADD 1 TO WRK-QTD-DEVOLVIDOS
           ADD CMP-VALOR TO WRK-VALOR-DEVOLVIDOS
           PERFORM EMITE-LINHA-CHEQUE.

       GRAVA-TRAILER-DEVOLUCAO.
           MOVE SPACES TO WS-DEVOLUCAO
           MOVE "9" TO DEV-TRL-TIPO
           MOVE WRK-QTD-DEVOLVIDOS TO DEV-TRL-QTD
           MOVE WRK-VALOR-DEVOLVIDOS TO DEV-TRL-VALOR
           MOVE WS-DEVOLUCAO TO DEVOLUCAO-REG
           WRITE DEVOLUCAO-REG.

       GRAVA-HISTORICO-CHEQUE.
           MOVE WRK-DATA-RELATORIO TO HIST-DATA
           ACCEPT HIST-HORA FROM TIME
           MOVE CONTA-NUMERO TO HIST-CONTA
           MOVE "Q" TO HIST-TIPO
           MOVE CMP-VALOR TO HIST-VALOR
           MOVE CONTA-SALDO TO HIST-SALDO-APOS
           MOVE "CHQCOMP" TO HIST-ORIGEM
           MOVE ZEROS TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           MOVE CMP-CHEQUE TO HIST-CHQ-NUMERO
           MOVE CMP-BANCO TO HIST-CHQ-BANCO
           MOVE WRK-NUMERO-COMP TO HIST-CHQ-COMPENSACAO
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO O HISTORICO" TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
           ELSE
               PERFORM GRAVA-HISTORICO-INDEXADO
           END-IF.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "COMPENSACAO DE CHEQUES " CMP-HDR-NUMERO
                  " DE " CMP-HDR-DATA
                  " - PROCESSADA EM " WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEQ     BCO CONTA    FOLHA       VALOR MOT "
                  "SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-LINHA-CHEQUE.
           MOVE CMP-VALOR TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING CMP-SEQ " " CMP-BANCO " " CMP-CONTA " "
                  CMP-CHEQUE " " WRK-VALOR-EDITADO " "
                  WRK-MOTIVO "  " WRK-SITUACAO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-VALOR-PAGOS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CHEQUES PAGOS (Q):       " WRK-QTD-PAGOS
                  "  VALOR " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-VALOR-DEVOLVIDOS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CHEQUES DEVOLVIDOS:      " WRK-QTD-DEVOLVIDOS
                  "  VALOR " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  DOS QUAIS SEM FUNDOS:  " WRK-QTD-SEM-FUNDOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CPF INDICADOS AO CCF:    " WRK-QTD-INDICADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Relacao para o CCF: todo CPF indicado na data de negocio
      * (inclusive por uma execucao anterior da mesma data).
      * ---------------------------------------------------------------
       EMITE-RELACAO-CCF.
           OPEN OUTPUT RELCCF-FILE
           MOVE SPACES TO LINHA-CCF
           STRING "INDICACOES AO CCF - " WRK-DATA-RELATORIO
                  " - DEVOLUCOES SEM FUNDOS >= " WRK-CCF-DEVOLUCOES
                  DELIMITED BY SIZE INTO LINHA-CCF
           WRITE LINHA-CCF
           MOVE SPACES TO LINHA-CCF
           STRING "CPF          DEVOL ULTIMA   CONTA    FOLHA"
                  DELIMITED BY SIZE INTO LINHA-CCF
           WRITE LINHA-CCF
           MOVE LOW-VALUES TO CCF-CPF
           MOVE "N" TO WS-FIM-CCF
           START CCF-FILE KEY IS NOT LESS THAN CCF-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-CCF
           END-START
           PERFORM UNTIL FIM-CCF
               READ CCF-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CCF
                   NOT AT END
                       IF CCF-INDICADO AND
                          CCF-DT-INDICACAO = WRK-DATA-RELATORIO
                           MOVE SPACES TO LINHA-CCF
                           STRING CCF-CPF "  " CCF-QTD-SEM-FUNDOS
                                  "   " CCF-DT-ULTIMA " "
                                  CCF-ULT-CONTA " " CCF-ULT-CHEQUE
                                  DELIMITED BY SIZE INTO LINHA-CCF
                           WRITE LINHA-CCF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RELCCF-FILE.

      * ---------------------------------------------------------------
      * Grava a ocorrencia no log datado de excecoes, mesmo padrao dos
      * demais programas batch.
      * ---------------------------------------------------------------
       REGISTRA-EXCECAO.
           MOVE "S" TO WS-HOUVE-EXCECAO
           MOVE WRK-DATA-RELATORIO TO EXC-DATA
           ACCEPT EXC-HORA FROM TIME
           MOVE "CHQCOMP" TO EXC-PROGRAMA
           MOVE WS-MSG-EXCECAO TO EXC-MENSAGEM
           WRITE REGISTRO-EXCECAO.

           COPY BLOQPD.

           COPY HIDXPD.


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

       END PROGRAM CHQCOMP.
