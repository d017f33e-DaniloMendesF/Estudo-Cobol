      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Nightly customer alert generator. Builds ALERTAS.DAT, the
      * outbound file for the messaging provider (header, one line per
      * message with the channel and the destination, trailer with the
      * counts), from five events:
      *   G  large withdrawal or transfer -- a withdrawal ("S"), a
      *      transfer sent ("E") or a TED sent ("F") of at least
      *      ALR-VALOR-ALTO (PARAMS.DAT, default 1.000,00);
      *   N  the account entering the overdraft -- a debit that takes
      *      the balance from zero or above to below zero (one alert
      *      per account per night);
      *   B  a judicial hold registered in BLOQMAN;
      *   D  the account flagged dormant by DORMENTE;
      *   O  a standing order movement (ORDENSP.DAT, generated by
      *      GERAORD) rejected at posting, with the reason.
      * G and N come from the history records posted since the last
      * run (record count kept in ALRTCTL.DAT, so the teller postings
      * made after the previous night are included; a rerun on the
      * same date redoes the same range); B, D and O come from the
      * event feed ALREVT.DAT (ALEVREC.cpy) the programs above append
      * to, which the stream moves away after this step.
      * Each event goes to every holder of the account (TITPD.cpy) who
      * opted for it in ALERTPRF.DAT (ALERTA01), by the channel chosen:
      * SMS to the TELEFONE when it is a valid mobile, e-mail to the
      * EMAIL when well formed (VALCLIPD.cpy). RELALRT.DAT is the daily
      * volume per event type: events detected, SMS and e-mails sent,
      * holders without the option, holders whose contact could not
      * take the message. RELCONT.DAT lists the customers with
      * neither a valid mobile nor a valid e-mail, and those whose
      * chosen channel has no valid contact, so the branch can collect
      * them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT PREFERENCIAS-FILE ASSIGN TO "ALERTPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALP-CPF
               FILE STATUS IS WS-PREFERENCIAS-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT EVENTOS-FILE ASSIGN TO "ALREVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTOS-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "ALRTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT ALERTAS-FILE ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERTAS-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELALRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT CONTATOS-FILE ASSIGN TO "RELCONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTATOS-STATUS.

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

       FD  CLIENTES-FILE.
           COPY CLIREC.

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  PREFERENCIAS-FILE.
           COPY ALRPREC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  EVENTOS-FILE.
           COPY ALEVREC.

      * posicao do historico ja alertada: data da execucao, contagem
      * de registros ao fim dela e contagem em que ela comecou
       FD  CONTROLE-FILE.
       01  CONTROLE-REG.
           02 CTA-DATA PIC 9(08).
           02 CTA-QTD-HIST PIC 9(09).
           02 CTA-QTD-INICIO PIC 9(09).

       FD  ALERTAS-FILE.
       01  ALERTA-REG PIC X(200).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  CONTATOS-FILE.
       01  LINHA-CONTATO PIC X(132).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-PREFERENCIAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-EVENTOS-STATUS PIC X(02) VALUE "00".
       77 WS-CONTROLE-STATUS PIC X(02) VALUE "00".
       77 WS-ALERTAS-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-CONTATOS-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-HISTORICO PIC X VALUE "N".
          88 FIM-HISTORICO VALUE "S".
       77 WS-FIM-EVENTOS PIC X VALUE "N".
          88 FIM-EVENTOS VALUE "S".
       77 WS-FIM-CLIENTES PIC X VALUE "N".
          88 FIM-CLIENTES VALUE "S".
       77 WS-FIM-PARAMETROS PIC X VALUE "N".
          88 FIM-PARAMETROS VALUE "S".
       77 WS-PREFERENCIAS-ABERTO PIC X VALUE "N".
          88 PREFERENCIAS-ATIVO VALUE "S".
      * sem controle (primeira execucao) ou historico menor que o
      * controle: alerta so os movimentos datados de hoje
       77 WS-FILTRA-POR-DATA PIC X VALUE "N".
          88 FILTRA-POR-DATA VALUE "S".
       77 WS-TEM-OPCAO PIC X VALUE "N".
          88 TEM-OPCAO VALUE "S".
       77 WS-ENVIOU PIC X VALUE "N".
          88 ENVIOU-ALERTA VALUE "S".

       77 WS-I PIC 9(02) VALUE ZEROS.
       77 WS-MOTIVO-REJEICAO PIC X(40) VALUE SPACES.

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-EDICAO.
           02 WRK-EDI-ANO PIC 9(04).
           02 WRK-EDI-MES PIC 9(02).
           02 WRK-EDI-DIA PIC 9(02).
       01 WRK-DATA-EDICAO-N REDEFINES WRK-DATA-EDICAO PIC 9(08).
       77 WRK-DATA-EDITADA PIC X(10) VALUE SPACES.

      * valor a partir do qual saque/transferencia gera alerta,
      * sobreposto pelo arquivo de parametros
       77 WRK-VALOR-ALTO PIC 9(07)V9(02) VALUE 1000.00.

      * faixa do historico desta execucao
       77 WRK-QTD-INICIO PIC 9(09) VALUE ZEROS.
       77 WRK-SEQ-HIST PIC 9(09) VALUE ZEROS.
       77 WRK-SALDO-ANTES PIC S9(07)V9(02) VALUE ZEROS.

      * o evento em tratamento
       77 WRK-EVT-CODIGO PIC X(01) VALUE SPACE.
       77 WRK-EVT-IX PIC 9(02) VALUE ZEROS.
       77 WRK-EVT-CONTA PIC 9(08) VALUE ZEROS.
       77 WRK-EVT-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-EVT-MENSAGEM PIC X(120) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC Z,ZZZ,ZZ9.99.
       77 WRK-CPF-DESTINO PIC X(11) VALUE SPACES.
       77 WRK-IX-TITULAR PIC 9(02) VALUE ZEROS.
       77 WRK-SEQ-ALERTA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SMS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EMAIL PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CONTATOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EVT-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-SITUACAO-CONTATO PIC X(40) VALUE SPACES.
       77 WRK-DESCRICAO PIC X(30) VALUE SPACES.

      * contas que ja tiveram o alerta de entrada no cheque especial
      * nesta execucao (um por conta por noite)
       01 WS-CONTROLE-NEGATIVAS.
           02 WS-QTD-NEG PIC 9(04) VALUE ZEROS.
           02 WS-MAX-NEG PIC 9(04) VALUE 1000.
           02 WS-IX-NEG PIC 9(04) VALUE ZEROS.
           02 WS-NEG-ACHADA PIC X VALUE "N".
              88 NEGATIVA-JA-ALERTADA VALUE "S".
       01 WS-TAB-NEGATIVAS.
           02 WS-NEG-CONTA PIC 9(08) OCCURS 1000 TIMES.

      * -- os eventos: codigo na ordem de ALP-QUER-EVENTO, descricao
      * e o volume do dia
       01 WS-EVENTOS-INICIAL.
           02 FILLER PIC X(31) VALUE
              "GSAQUE/TRANSFERENCIA VALOR ALTO".
           02 FILLER PIC X(31) VALUE
              "NENTRADA NO CHEQUE ESPECIAL".
           02 FILLER PIC X(31) VALUE
              "BBLOQUEIO JUDICIAL".
           02 FILLER PIC X(31) VALUE
              "DCONTA DORMENTE".
           02 FILLER PIC X(31) VALUE
              "OORDEM PERMANENTE NAO EXECUTADA".
       01 WS-TAB-EVENTOS REDEFINES WS-EVENTOS-INICIAL.
           02 WS-EVT OCCURS 5 TIMES.
              03 WS-EVT-CODIGO PIC X(01).
              03 WS-EVT-DESCRICAO PIC X(30).
       01 WS-TAB-VOLUME.
           02 WS-VOL OCCURS 5 TIMES.
              03 WS-VOL-DETECTADOS PIC 9(07).
              03 WS-VOL-SMS PIC 9(07).
              03 WS-VOL-EMAIL PIC 9(07).
              03 WS-VOL-SEM-OPCAO PIC 9(07).
              03 WS-VOL-SEM-CONTATO PIC 9(07).
       01 WS-TOTAL-VOLUME.
           02 WS-TOT-DETECTADOS PIC 9(07) VALUE ZEROS.
           02 WS-TOT-SMS PIC 9(07) VALUE ZEROS.
           02 WS-TOT-EMAIL PIC 9(07) VALUE ZEROS.
           02 WS-TOT-SEM-OPCAO PIC 9(07) VALUE ZEROS.
           02 WS-TOT-SEM-CONTATO PIC 9(07) VALUE ZEROS.

      * -- o arquivo para o provedor de mensagens
       01 WS-AREA-ALERTA.
           02 WS-ALERTA PIC X(200).
           02 WS-ALR-HEADER REDEFINES WS-ALERTA.
              03 ALR-HDR-TIPO PIC X(01).
              03 ALR-HDR-DATA PIC 9(08).
              03 ALR-HDR-SISTEMA PIC X(08).
              03 FILLER PIC X(183).
           02 WS-ALR-DETALHE REDEFINES WS-ALERTA.
              03 ALR-DET-TIPO PIC X(01).
              03 ALR-DET-SEQ PIC 9(07).
              03 ALR-DET-CANAL PIC X(01).
              03 ALR-DET-DESTINO PIC X(40).
              03 ALR-DET-EVENTO PIC X(01).
              03 ALR-DET-CONTA PIC 9(08).
              03 ALR-DET-DATA PIC 9(08).
              03 ALR-DET-MENSAGEM PIC X(120).
              03 FILLER PIC X(14).
           02 WS-ALR-TRAILER REDEFINES WS-ALERTA.
              03 ALR-TRL-TIPO PIC X(01).
              03 ALR-TRL-QTD PIC 9(07).
              03 ALR-TRL-QTD-SMS PIC 9(07).
              03 ALR-TRL-QTD-EMAIL PIC 9(07).
              03 FILLER PIC X(178).

      * validacao compartilhada dos dados de cliente (contatos)
           COPY VALCLIWS.

      * titulares da conta (conta conjunta alerta todos)
           COPY TITWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           PERFORM LE-PARAMETROS
           MOVE ZEROS TO WS-TAB-VOLUME

           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           PERFORM ABRE-CADASTROS
           IF RETURN-CODE = 12
               CLOSE EXCECOES-FILE
               GOBACK
           END-IF

           OPEN OUTPUT ALERTAS-FILE
           OPEN OUTPUT RELATORIO-FILE
           OPEN OUTPUT CONTATOS-FILE
           IF WS-ALERTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ALERTAS.DAT: " WS-ALERTAS-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM FECHA-ARQUIVOS
               GOBACK
           END-IF
           MOVE SPACES TO WS-ALERTA
           MOVE "0" TO ALR-HDR-TIPO
           MOVE WRK-DATA-RELATORIO TO ALR-HDR-DATA
           MOVE "ALERTAS" TO ALR-HDR-SISTEMA
           MOVE WS-ALERTA TO ALERTA-REG
           WRITE ALERTA-REG

           PERFORM LE-CONTROLE
           PERFORM ALERTA-MOVIMENTOS
           IF WRK-SEQ-HIST < WRK-QTD-INICIO
      * historico substituido ou recarregado: a contagem do controle
      * nao vale mais; alerta so o que tem a data de hoje
               MOVE "HISTORICO MENOR QUE O CONTROLE DE ALERTAS"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE "S" TO WS-FILTRA-POR-DATA
               MOVE ZEROS TO WRK-QTD-INICIO
               PERFORM ALERTA-MOVIMENTOS
           END-IF
           PERFORM ALERTA-EVENTOS-AVULSOS

           MOVE SPACES TO WS-ALERTA
           MOVE "9" TO ALR-TRL-TIPO
           MOVE WRK-SEQ-ALERTA TO ALR-TRL-QTD
           MOVE WRK-QTD-SMS TO ALR-TRL-QTD-SMS
           MOVE WRK-QTD-EMAIL TO ALR-TRL-QTD-EMAIL
           MOVE WS-ALERTA TO ALERTA-REG
           WRITE ALERTA-REG
           IF WS-ALERTAS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO ALERTAS.DAT: " WS-ALERTAS-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF

           PERFORM EMITE-VOLUME
           PERFORM LISTA-CONTATOS-A-COLHER
           IF RETURN-CODE < 12
               PERFORM REGRAVA-CONTROLE
           END-IF

           PERFORM FECHA-ARQUIVOS
           DISPLAY "Alertas gerados: " WRK-SEQ-ALERTA " (SMS "
                   WRK-QTD-SMS ", e-mail " WRK-QTD-EMAIL ")"
           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      * ---------------------------------------------------------------
      * Contas e cadastro de clientes sao obrigatorios; as
      * preferencias podem ainda nao existir (ninguem optou: so a
      * lista de contatos sai).
      * ---------------------------------------------------------------
       ABRE-CADASTROS.
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTES.DAT: "
                       WS-CLIENTES-STATUS
               CLOSE CONTAS-FILE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PREFERENCIAS-ABERTO
           OPEN INPUT PREFERENCIAS-FILE
           IF WS-PREFERENCIAS-STATUS = "00"
               MOVE "S" TO WS-PREFERENCIAS-ABERTO
           END-IF
           PERFORM ABRE-TITULAR.

       FECHA-ARQUIVOS.
           CLOSE CONTAS-FILE
           CLOSE CLIENTES-FILE
           IF PREFERENCIAS-ATIVO
               CLOSE PREFERENCIAS-FILE
           END-IF
           PERFORM FECHA-TITULAR
           CLOSE ALERTAS-FILE
           CLOSE RELATORIO-FILE
           CLOSE CONTATOS-FILE
           CLOSE EXCECOES-FILE.

      * ---------------------------------------------------------------
      * Inicio da faixa do historico: onde a execucao anterior parou
      * ou, numa reexecucao na mesma data, onde ela comecou.
      * ---------------------------------------------------------------
       LE-CONTROLE.
           MOVE ZEROS TO WRK-QTD-INICIO
           MOVE "S" TO WS-FILTRA-POR-DATA
           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CONTROLE-FILE
               AT END
                   MOVE SPACES TO CONTROLE-REG
           END-READ
           CLOSE CONTROLE-FILE
           IF CTA-DATA IS NOT NUMERIC OR
              CTA-QTD-HIST IS NOT NUMERIC OR
              CTA-QTD-INICIO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILTRA-POR-DATA
           IF CTA-DATA = WRK-DATA-RELATORIO
               MOVE CTA-QTD-INICIO TO WRK-QTD-INICIO
           ELSE
               MOVE CTA-QTD-HIST TO WRK-QTD-INICIO
           END-IF.

       REGRAVA-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO ALRTCTL.DAT: " WS-CONTROLE-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-DATA-RELATORIO TO CTA-DATA
           MOVE WRK-SEQ-HIST TO CTA-QTD-HIST
           IF FILTRA-POR-DATA
               MOVE WRK-SEQ-HIST TO CTA-QTD-INICIO
           ELSE
               MOVE WRK-QTD-INICIO TO CTA-QTD-INICIO
           END-IF
           WRITE CONTROLE-REG
           CLOSE CONTROLE-FILE.

      * ---------------------------------------------------------------
      * G e N a partir do historico da faixa.
      * ---------------------------------------------------------------
       ALERTA-MOVIMENTOS.
           MOVE ZEROS TO WRK-SEQ-HIST
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-HISTORICO
           PERFORM UNTIL FIM-HISTORICO
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO
                   NOT AT END
                       ADD 1 TO WRK-SEQ-HIST
                       IF FILTRA-POR-DATA
                           IF HIST-DATA = WRK-DATA-RELATORIO
                               PERFORM EXAMINA-MOVIMENTO
                           END-IF
                       ELSE
                           IF WRK-SEQ-HIST > WRK-QTD-INICIO
                               PERFORM EXAMINA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE.

       EXAMINA-MOVIMENTO.
           IF (HIST-SAQUE OR HIST-TRANSF-ENV OR HIST-TED-ENVIADA) AND
              HIST-VALOR >= WRK-VALOR-ALTO
               MOVE "G" TO WRK-EVT-CODIGO
               MOVE HIST-CONTA TO WRK-EVT-CONTA
               MOVE HIST-DATA TO WRK-EVT-DATA
               PERFORM EDITA-DATA-EVENTO
               MOVE HIST-VALOR TO WRK-VALOR-EDITADO
               EVALUATE TRUE
                   WHEN HIST-SAQUE
                       MOVE "SAQUE" TO WRK-DESCRICAO
                   WHEN HIST-TRANSF-ENV
                       MOVE "TRANSFERENCIA ENVIADA" TO WRK-DESCRICAO
                   WHEN OTHER
                       MOVE "TED ENVIADA" TO WRK-DESCRICAO
               END-EVALUATE
               MOVE SPACES TO WRK-EVT-MENSAGEM
               STRING "BANCO: " DELIMITED BY SIZE
                      WRK-DESCRICAO DELIMITED BY "  "
                      " DE R$ " WRK-VALOR-EDITADO " NA CONTA "
                      HIST-CONTA " EM " WRK-DATA-EDITADA
                      ". NAO RECONHECE? LIGUE PARA SUA AGENCIA."
                      DELIMITED BY SIZE INTO WRK-EVT-MENSAGEM
               PERFORM ENVIA-EVENTO
           END-IF

           IF HIST-DEBITO AND HIST-SALDO-APOS IS NUMERIC
               IF HIST-SALDO-APOS < ZEROS
                   COMPUTE WRK-SALDO-ANTES =
                       HIST-SALDO-APOS + HIST-VALOR
                   IF WRK-SALDO-ANTES NOT < ZEROS
                       PERFORM ALERTA-ENTRADA-NEGATIVO
                   END-IF
               END-IF
           END-IF.

       ALERTA-ENTRADA-NEGATIVO.
           MOVE "N" TO WS-NEG-ACHADA
           PERFORM VARYING WS-IX-NEG FROM 1 BY 1
                   UNTIL WS-IX-NEG > WS-QTD-NEG
               IF WS-NEG-CONTA (WS-IX-NEG) = HIST-CONTA
                   MOVE "S" TO WS-NEG-ACHADA
               END-IF
           END-PERFORM
           IF NEGATIVA-JA-ALERTADA
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-NEG < WS-MAX-NEG
               ADD 1 TO WS-QTD-NEG
               MOVE HIST-CONTA TO WS-NEG-CONTA (WS-QTD-NEG)
           END-IF
           MOVE "N" TO WRK-EVT-CODIGO
           MOVE HIST-CONTA TO WRK-EVT-CONTA
           MOVE HIST-DATA TO WRK-EVT-DATA
           PERFORM EDITA-DATA-EVENTO
           COMPUTE WRK-VALOR-EDITADO = ZEROS - HIST-SALDO-APOS
           MOVE SPACES TO WRK-EVT-MENSAGEM
           STRING "BANCO: A CONTA " HIST-CONTA
                  " ENTROU NO CHEQUE ESPECIAL EM " WRK-DATA-EDITADA
                  ". SALDO DEVEDOR R$ " WRK-VALOR-EDITADO
                  ". HA COBRANCA DE JUROS."
                  DELIMITED BY SIZE INTO WRK-EVT-MENSAGEM
           PERFORM ENVIA-EVENTO.

      * ---------------------------------------------------------------
      * B, D e O a partir do arquivo de eventos dos outros programas.
      * ---------------------------------------------------------------
       ALERTA-EVENTOS-AVULSOS.
           OPEN INPUT EVENTOS-FILE
           IF WS-EVENTOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-EVENTOS
           PERFORM UNTIL FIM-EVENTOS
               READ EVENTOS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-EVENTOS
                   NOT AT END
                       ADD 1 TO WRK-QTD-EVT-LIDOS
                       PERFORM EXAMINA-EVENTO-AVULSO
               END-READ
           END-PERFORM
           CLOSE EVENTOS-FILE.

       EXAMINA-EVENTO-AVULSO.
           IF EVA-CONTA IS NOT NUMERIC OR EVA-DATA IS NOT NUMERIC
               MOVE "ALREVT.DAT: EVENTO COM CONTA/DATA INVALIDA"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               EXIT PARAGRAPH
           END-IF
           MOVE EVA-EVENTO TO WRK-EVT-CODIGO
           MOVE EVA-CONTA TO WRK-EVT-CONTA
           MOVE EVA-DATA TO WRK-EVT-DATA
           PERFORM EDITA-DATA-EVENTO
           MOVE ZEROS TO WRK-VALOR-EDITADO
           IF EVA-VALOR IS NUMERIC
               MOVE EVA-VALOR TO WRK-VALOR-EDITADO
           END-IF
           MOVE SPACES TO WRK-EVT-MENSAGEM
           EVALUATE TRUE
               WHEN EVA-BLOQUEIO
                   STRING "BANCO: BLOQUEIO JUDICIAL DE R$ "
                          WRK-VALOR-EDITADO " REGISTRADO NA CONTA "
                          EVA-CONTA " EM " WRK-DATA-EDITADA
                          ". PROCURE SUA AGENCIA."
                          DELIMITED BY SIZE INTO WRK-EVT-MENSAGEM
               WHEN EVA-DORMENCIA
                   STRING "BANCO: A CONTA " EVA-CONTA
                          " FOI MARCADA COMO INATIVA EM "
                          WRK-DATA-EDITADA " E NAO ACEITA MOVIMENTOS."
                          " PROCURE SUA AGENCIA."
                          DELIMITED BY SIZE INTO WRK-EVT-MENSAGEM
               WHEN EVA-ORDEM-FALHA
                   STRING "BANCO: ORDEM PERMANENTE DE R$ "
                          WRK-VALOR-EDITADO " NA CONTA " EVA-CONTA
                          " NAO EXECUTADA EM " WRK-DATA-EDITADA ": "
                          EVA-DETALHE
                          DELIMITED BY SIZE INTO WRK-EVT-MENSAGEM
               WHEN OTHER
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "ALREVT.DAT: EVENTO DESCONHECIDO "
                          EVA-EVENTO
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM ENVIA-EVENTO.

      * ---------------------------------------------------------------
      * Um evento da conta WRK-EVT-CONTA para cada titular que optou
      * por ele.
      * ---------------------------------------------------------------
       ENVIA-EVENTO.
           MOVE ZEROS TO WRK-EVT-IX
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               IF WS-EVT-CODIGO (WS-I) = WRK-EVT-CODIGO
                   MOVE WS-I TO WRK-EVT-IX
               END-IF
           END-PERFORM
           ADD 1 TO WS-VOL-DETECTADOS (WRK-EVT-IX)

           MOVE WRK-EVT-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "ALERTA DE CONTA FORA DO MASTER "
                          WRK-EVT-CONTA
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   EXIT PARAGRAPH
           END-READ
           MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
           MOVE CONTA-CPF TO WS-CPF-TIT-PRINCIPAL
           PERFORM CARREGA-TITULARES-CONTA
           PERFORM VARYING WRK-IX-TITULAR FROM 1 BY 1
                   UNTIL WRK-IX-TITULAR > WS-QTD-TIT-CONTA
               MOVE WS-TITC-CPF (WRK-IX-TITULAR) TO WRK-CPF-DESTINO
               PERFORM ENVIA-AO-TITULAR
           END-PERFORM.

       ENVIA-AO-TITULAR.
           MOVE "N" TO WS-TEM-OPCAO
           IF PREFERENCIAS-ATIVO
               MOVE WRK-CPF-DESTINO TO ALP-CPF
               READ PREFERENCIAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ALP-CANAL-VALIDO AND
                          ALP-QUER-EVENTO (WRK-EVT-IX) = "S"
                           MOVE "S" TO WS-TEM-OPCAO
                       END-IF
               END-READ
           END-IF
           IF NOT TEM-OPCAO
               ADD 1 TO WS-VOL-SEM-OPCAO (WRK-EVT-IX)
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-CPF-DESTINO TO CPF
           READ CLIENTES-FILE
               INVALID KEY
                   ADD 1 TO WS-VOL-SEM-CONTATO (WRK-EVT-IX)
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "ALERTA A CPF SEM CADASTRO " WRK-CPF-DESTINO
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   EXIT PARAGRAPH
           END-READ
           PERFORM VALIDA-TELEFONE
           PERFORM VALIDA-EMAIL

           MOVE "N" TO WS-ENVIOU
           IF (ALP-POR-SMS OR ALP-POR-AMBOS) AND TELEFONE-VALIDO
               MOVE SPACES TO WS-ALERTA
               MOVE "S" TO ALR-DET-CANAL
               MOVE WS-FONE-NORMAL TO ALR-DET-DESTINO
               PERFORM GRAVA-ALERTA
               ADD 1 TO WRK-QTD-SMS
               ADD 1 TO WS-VOL-SMS (WRK-EVT-IX)
           END-IF
           IF (ALP-POR-EMAIL OR ALP-POR-AMBOS) AND EMAIL-VALIDO
               MOVE SPACES TO WS-ALERTA
               MOVE "E" TO ALR-DET-CANAL
               MOVE EMAIL TO ALR-DET-DESTINO
               PERFORM GRAVA-ALERTA
               ADD 1 TO WRK-QTD-EMAIL
               ADD 1 TO WS-VOL-EMAIL (WRK-EVT-IX)
           END-IF
           IF NOT ENVIOU-ALERTA
               ADD 1 TO WS-VOL-SEM-CONTATO (WRK-EVT-IX)
           END-IF.

       GRAVA-ALERTA.
           ADD 1 TO WRK-SEQ-ALERTA
           MOVE "1" TO ALR-DET-TIPO
           MOVE WRK-SEQ-ALERTA TO ALR-DET-SEQ
           MOVE WRK-EVT-CODIGO TO ALR-DET-EVENTO
           MOVE WRK-EVT-CONTA TO ALR-DET-CONTA
           MOVE WRK-EVT-DATA TO ALR-DET-DATA
           MOVE WRK-EVT-MENSAGEM TO ALR-DET-MENSAGEM
           MOVE WS-ALERTA TO ALERTA-REG
           WRITE ALERTA-REG
           IF WS-ALERTAS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO ALERTAS.DAT: " WS-ALERTAS-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           MOVE "S" TO WS-ENVIOU.

       EDITA-DATA-EVENTO.
           MOVE WRK-EVT-DATA TO WRK-DATA-EDICAO-N
           MOVE SPACES TO WRK-DATA-EDITADA
           STRING WRK-EDI-DIA "/" WRK-EDI-MES "/" WRK-EDI-ANO
                  DELIMITED BY SIZE INTO WRK-DATA-EDITADA.

      * ---------------------------------------------------------------
      * Volume do dia por tipo de evento e canal.
      * ---------------------------------------------------------------
       EMITE-VOLUME.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ALERTAS AO CLIENTE - VOLUME DO DIA "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF FILTRA-POR-DATA
               STRING "HISTORICO: MOVIMENTOS DATADOS DE "
                      WRK-DATA-RELATORIO " (SEM CONTROLE ANTERIOR)"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "HISTORICO: REGISTROS APOS " WRK-QTD-INICIO
                      " ATE " WRK-SEQ-HIST
                      "   EVENTOS AVULSOS LIDOS: " WRK-QTD-EVT-LIDOS
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO
           IF NOT PREFERENCIAS-ATIVO
               MOVE "ALERTPRF.DAT AUSENTE: NENHUM CLIENTE OPTOU AINDA"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EV DESCRICAO                      DETECTADOS"
                  "     SMS  E-MAIL SEM OPCAO SEM CONTATO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE SPACES TO LINHA-RELATORIO
               STRING WS-EVT-CODIGO (WS-I) "  "
                      WS-EVT-DESCRICAO (WS-I) "    "
                      WS-VOL-DETECTADOS (WS-I) " "
                      WS-VOL-SMS (WS-I) " "
                      WS-VOL-EMAIL (WS-I) "   "
                      WS-VOL-SEM-OPCAO (WS-I) "     "
                      WS-VOL-SEM-CONTATO (WS-I)
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD WS-VOL-DETECTADOS (WS-I) TO WS-TOT-DETECTADOS
               ADD WS-VOL-SMS (WS-I) TO WS-TOT-SMS
               ADD WS-VOL-EMAIL (WS-I) TO WS-TOT-EMAIL
               ADD WS-VOL-SEM-OPCAO (WS-I) TO WS-TOT-SEM-OPCAO
               ADD WS-VOL-SEM-CONTATO (WS-I) TO WS-TOT-SEM-CONTATO
           END-PERFORM
           MOVE SPACES TO LINHA-RELATORIO
           STRING "   TOTAL                            "
                  WS-TOT-DETECTADOS " " WS-TOT-SMS " "
                  WS-TOT-EMAIL "   " WS-TOT-SEM-OPCAO "     "
                  WS-TOT-SEM-CONTATO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MENSAGENS EM ALERTAS.DAT: " WRK-SEQ-ALERTA
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Varre o cadastro: cliente sem celular e sem e-mail validos, ou
      * optante cujo canal escolhido nao tem contato valido, vai para
      * a lista da agencia.
      * ---------------------------------------------------------------
       LISTA-CONTATOS-A-COLHER.
           MOVE SPACES TO LINHA-CONTATO
           STRING "CLIENTES SEM CONTATO VALIDO PARA ALERTAS - "
                  WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-CONTATO
           WRITE LINHA-CONTATO
           MOVE SPACES TO LINHA-CONTATO
           STRING "CPF         NOME                          "
                  "   TELEFONE        E-MAIL"
                  "                          SITUACAO"
                  DELIMITED BY SIZE INTO LINHA-CONTATO
           WRITE LINHA-CONTATO

           MOVE LOW-VALUES TO CPF
           MOVE "N" TO WS-FIM-CLIENTES
           START CLIENTES-FILE KEY IS NOT LESS THAN CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-CLIENTES
           END-START
           PERFORM UNTIL FIM-CLIENTES
               READ CLIENTES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CLIENTES
                   NOT AT END
                       PERFORM EXAMINA-CONTATO-CLIENTE
               END-READ
           END-PERFORM

           MOVE SPACES TO LINHA-CONTATO
           STRING "CLIENTES A ATUALIZAR: " WRK-QTD-CONTATOS
                  DELIMITED BY SIZE INTO LINHA-CONTATO
           WRITE LINHA-CONTATO.

       EXAMINA-CONTATO-CLIENTE.
           PERFORM VALIDA-TELEFONE
           PERFORM VALIDA-EMAIL
           MOVE SPACES TO WRK-SITUACAO-CONTATO
           IF TELEFONE-INVALIDO AND EMAIL-INVALIDO
               MOVE "SEM CELULAR E SEM E-MAIL VALIDOS"
                   TO WRK-SITUACAO-CONTATO
           END-IF
           IF PREFERENCIAS-ATIVO
               MOVE CPF TO ALP-CPF
               READ PREFERENCIAS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM EXAMINA-CANAL-ESCOLHIDO
               END-READ
           END-IF
           IF WRK-SITUACAO-CONTATO = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-CONTATOS
           MOVE SPACES TO LINHA-CONTATO
           STRING CPF " " NOME (1:30) " " TELEFONE " "
                  EMAIL (1:30) " " WRK-SITUACAO-CONTATO
                  DELIMITED BY SIZE INTO LINHA-CONTATO
           WRITE LINHA-CONTATO.

       EXAMINA-CANAL-ESCOLHIDO.
           EVALUATE TRUE
               WHEN ALP-POR-SMS AND TELEFONE-INVALIDO
                   MOVE "OPTOU POR SMS SEM CELULAR VALIDO"
                       TO WRK-SITUACAO-CONTATO
               WHEN ALP-POR-EMAIL AND EMAIL-INVALIDO
                   MOVE "OPTOU POR E-MAIL SEM E-MAIL VALIDO"
                       TO WRK-SITUACAO-CONTATO
               WHEN ALP-POR-AMBOS AND TELEFONE-INVALIDO AND
                    EMAIL-INVALIDO
                   MOVE "OPTANTE SEM CELULAR E SEM E-MAIL VALIDOS"
                       TO WRK-SITUACAO-CONTATO
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Sobrepoe o valor de alerta com o arquivo de parametros, mesma
      * regra de vigencia dos demais (o ultimo aplicavel vence).
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
               WHEN "ALR-VALOR-ALTO"
                   COMPUTE WRK-VALOR-ALTO =
                       FUNCTION NUMVAL (PARM-VALOR)
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Grava a ocorrencia no log datado de excecoes, mesmo padrao dos
      * demais programas batch.
      * ---------------------------------------------------------------
       REGISTRA-EXCECAO.
           MOVE "S" TO WS-HOUVE-EXCECAO
           MOVE WRK-DATA-RELATORIO TO EXC-DATA
           ACCEPT EXC-HORA FROM TIME
           MOVE "ALERTAS" TO EXC-PROGRAMA
           MOVE WS-MSG-EXCECAO TO EXC-MENSAGEM
           WRITE REGISTRO-EXCECAO.

           COPY VALCLIPD.

           COPY TITPD.

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

       END PROGRAM ALERTAS.
