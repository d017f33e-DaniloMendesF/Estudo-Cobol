      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Interbank transfer (TED) return intake. Reads the bank's
      * return file TEDRET.DAT (header "0", detail records, trailer
      * "9" with the record count and the value total) and validates
      * it WHOLE against its trailer before touching anything: a file
      * out of balance or with a broken structure is refused with
      * RETURN-CODE 16, so the job stream stops and the file stays in
      * place for the bank to resend. Detail records come in two
      * kinds:
      *   "2" the outcome of a TED we sent (TEDREM): "L" settled marks
      *       the TED.DAT request "L"; "D" returned marks it "D" with
      *       the reason code and text, and the value is credited back
      *       to the customer as a "G" movement;
      *   "3" a TED another bank sent to one of our accounts: credited
      *       as an "H" movement when the account exists, accepts
      *       postings and the beneficiary's CPF is one of its
      *       holders; otherwise it is listed as TO BE RETURNED TO THE
      *       SENDER and left out of the batch.
      * The "G" and "H" credits go out as a batch of their own
      * appended to TRANSACOES.DAT (same H/movement/T layout and hash
      * total as FOLHA01), origem "TEDR" + the return file number, so
      * OPERADORES2 posts them with the night's other batches and a
      * resent file is caught by the posted-batch check. Only a TED
      * still "E" is acted on, so a rerun never credits a return
      * twice. RELTEDR.DAT lists every record with its outcome.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEDRET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETORNO-FILE ASSIGN TO "TEDRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETORNO-STATUS.

           SELECT TED-FILE ASSIGN TO "TED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TED-NUMERO
               FILE STATUS IS WS-TED-STATUS.

           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

           SELECT TRANSACOES-FILE ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACOES-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELTEDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELATORIO-STATUS.

           SELECT EXCECOES-FILE ASSIGN TO "EXCLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCECOES-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RETORNO-FILE.
       01  RETORNO-REG PIC X(150).

       FD  TED-FILE.
           COPY TEDREC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  TRANSACOES-FILE.
       01  TRANSACAO-REG PIC X(80).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-RETORNO-STATUS PIC X(02) VALUE "00".
       77 WS-TED-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-TRANSACOES-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-RETORNO PIC X VALUE "N".
          88 FIM-RETORNO VALUE "S".
       77 WS-TED-ABERTO PIC X VALUE "N".
          88 TED-ATIVO VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-ORIGEM PIC X(08) VALUE SPACES.
       77 WRK-NUMERO-RETORNO PIC 9(06) VALUE ZEROS.
       77 WRK-MOVIMENTO-PENDENTE PIC X(80) VALUE SPACES.
       77 WRK-CONTA-LINHA PIC 9(08) VALUE ZEROS.
       77 WRK-SITUACAO PIC X(24) VALUE SPACES.
       77 WRK-DETALHE PIC X(30) VALUE SPACES.
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-TOTAL-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * -- conferencia do arquivo inteiro contra o trailer, antes de
      * qualquer atualizacao
       01 WS-CONTROLE-VALIDACAO.
           02 WS-RET-MOTIVO PIC X(40) VALUE SPACES.
           02 WS-TEM-HEADER PIC X VALUE "N".
              88 RETORNO-TEM-HEADER VALUE "S".
           02 WS-TEM-TRAILER PIC X VALUE "N".
              88 RETORNO-TEM-TRAILER VALUE "S".
           02 WRK-QTD-LIDOS PIC 9(07) VALUE ZEROS.
           02 WRK-HASH-LIDO PIC 9(11)V9(02) VALUE ZEROS.

      * -- desfecho do processamento
       01 WRK-TOTAIS-RETORNO.
           02 WRK-QTD-LIQUIDADAS PIC 9(07) VALUE ZEROS.
           02 WRK-QTD-DEVOLVIDAS PIC 9(07) VALUE ZEROS.
           02 WRK-VALOR-DEVOLVIDAS PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-QTD-RECEBIDAS PIC 9(07) VALUE ZEROS.
           02 WRK-VALOR-RECEBIDAS PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-QTD-A-DEVOLVER PIC 9(07) VALUE ZEROS.
           02 WRK-VALOR-A-DEVOLVER PIC 9(11)V9(02) VALUE ZEROS.
           02 WRK-QTD-IGNORADOS PIC 9(07) VALUE ZEROS.
           02 WRK-QTD-GERADOS PIC 9(07) VALUE ZEROS.
           02 WRK-HASH-VALORES PIC 9(11)V9(02) VALUE ZEROS.

      * -- os formatos do registro de retorno do banco
       01 WS-AREA-RETORNO.
           02 WS-RETORNO PIC X(150).
           02 WS-RET-HEADER REDEFINES WS-RETORNO.
              03 RET-HDR-TIPO PIC X(01).
              03 RET-HDR-DATA PIC 9(08).
              03 RET-HDR-NUMERO PIC 9(06).
              03 FILLER PIC X(135).
      * "2": desfecho de uma TED nossa (L liquidada, D devolvida)
           02 WS-RET-DESFECHO REDEFINES WS-RETORNO.
              03 RET-DES-TIPO PIC X(01).
              03 RET-DES-SEQ PIC 9(07).
              03 RET-DES-TED PIC 9(06).
              03 RET-DES-RESULTADO PIC X(01).
                 88 RET-LIQUIDADA VALUE "L".
                 88 RET-DEVOLVIDA VALUE "D".
              03 RET-DES-MOTIVO PIC X(02).
              03 RET-DES-MOTIVO-TEXTO PIC X(30).
              03 RET-DES-VALOR PIC 9(07)V9(02).
              03 FILLER PIC X(94).
      * "3": TED recebida de outro banco para conta nossa
           02 WS-RET-RECEBIDA REDEFINES WS-RETORNO.
              03 RET-REC-TIPO PIC X(01).
              03 RET-REC-SEQ PIC 9(07).
              03 RET-REC-NUMERO PIC 9(06).
              03 RET-REC-BANCO PIC 9(03).
              03 RET-REC-AGENCIA PIC 9(04).
              03 RET-REC-CONTA-ORIGEM PIC X(12).
              03 RET-REC-TIPO-PESSOA PIC X(01).
              03 RET-REC-DOCUMENTO PIC 9(14).
              03 RET-REC-NOME PIC X(30).
              03 RET-REC-CONTA PIC 9(08).
      *       CPF do favorecido alinhado a direita (000 + 11 digitos)
              03 RET-REC-DOC-FAVORECIDO PIC X(14).
              03 RET-REC-VALOR PIC 9(07)V9(02).
              03 FILLER PIC X(41).
           02 WS-RET-TRAILER REDEFINES WS-RETORNO.
              03 RET-TRL-TIPO PIC X(01).
              03 RET-TRL-QTD PIC 9(07).
              03 RET-TRL-VALOR PIC 9(11)V9(02).
              03 FILLER PIC X(129).

      * -- registro de saida no desenho de lote de OPERADORES2 ------
       01 WS-AREA-SAIDA.
           02 WS-SAIDA PIC X(80).
           02 WS-SAI-DETALHE REDEFINES WS-SAIDA.
              03 SAI-CONTA PIC 9(08).
              03 SAI-TIPO PIC X(01).
              03 SAI-VALOR PIC 9(07)V9(02).
              03 SAI-TED-NUMERO PIC 9(06).
              03 SAI-TED-BANCO PIC 9(03).
              03 SAI-TED-MOTIVO PIC X(02).
              03 SAI-TED-NOME PIC X(30).
              03 FILLER PIC X(21).
           02 WS-SAI-HEADER REDEFINES WS-SAIDA.
              03 SAI-HDR-TIPO PIC X(01).
              03 SAI-HDR-DATA PIC 9(08).
              03 SAI-HDR-ORIGEM PIC X(08).
              03 FILLER PIC X(63).
           02 WS-SAI-TRAILER REDEFINES WS-SAIDA.
              03 SAI-TRL-TIPO PIC X(01).
              03 SAI-TRL-QTD PIC 9(07).
              03 SAI-TRL-HASH PIC 9(11)V9(02).
              03 FILLER PIC X(59).

      * titulares da conta creditada (conta conjunta): estrutura em
      * TITWS.cpy, paragrafos em TITPD.cpy.
           COPY TITWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

           OPEN INPUT RETORNO-FILE
           IF WS-RETORNO-STATUS NOT = "00"
               DISPLAY "TEDRET.DAT nao encontrado; nada a receber."
               GOBACK
           END-IF
           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE

           PERFORM VALIDA-RETORNO
           CLOSE RETORNO-FILE
           IF WS-RET-MOTIVO NOT = SPACES
               DISPLAY "TEDRET.DAT RECUSADO: " WS-RET-MOTIVO
               MOVE WS-RET-MOTIVO TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "RETORNO DE TED RECUSADO: " WS-RET-MOTIVO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE RELATORIO-FILE
               CLOSE EXCECOES-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O TED-FILE
           IF WS-TED-STATUS = "00"
               MOVE "S" TO WS-TED-ABERTO
           ELSE
               IF WS-TED-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR TED.DAT: " WS-TED-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM FECHA-ARQUIVOS
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               IF TED-ATIVO
                   CLOSE TED-FILE
               END-IF
               PERFORM FECHA-ARQUIVOS
               GOBACK
           END-IF
           PERFORM ABRE-TITULAR

           OPEN INPUT RETORNO-FILE
           MOVE "N" TO WS-FIM-RETORNO
           PERFORM UNTIL FIM-RETORNO
               READ RETORNO-FILE INTO WS-RETORNO
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       PERFORM TRATA-REGISTRO-RETORNO
               END-READ
           END-PERFORM
           CLOSE RETORNO-FILE

           IF WRK-QTD-GERADOS > ZEROS
               PERFORM GRAVA-TRAILER
               CLOSE TRANSACOES-FILE
           END-IF
           PERFORM EMITE-RODAPE

           IF TED-ATIVO
               CLOSE TED-FILE
           END-IF
           CLOSE CONTAS-FILE
           PERFORM FECHA-TITULAR
           PERFORM FECHA-ARQUIVOS

           DISPLAY "Retorno de TED " WRK-NUMERO-RETORNO ": "
                   WRK-QTD-GERADOS " credito(s) no lote "
                   WRK-ORIGEM ", " WRK-QTD-A-DEVOLVER
                   " a devolver ao remetente."
           IF (HOUVE-EXCECAO OR WRK-QTD-A-DEVOLVER > ZEROS) AND
              RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       FECHA-ARQUIVOS.
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE.

      * ---------------------------------------------------------------
      * Primeira passada: header no inicio, so detalhes "2"/"3" com
      * campos numericos, trailer no fim conferindo quantidade e
      * soma dos valores. Qualquer falha recusa o arquivo inteiro.
      * ---------------------------------------------------------------
       VALIDA-RETORNO.
           MOVE SPACES TO WS-RET-MOTIVO
           MOVE "N" TO WS-TEM-HEADER
           MOVE "N" TO WS-TEM-TRAILER
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-HASH-LIDO
           MOVE "N" TO WS-FIM-RETORNO
           PERFORM UNTIL FIM-RETORNO
               READ RETORNO-FILE INTO WS-RETORNO
                   AT END
                       MOVE "S" TO WS-FIM-RETORNO
                   NOT AT END
                       PERFORM VALIDA-REGISTRO-RETORNO
                       IF WS-RET-MOTIVO NOT = SPACES
                           MOVE "S" TO WS-FIM-RETORNO
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RET-MOTIVO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF NOT RETORNO-TEM-HEADER
               MOVE "ARQUIVO DE RETORNO VAZIO" TO WS-RET-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF NOT RETORNO-TEM-TRAILER
               MOVE "RETORNO SEM TRAILER" TO WS-RET-MOTIVO
           END-IF.

       VALIDA-REGISTRO-RETORNO.
           IF RETORNO-TEM-TRAILER
               MOVE "REGISTRO DEPOIS DO TRAILER" TO WS-RET-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF NOT RETORNO-TEM-HEADER
               IF RET-HDR-TIPO NOT = "0" OR
                  RET-HDR-DATA IS NOT NUMERIC OR
                  RET-HDR-NUMERO IS NOT NUMERIC
                   MOVE "RETORNO SEM HEADER VALIDO" TO WS-RET-MOTIVO
               ELSE
                   MOVE "S" TO WS-TEM-HEADER
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE RET-HDR-TIPO
               WHEN "2"
                   IF RET-DES-TED IS NOT NUMERIC OR
                      RET-DES-VALOR IS NOT NUMERIC
                       MOVE "DESFECHO DE TED COM CAMPO NAO NUMERICO"
                           TO WS-RET-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   ADD RET-DES-VALOR TO WRK-HASH-LIDO
               WHEN "3"
                   IF RET-REC-NUMERO IS NOT NUMERIC OR
                      RET-REC-BANCO IS NOT NUMERIC OR
                      RET-REC-CONTA IS NOT NUMERIC OR
                      RET-REC-VALOR IS NOT NUMERIC
                       MOVE "TED RECEBIDA COM CAMPO NAO NUMERICO"
                           TO WS-RET-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   ADD RET-REC-VALOR TO WRK-HASH-LIDO
               WHEN "9"
                   MOVE "S" TO WS-TEM-TRAILER
                   IF RET-TRL-QTD IS NOT NUMERIC OR
                      RET-TRL-VALOR IS NOT NUMERIC
                       MOVE "TRAILER COM CAMPO NAO NUMERICO"
                           TO WS-RET-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   IF RET-TRL-QTD NOT = WRK-QTD-LIDOS
                       MOVE "TRAILER NAO CONFERE (QUANTIDADE)"
                           TO WS-RET-MOTIVO
                       EXIT PARAGRAPH
                   END-IF
                   IF RET-TRL-VALOR NOT = WRK-HASH-LIDO
                       MOVE "TRAILER NAO CONFERE (VALORES)"
                           TO WS-RET-MOTIVO
                   END-IF
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE "TIPO DE REGISTRO INVALIDO NO RETORNO"
                       TO WS-RET-MOTIVO
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO WRK-QTD-LIDOS.

      * ---------------------------------------------------------------
      * Segunda passada: arquivo ja conferido, cada registro segue
      * para o tratamento do seu tipo.
      * ---------------------------------------------------------------
       TRATA-REGISTRO-RETORNO.
           EVALUATE RET-HDR-TIPO
               WHEN "0"
                   MOVE RET-HDR-NUMERO TO WRK-NUMERO-RETORNO
                   MOVE SPACES TO WRK-ORIGEM
                   STRING "TEDR" RET-HDR-NUMERO (3:4)
                          DELIMITED BY SIZE INTO WRK-ORIGEM
                   PERFORM EMITE-CABECALHO
               WHEN "2"
                   PERFORM TRATA-DESFECHO-TED
               WHEN "3"
                   PERFORM TRATA-TED-RECEBIDA
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Desfecho de TED nossa. So a TED ainda "E" (enviada) e
      * atualizada; o valor do retorno tem de bater com o pedido.
      * A devolvida volta ao cliente como credito "G" no lote.
      * ---------------------------------------------------------------
       TRATA-DESFECHO-TED.
           MOVE SPACES TO WRK-DETALHE
           MOVE ZEROS TO WRK-CONTA-LINHA
           IF NOT TED-ATIVO
               MOVE "TED DO RETORNO NAO ENCONTRADA" TO WS-MSG-EXCECAO
               PERFORM IGNORA-DESFECHO
               EXIT PARAGRAPH
           END-IF
           MOVE RET-DES-TED TO TED-NUMERO
           READ TED-FILE
               INVALID KEY
                   MOVE "TED DO RETORNO NAO ENCONTRADA"
                       TO WS-MSG-EXCECAO
                   PERFORM IGNORA-DESFECHO
                   EXIT PARAGRAPH
           END-READ
           MOVE TED-CONTA TO WRK-CONTA-LINHA
           IF NOT TED-ENVIADA
               ADD 1 TO WRK-QTD-IGNORADOS
               MOVE "JA TRATADA / NAO REMETIDA" TO WRK-SITUACAO
               MOVE SPACES TO WRK-DETALHE
               STRING "SITUACAO " TED-SITUACAO " EM TED.DAT"
                      DELIMITED BY SIZE INTO WRK-DETALHE
               PERFORM EMITE-LINHA-DESFECHO
               EXIT PARAGRAPH
           END-IF
           IF RET-DES-VALOR NOT = TED-VALOR
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "VALOR DO RETORNO DIFERE DA TED " TED-NUMERO
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM IGNORA-DESFECHO
               EXIT PARAGRAPH
           END-IF
           IF NOT RET-LIQUIDADA AND NOT RET-DEVOLVIDA
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "DESFECHO INVALIDO PARA A TED " TED-NUMERO
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM IGNORA-DESFECHO
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-DATA-RELATORIO TO TED-DT-RETORNO
           IF RET-LIQUIDADA
               MOVE "L" TO TED-SITUACAO
           ELSE
               MOVE "D" TO TED-SITUACAO
               MOVE RET-DES-MOTIVO TO TED-MOTIVO
               MOVE RET-DES-MOTIVO-TEXTO TO TED-MOTIVO-TEXTO
           END-IF
           REWRITE REGISTRO-TED
               INVALID KEY
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "ERRO REGRAVANDO TED " TED-NUMERO
                          " STATUS " WS-TED-STATUS
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM IGNORA-DESFECHO
                   EXIT PARAGRAPH
           END-REWRITE

           IF RET-LIQUIDADA
               ADD 1 TO WRK-QTD-LIQUIDADAS
               MOVE "LIQUIDADA" TO WRK-SITUACAO
               PERFORM EMITE-LINHA-DESFECHO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SAIDA
           MOVE TED-CONTA TO SAI-CONTA
           MOVE "G" TO SAI-TIPO
           MOVE TED-VALOR TO SAI-VALOR
           MOVE TED-NUMERO TO SAI-TED-NUMERO
           MOVE TED-BANCO-DESTINO TO SAI-TED-BANCO
           MOVE TED-MOTIVO TO SAI-TED-MOTIVO
           MOVE TED-FAVORECIDO TO SAI-TED-NOME
           PERFORM GRAVA-MOVIMENTO
           ADD 1 TO WRK-QTD-DEVOLVIDAS
           ADD TED-VALOR TO WRK-VALOR-DEVOLVIDAS
           MOVE "DEVOLVIDA - CREDITADA" TO WRK-SITUACAO
           MOVE SPACES TO WRK-DETALHE
           STRING TED-MOTIVO " " TED-MOTIVO-TEXTO
                  DELIMITED BY SIZE INTO WRK-DETALHE
           PERFORM EMITE-LINHA-DESFECHO.

       IGNORA-DESFECHO.
           PERFORM REGISTRA-EXCECAO
           ADD 1 TO WRK-QTD-IGNORADOS
           MOVE "IGNORADO" TO WRK-SITUACAO
           MOVE WS-MSG-EXCECAO TO WRK-DETALHE
           PERFORM EMITE-LINHA-DESFECHO.

       EMITE-LINHA-DESFECHO.
           MOVE RET-DES-VALOR TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING RET-DES-SEQ " ENVIADA  " RET-DES-TED " "
                  WRK-CONTA-LINHA " " WRK-VALOR-EDITADO " "
                  WRK-SITUACAO " " WRK-DETALHE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * TED recebida de outro banco: a conta tem de existir, aceitar
      * lancamentos (nem encerrada nem dormente) e ter o favorecido
      * entre os titulares. Fora disso fica A DEVOLVER AO REMETENTE,
      * fora do lote.
      * ---------------------------------------------------------------
       TRATA-TED-RECEBIDA.
           MOVE SPACES TO WRK-DETALHE
           MOVE RET-REC-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "CONTA INEXISTENTE" TO WRK-DETALHE
                   PERFORM DEVOLVE-AO-REMETENTE
                   EXIT PARAGRAPH
           END-READ
           IF CONTA-ENCERRADA
               MOVE "CONTA ENCERRADA" TO WRK-DETALHE
               PERFORM DEVOLVE-AO-REMETENTE
               EXIT PARAGRAPH
           END-IF
           IF CONTA-DORMENTE
               MOVE "CONTA DORMENTE" TO WRK-DETALHE
               PERFORM DEVOLVE-AO-REMETENTE
               EXIT PARAGRAPH
           END-IF
           IF RET-REC-DOC-FAVORECIDO (1:3) NOT = "000"
               MOVE "FAVORECIDO NAO E TITULAR" TO WRK-DETALHE
               PERFORM DEVOLVE-AO-REMETENTE
               EXIT PARAGRAPH
           END-IF
           IF RET-REC-DOC-FAVORECIDO (4:11) NOT = CONTA-CPF
               MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
               MOVE RET-REC-DOC-FAVORECIDO (4:11)
                   TO WS-CPF-TIT-PROCURA
               PERFORM VERIFICA-TITULAR-DA-CONTA
               IF NOT E-TITULAR-DA-CONTA
                   MOVE "FAVORECIDO NAO E TITULAR" TO WRK-DETALHE
                   PERFORM DEVOLVE-AO-REMETENTE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO WS-SAIDA
           MOVE RET-REC-CONTA TO SAI-CONTA
           MOVE "H" TO SAI-TIPO
           MOVE RET-REC-VALOR TO SAI-VALOR
           MOVE RET-REC-NUMERO TO SAI-TED-NUMERO
           MOVE RET-REC-BANCO TO SAI-TED-BANCO
           MOVE SPACES TO SAI-TED-MOTIVO
           MOVE RET-REC-NOME TO SAI-TED-NOME
           PERFORM GRAVA-MOVIMENTO
           ADD 1 TO WRK-QTD-RECEBIDAS
           ADD RET-REC-VALOR TO WRK-VALOR-RECEBIDAS
           MOVE "RECEBIDA - CREDITADA" TO WRK-SITUACAO
           MOVE SPACES TO WRK-DETALHE
           STRING "DE " RET-REC-BANCO " " RET-REC-NOME (1:23)
                  DELIMITED BY SIZE INTO WRK-DETALHE
           PERFORM EMITE-LINHA-RECEBIDA.

       DEVOLVE-AO-REMETENTE.
           ADD 1 TO WRK-QTD-A-DEVOLVER
           ADD RET-REC-VALOR TO WRK-VALOR-A-DEVOLVER
           MOVE "A DEVOLVER AO REMETENTE" TO WRK-SITUACAO
           PERFORM EMITE-LINHA-RECEBIDA.

       EMITE-LINHA-RECEBIDA.
           MOVE RET-REC-VALOR TO WRK-VALOR-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING RET-REC-SEQ " RECEBIDA " RET-REC-NUMERO " "
                  RET-REC-CONTA " " WRK-VALOR-EDITADO " "
                  WRK-SITUACAO " " WRK-DETALHE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Lote proprio em TRANSACOES.DAT, aberto no primeiro credito
      * (mesmo desenho H/movimento/T de FOLHA01).
      * ---------------------------------------------------------------
       GRAVA-MOVIMENTO.
           IF WRK-QTD-GERADOS = ZEROS
               PERFORM ABRE-LOTE-DE-SAIDA
               IF RETURN-CODE = 12
                   MOVE "S" TO WS-FIM-RETORNO
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SAIDA TO TRANSACAO-REG
           WRITE TRANSACAO-REG
           IF WS-TRANSACOES-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO TRANSACOES.DAT: "
                       WS-TRANSACOES-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-RETORNO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-GERADOS
           ADD SAI-VALOR TO WRK-HASH-VALORES.

       ABRE-LOTE-DE-SAIDA.
           OPEN EXTEND TRANSACOES-FILE
           IF WS-TRANSACOES-STATUS NOT = "00"
               OPEN OUTPUT TRANSACOES-FILE
           END-IF
           IF WS-TRANSACOES-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR TRANSACOES.DAT: "
                       WS-TRANSACOES-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SAIDA TO WRK-MOVIMENTO-PENDENTE
           MOVE SPACES TO WS-SAIDA
           MOVE "H" TO SAI-HDR-TIPO
           MOVE WRK-DATA-RELATORIO TO SAI-HDR-DATA
           MOVE WRK-ORIGEM TO SAI-HDR-ORIGEM
           MOVE WS-SAIDA TO TRANSACAO-REG
           WRITE TRANSACAO-REG
           MOVE WRK-MOVIMENTO-PENDENTE TO WS-SAIDA.

       GRAVA-TRAILER.
           MOVE SPACES TO WS-SAIDA
           MOVE "T" TO SAI-TRL-TIPO
           MOVE WRK-QTD-GERADOS TO SAI-TRL-QTD
           MOVE WRK-HASH-VALORES TO SAI-TRL-HASH
           MOVE WS-SAIDA TO TRANSACAO-REG
           WRITE TRANSACAO-REG
           IF WS-TRANSACOES-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO TRAILER: " WS-TRANSACOES-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RETORNO DE TED " RET-HDR-NUMERO
                  " DE " RET-HDR-DATA
                  " - PROCESSADO EM " WRK-DATA-RELATORIO
                  " - LOTE " WRK-ORIGEM
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEQ     SENTIDO  TED    CONTA         VALOR "
                  "SITUACAO                 DETALHE"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TED LIQUIDADAS:          " WRK-QTD-LIQUIDADAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-VALOR-DEVOLVIDAS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TED DEVOLVIDAS (G):      " WRK-QTD-DEVOLVIDAS
                  "  VALOR " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-VALOR-RECEBIDAS TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TED RECEBIDAS (H):       " WRK-QTD-RECEBIDAS
                  "  VALOR " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-VALOR-A-DEVOLVER TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "A DEVOLVER AO REMETENTE: " WRK-QTD-A-DEVOLVER
                  "  VALOR " WRK-TOTAL-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REGISTROS IGNORADOS:     " WRK-QTD-IGNORADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-HASH-VALORES TO WRK-TOTAL-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LOTE " WRK-ORIGEM ":           " WRK-QTD-GERADOS
                  "  VALOR " WRK-TOTAL-EDITADO
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
           MOVE "TEDRET" TO EXC-PROGRAMA
           MOVE WS-MSG-EXCECAO TO EXC-MENSAGEM
           WRITE REGISTRO-EXCECAO.

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

       END PROGRAM TEDRET.
