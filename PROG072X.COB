      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * LGPD erasure of former customers, by retention: once the legal
      * retention period (LGPD-ANOS-RETENCAO in PARAMS.DAT, default 5
      * years) has run out, the personal data of a former customer is
      * replaced by an irreversible pseudonym. A customer qualifies
      * when EVERY account they hold (CONTA-CPF or a joint holding in
      * TITULAR.DAT) is CONTA-ENCERRADA, the most recent movement of
      * those accounts in the permanent history (the open date when
      * an account never moved) is older than the retention cut, no
      * account carries an active BLOQJUD hold and nothing of theirs
      * waits in the APROVA01 queue (PENDAPR.DAT, by CPF or account).
      * For each one:
      *   - CLIENTES: the record moves to the pseudonym key ("AN" +
      *     sequence) with name, RG, birth date, address, phone and
      *     e-mail wiped, SITUACAO-CLIENTE "N" and the date;
      *   - CONTAS, TITULAR, SALDODIA, APLIC and EMPREST: the CPF
      *     becomes the pseudonym (one "K" in the audit trail per
      *     account, so forward recovery replays it); the alert
      *     preferences (ALERTPRF) are deleted;
      *   - AUDITCLI.DAT and the decided rows of PENDAPR.DAT: every
      *     earlier image of the customer is rewritten in the same
      *     anonymized form, record count unchanged (the CONTBKP
      *     backup point stays valid), plus an "N" occurrence;
      *   - the current extracts EXTRCLI.DAT, MALADIR.DAT and
      *     EXTRMES.DAT: CPF and name become the pseudonym and the
      *     address line is suppressed.
      * The history (HISTORIC.DAT) carries no personal data and is
      * NOT touched: the evidence report RELLGPD.DAT shows its record
      * count and credit/debit totals, with the pseudonyms given and
      * the count of every record replaced. Each anonymization is
      * logged in LGPDLOG.DAT ("N", pseudonym only). Nowhere is the
      * CPF-to-pseudonym pair kept, so the operation cannot be undone.
      * The trail and the extracts are rewritten BEFORE the masters:
      * a failure there leaves the masters untouched and the same
      * customers are selected again on the rerun.
      * Return code: 0 ok, 4 when more customers qualified than one
      * run takes (the rest go next month), 12 on I/O error.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONLGPD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-CLIENTES-STATUS.

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

           SELECT APLICACOES-FILE ASSIGN TO "APLIC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APL-NUMERO
               ALTERNATE RECORD KEY IS APL-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS APL-CPF WITH DUPLICATES
               FILE STATUS IS WS-APLICACOES-STATUS.

           SELECT EMPRESTIMOS-FILE ASSIGN TO "EMPREST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-CONTA WITH DUPLICATES
               ALTERNATE RECORD KEY IS EMP-CPF WITH DUPLICATES
               FILE STATUS IS WS-EMPRESTIMOS-STATUS.

           SELECT FOTOS-FILE ASSIGN TO "SALDODIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS WS-FOTOS-STATUS.

           SELECT PREFERENCIAS-FILE ASSIGN TO "ALERTPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALP-CPF
               FILE STATUS IS WS-PREFERENCIAS-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT BLOQUEIOS-FILE ASSIGN TO "BLOQJUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOQUEIOS-STATUS.

           SELECT PENDENCIAS-FILE ASSIGN TO "PENDAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDENCIAS-STATUS.

           SELECT AUDITORIA-FILE ASSIGN TO "AUDITCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITORIA-STATUS.

           SELECT LGPDLOG-FILE ASSIGN TO "LGPDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDLOG-STATUS.

           SELECT EXTRCLI-FILE ASSIGN TO "EXTRCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

           SELECT MALADIR-FILE ASSIGN TO "MALADIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

           SELECT EXTRMES-FILE ASSIGN TO "EXTRMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRATO-STATUS.

           SELECT TRABALHO-FILE ASSIGN TO "ANONTMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRABALHO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELLGPD.DAT"
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

       FD  CLIENTES-FILE.
           COPY CLIREC.

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  TITULAR-FILE.
           COPY TITREC.

       FD  APLICACOES-FILE.
           COPY APLREC.

       FD  EMPRESTIMOS-FILE.
           COPY EMPREC.

       FD  FOTOS-FILE.
           COPY SNAPREC.

       FD  PREFERENCIAS-FILE.
           COPY ALRPREC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

       FD  BLOQUEIOS-FILE.
           COPY BLOQREC.

       FD  PENDENCIAS-FILE.
           COPY PENDREC.

       FD  AUDITORIA-FILE.
           COPY AUDREC.

       FD  LGPDLOG-FILE.
           COPY LGPDREC.

       FD  EXTRCLI-FILE.
       01  LINHA-EXTRCLI PIC X(200).

       FD  MALADIR-FILE.
       01  LINHA-MALADIR PIC X(200).

       FD  EXTRMES-FILE.
       01  LINHA-EXTRMES PIC X(200).

      * copia de trabalho dos arquivos reescritos (trilha, fila de
      * aprovacao e extratos), devolvida por cima do original
       FD  TRABALHO-FILE.
       01  LINHA-TRABALHO PIC X(640).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  PARAMETROS-FILE.
           COPY PARMREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-APLICACOES-STATUS PIC X(02) VALUE "00".
       77 WS-EMPRESTIMOS-STATUS PIC X(02) VALUE "00".
       77 WS-FOTOS-STATUS PIC X(02) VALUE "00".
       77 WS-PREFERENCIAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
       77 WS-PENDENCIAS-STATUS PIC X(02) VALUE "00".
       77 WS-AUDITORIA-STATUS PIC X(02) VALUE "00".
       77 WS-LGPDLOG-STATUS PIC X(02) VALUE "00".
       77 WS-EXTRATO-STATUS PIC X(02) VALUE "00".
       77 WS-TRABALHO-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-PARAMETROS-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".

       77 WS-FIM-ARQUIVO PIC X VALUE "N".
          88 FIM-ARQUIVO VALUE "S".
       77 WS-FIM-CHAVES PIC X VALUE "N".
          88 FIM-CHAVES VALUE "S".

      * masters opcionais: arquivo ainda inexistente = nada a mudar
       77 WS-TITULAR-ABERTO PIC X VALUE "N".
          88 TITULAR-DISPONIVEL VALUE "S".
       77 WS-APLICACOES-ABERTO PIC X VALUE "N".
          88 APLICACOES-DISPONIVEL VALUE "S".
       77 WS-EMPRESTIMOS-ABERTO PIC X VALUE "N".
          88 EMPRESTIMOS-DISPONIVEL VALUE "S".
       77 WS-FOTOS-ABERTO PIC X VALUE "N".
          88 FOTOS-DISPONIVEL VALUE "S".
       77 WS-PREFERENCIAS-ABERTO PIC X VALUE "N".
          88 PREFERENCIAS-DISPONIVEL VALUE "S".
       77 WS-AUDITORIA-ABERTA PIC X VALUE "N".
          88 AUDITORIA-ABERTA VALUE "S".
       77 WS-LGPDLOG-ABERTO PIC X VALUE "N".
          88 LGPDLOG-ABERTO VALUE "S".

      * prazo legal de guarda depois do fim do relacionamento: default
      * de fabrica sobreposto pelo arquivo de parametros.
       77 WRK-ANOS-RETENCAO PIC 9(03) VALUE 005.
       77 WRK-DATA-PROC PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORTE PIC 9(08) VALUE ZEROS.
       77 WRK-SEQ-PSEUDONIMO PIC 9(09) VALUE ZEROS.

      * -- situacao do cliente examinado --
       77 WRK-QTD-CONTAS-CLI PIC 9(03) VALUE ZEROS.
       77 WRK-ULTIMO-MOV-CLI PIC 9(08) VALUE ZEROS.
       77 WS-TEM-CONTA-ABERTA PIC X VALUE "N".
          88 TEM-CONTA-ABERTA VALUE "S".
       77 WS-TEM-BLOQUEIO PIC X VALUE "N".
          88 TEM-BLOQUEIO VALUE "S".
       77 WS-TEM-PENDENCIA PIC X VALUE "N".
          88 TEM-PENDENCIA VALUE "S".

      * -- imagens e linhas em tratamento --
       77 WRK-IMAGEM-CLIENTE PIC X(300) VALUE SPACES.
       77 WRK-IMAGEM-CONTA PIC X(51) VALUE SPACES.
       77 WRK-TITULAR-SALVO PIC X(40) VALUE SPACES.
       77 WRK-CPF-PROCURA PIC X(11) VALUE SPACES.
       77 WS-IMAGEM-ALTERADA PIC X VALUE "N".
          88 IMAGEM-ALTERADA VALUE "S".
       77 WRK-ENDERECO-EDITADO PIC X(80) VALUE SPACES.
       77 WRK-LINHA PIC X(200) VALUE SPACES.
       77 WS-LINHA-ALTERADA PIC X VALUE "N".
          88 LINHA-ALTERADA VALUE "S".
       77 WS-NOME-NA-LINHA PIC X VALUE "N".
          88 NOME-NA-LINHA VALUE "S".
       77 WRK-PROCURA PIC X(80) VALUE SPACES.
       77 WRK-TAM-PROCURA PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-OCORRE PIC 9(03) VALUE ZEROS.
       77 WRK-POS PIC 9(03) VALUE ZEROS.
       77 WRK-POS-LIMITE PIC 9(03) VALUE ZEROS.
       77 WRK-POS-ACHADA PIC 9(03) VALUE ZEROS.
       77 WRK-POS-VIZINHA PIC 9(03) VALUE ZEROS.
       77 WRK-CARACTER PIC X(01) VALUE SPACE.
       77 WS-FRONTEIRA PIC X VALUE "N".
          88 FRONTEIRA-OK VALUE "S".

      * -- contadores da evidencia --
       77 WRK-QTD-CLIENTES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-JA-ANONIMOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EX-CLIENTES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RETIDO-PRAZO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RETIDO-BLOQ PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RETIDO-PEND PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ADIADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ANONIMIZADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CONTAS-MUD PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TITULAR-MUD PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-FOTOS-MUD PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-APLIC-MUD PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EMPREST-MUD PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PREF-EXCL PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-AUD-LIDOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-AUD-MUD PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-PEND-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PEND-MUD PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LINHAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LINHAS-MUD PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDAS PIC 9(09) VALUE ZEROS.
       77 WRK-MUD-EXTRCLI PIC 9(07) VALUE ZEROS.
       77 WRK-MUD-MALADIR PIC 9(07) VALUE ZEROS.
       77 WRK-MUD-EXTRMES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-HIST PIC 9(09) VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS PIC 9(13)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-DEBITOS PIC 9(13)V9(02) VALUE ZEROS.
       77 WRK-VALOR-EDITADO PIC Z(12)9.99.
       77 WRK-VALOR-EDITADO-2 PIC Z(12)9.99.

      * -- contas do master: titular, status, ultimo movimento e as
      * travas (bloqueio judicial ativo, item pendente de aprovacao)
       01 WS-CONTROLE-CONTAS.
           02 WS-QTD-CONTAS PIC 9(04) VALUE ZEROS.
           02 WS-MAX-CONTAS PIC 9(04) VALUE 1000.
           02 WS-IX PIC 9(04) VALUE ZEROS.
           02 WS-IX-ACHADO PIC 9(04) VALUE ZEROS.
           02 WS-CONTA-PROCURA PIC 9(08) VALUE ZEROS.
       01 WS-TAB-CONTAS.
           02 WS-CTA-ENT OCCURS 1000 TIMES.
              03 WS-CTA-NUMERO PIC 9(08).
              03 WS-CTA-CPF PIC X(11).
              03 WS-CTA-STATUS PIC X(01).
              03 WS-CTA-ULTIMO-MOV PIC 9(08).
              03 WS-CTA-BLOQUEIO PIC X(01).
              03 WS-CTA-PENDENTE PIC X(01).

      * -- CPFs citados por item pendente (exclusao, merge) --
       01 WS-CONTROLE-PEND.
           02 WS-QTD-PEND-CPF PIC 9(04) VALUE ZEROS.
           02 WS-MAX-PEND-CPF PIC 9(04) VALUE 0500.
           02 WS-IX-P PIC 9(04) VALUE ZEROS.
       01 WS-TAB-PEND-CPF.
           02 WS-PND-CPF PIC X(11) OCCURS 500 TIMES.

      * -- ex-clientes selecionados nesta rodada: o CPF e os dados
      * procurados nos extratos so existem aqui, em memoria, e somem
      * com o fim do programa (nenhum arquivo guarda o par).
       01 WS-CONTROLE-ANON.
           02 WS-QTD-ANON PIC 9(04) VALUE ZEROS.
           02 WS-MAX-ANON PIC 9(04) VALUE 0200.
           02 WS-IX-A PIC 9(04) VALUE ZEROS.
           02 WS-IX-A-ACHADO PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ANON.
           02 WS-ANO-ENT OCCURS 200 TIMES.
              03 WS-ANO-CPF PIC X(11).
              03 WS-ANO-PSEUDONIMO PIC X(11).
              03 WS-ANO-NOME PIC X(50).
              03 WS-ANO-TAM-NOME PIC 9(03).
              03 WS-ANO-ENDERECO PIC X(80).
              03 WS-ANO-TAM-ENDERECO PIC 9(03).
              03 WS-ANO-DATANASC PIC X(08).
              03 WS-ANO-QTD-CONTAS PIC 9(03).
              03 WS-ANO-ULTIMO-MOV PIC 9(08).

       01 WS-PSEUDONIMO-NOVO.
           02 WS-PSN-PREFIXO PIC X(02) VALUE "AN".
           02 WS-PSN-SEQ PIC 9(09) VALUE ZEROS.

      * -- chaves coletadas pela chave alternativa CPF antes de
      * regravar (a chave muda; nao se regrava andando nela)
       01 WS-CONTROLE-CHAVES.
           02 WS-QTD-CHAVES PIC 9(03) VALUE ZEROS.
           02 WS-MAX-CHAVES PIC 9(03) VALUE 100.
           02 WS-IX-K PIC 9(03) VALUE ZEROS.
       01 WS-TAB-CHAVES.
           02 WS-CHV-VALOR PIC X(19) OCCURS 100 TIMES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           PERFORM LE-PARAMETROS
           COMPUTE WRK-DATA-CORTE =
               WRK-DATA-PROC - (WRK-ANOS-RETENCAO * 10000)
           PERFORM LE-ULTIMO-PSEUDONIMO

           OPEN OUTPUT RELATORIO-FILE
           IF WS-RELATORIO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR RELLGPD.DAT: "
                       WS-RELATORIO-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ANONIMIZACAO LGPD DE EX-CLIENTES - " WRK-DATA-PROC
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RETENCAO (ANOS): " WRK-ANOS-RETENCAO
                  "  ULTIMO MOVIMENTO ANTERIOR A: " WRK-DATA-CORTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "PSEUDONIMO   CONTAS  ULTIMO MOV" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           PERFORM PROCESSA-ANONIMIZACAO

           PERFORM EMITE-RESUMO
           PERFORM FECHA-ARQUIVOS
           CLOSE RELATORIO-FILE
           IF RETURN-CODE = 0 AND WRK-QTD-ADIADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Anonimizacao LGPD: " WRK-QTD-ANONIMIZADOS
                   " ex-cliente(s) anonimizados."
           GOBACK.

      * ---------------------------------------------------------------
      * Ordem da rodada: selecao com os masters so lidos; trilha,
      * fila de aprovacao e extratos reescritos; so entao os masters.
      * Qualquer erro de E/S para a rodada com RC 12 no ponto em que
      * estiver, e o resumo diz ate onde foi.
      * ---------------------------------------------------------------
       PROCESSA-ANONIMIZACAO.
           OPEN I-O CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTES.DAT: "
                       WS-CLIENTES-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRE-MASTERS-OPCIONAIS
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF

           PERFORM CARREGA-CONTAS
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           PERFORM CARREGA-ULTIMOS-MOVIMENTOS
           PERFORM CARREGA-BLOQUEIOS
           PERFORM CARREGA-PENDENCIAS
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CLIENTES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM EXAMINA-CLIENTE
               END-READ
           END-PERFORM
           IF WS-QTD-ANON = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM REESCREVE-TRILHA
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           PERFORM REESCREVE-PENDENCIAS
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           PERFORM LIMPA-EXTRCLI
           PERFORM LIMPA-MALADIR
           PERFORM LIMPA-EXTRMES
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-A FROM 1 BY 1
                   UNTIL WS-IX-A > WS-QTD-ANON
                      OR RETURN-CODE = 12
               PERFORM APLICA-ANONIMIZACAO
           END-PERFORM.

       ABRE-MASTERS-OPCIONAIS.
           OPEN I-O TITULAR-FILE
           IF WS-TITULAR-STATUS = "00"
               MOVE "S" TO WS-TITULAR-ABERTO
           ELSE
               IF WS-TITULAR-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR TITULAR.DAT: "
                           WS-TITULAR-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           OPEN I-O APLICACOES-FILE
           IF WS-APLICACOES-STATUS = "00"
               MOVE "S" TO WS-APLICACOES-ABERTO
           ELSE
               IF WS-APLICACOES-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR APLIC.DAT: "
                           WS-APLICACOES-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           OPEN I-O EMPRESTIMOS-FILE
           IF WS-EMPRESTIMOS-STATUS = "00"
               MOVE "S" TO WS-EMPRESTIMOS-ABERTO
           ELSE
               IF WS-EMPRESTIMOS-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR EMPREST.DAT: "
                           WS-EMPRESTIMOS-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           OPEN I-O FOTOS-FILE
           IF WS-FOTOS-STATUS = "00"
               MOVE "S" TO WS-FOTOS-ABERTO
           ELSE
               IF WS-FOTOS-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR SALDODIA.DAT: "
                           WS-FOTOS-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           OPEN I-O PREFERENCIAS-FILE
           IF WS-PREFERENCIAS-STATUS = "00"
               MOVE "S" TO WS-PREFERENCIAS-ABERTO
           ELSE
               IF WS-PREFERENCIAS-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR ALERTPRF.DAT: "
                           WS-PREFERENCIAS-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.

      * ---------------------------------------------------------------
      * Tabela das contas, na ordem da chave. Master maior que a
      * tabela e fatal: sem todas as contas nao se prova que um
      * cliente nao tem conta aberta.
      * ---------------------------------------------------------------
       CARREGA-CONTAS.
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM CARREGA-UMA-CONTA
               END-READ
           END-PERFORM.

       CARREGA-UMA-CONTA.
           IF WS-QTD-CONTAS >= WS-MAX-CONTAS
               DISPLAY "CONTAS.DAT excede a tabela da anonimizacao."
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CONTAS
           MOVE CONTA-NUMERO TO WS-CTA-NUMERO (WS-QTD-CONTAS)
           MOVE CONTA-CPF TO WS-CTA-CPF (WS-QTD-CONTAS)
           MOVE CONTA-STATUS TO WS-CTA-STATUS (WS-QTD-CONTAS)
           MOVE CONTA-DT-ABERTURA
               TO WS-CTA-ULTIMO-MOV (WS-QTD-CONTAS)
           MOVE "N" TO WS-CTA-BLOQUEIO (WS-QTD-CONTAS)
           MOVE "N" TO WS-CTA-PENDENTE (WS-QTD-CONTAS).

       LOCALIZA-CONTA.
           MOVE ZEROS TO WS-IX-ACHADO
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS
                      OR WS-IX-ACHADO > ZEROS
               IF WS-CTA-NUMERO (WS-IX) = WS-CONTA-PROCURA
                   MOVE WS-IX TO WS-IX-ACHADO
               END-IF
           END-PERFORM.

      * ---------------------------------------------------------------
      * Uma passada do historico permanente: ultimo movimento de cada
      * conta e, para a evidencia, a contagem e os totais de credito
      * e debito -- o historico e so lido, nunca regravado.
      * ---------------------------------------------------------------
       CARREGA-ULTIMOS-MOVIMENTOS.
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM ANOTA-MOVIMENTO
               END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE.

       ANOTA-MOVIMENTO.
           ADD 1 TO WRK-QTD-HIST
           IF HIST-CREDITO
               ADD HIST-VALOR TO WRK-TOTAL-CREDITOS
           END-IF
           IF HIST-DEBITO
               ADD HIST-VALOR TO WRK-TOTAL-DEBITOS
           END-IF
           MOVE HIST-CONTA TO WS-CONTA-PROCURA
           PERFORM LOCALIZA-CONTA
           IF WS-IX-ACHADO > ZEROS
               IF HIST-DATA > WS-CTA-ULTIMO-MOV (WS-IX-ACHADO)
                   MOVE HIST-DATA TO WS-CTA-ULTIMO-MOV (WS-IX-ACHADO)
               END-IF
           END-IF.

       CARREGA-BLOQUEIOS.
           OPEN INPUT BLOQUEIOS-FILE
           IF WS-BLOQUEIOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ BLOQUEIOS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF BLQ-ATIVO
                           MOVE BLQ-CONTA TO WS-CONTA-PROCURA
                           PERFORM LOCALIZA-CONTA
                           IF WS-IX-ACHADO > ZEROS
                               MOVE "S"
                                   TO WS-CTA-BLOQUEIO (WS-IX-ACHADO)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BLOQUEIOS-FILE.

      * ---------------------------------------------------------------
      * Itens ainda pendentes no APROVA01: exclusao (X) e merge (F)
      * citam CPFs; encerramento, estorno, limite (E, R, L) e
      * partilha (H) citam contas em (1:8) da chave -- a partilha
      * tambem a do herdeiro na segunda chave.
      * ---------------------------------------------------------------
       CARREGA-PENDENCIAS.
           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ PENDENCIAS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF PEN-PENDENTE
                           PERFORM ANOTA-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDENCIAS-FILE.

       ANOTA-PENDENCIA.
           EVALUATE TRUE
               WHEN PEN-EXCLUSAO-CLIENTE
                   MOVE PEN-CHAVE TO WRK-CPF-PROCURA
                   PERFORM ANOTA-CPF-PENDENTE
               WHEN PEN-MERGE-CLIENTES
                   MOVE PEN-CHAVE TO WRK-CPF-PROCURA
                   PERFORM ANOTA-CPF-PENDENTE
                   MOVE PEN-CHAVE2 TO WRK-CPF-PROCURA
                   PERFORM ANOTA-CPF-PENDENTE
               WHEN PEN-ENCERRA-CONTA OR PEN-ESTORNO OR
                    PEN-AUMENTA-LIMITE OR PEN-PARTILHA
                   IF PEN-CHAVE (1:8) IS NUMERIC
                       MOVE PEN-CHAVE (1:8) TO WS-CONTA-PROCURA
                       PERFORM ANOTA-CONTA-PENDENTE
                   END-IF
                   IF PEN-PARTILHA AND PEN-CHAVE2 (1:8) IS NUMERIC
                       MOVE PEN-CHAVE2 (1:8) TO WS-CONTA-PROCURA
                       PERFORM ANOTA-CONTA-PENDENTE
                   END-IF
           END-EVALUATE.

       ANOTA-CONTA-PENDENTE.
           PERFORM LOCALIZA-CONTA
           IF WS-IX-ACHADO > ZEROS
               MOVE "S" TO WS-CTA-PENDENTE (WS-IX-ACHADO)
           END-IF.

       ANOTA-CPF-PENDENTE.
           IF WS-QTD-PEND-CPF >= WS-MAX-PEND-CPF
               DISPLAY "PENDAPR.DAT excede a tabela da anonimizacao."
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ARQUIVO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-PEND-CPF
           MOVE WRK-CPF-PROCURA TO WS-PND-CPF (WS-QTD-PEND-CPF).

      * ---------------------------------------------------------------
      * Cliente com todas as contas encerradas e a guarda vencida, sem
      * bloqueio ativo nem pendencia, entra na rodada. Cliente sem
      * conta nenhuma fica de fora: nao ha movimento para contar o
      * prazo. As travas vencem o prazo na evidencia (um retido por
      * bloqueio e contado como bloqueio, mesmo com o prazo vencido).
      * ---------------------------------------------------------------
       EXAMINA-CLIENTE.
           ADD 1 TO WRK-QTD-CLIENTES
           IF CLIENTE-ANONIMIZADO
               ADD 1 TO WRK-QTD-JA-ANONIMOS
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WRK-QTD-CONTAS-CLI
           MOVE ZEROS TO WRK-ULTIMO-MOV-CLI
           MOVE "N" TO WS-TEM-CONTA-ABERTA
           MOVE "N" TO WS-TEM-BLOQUEIO
           MOVE "N" TO WS-TEM-PENDENCIA
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS
               IF WS-CTA-CPF (WS-IX) = CPF
                   PERFORM AVALIA-CONTA-CLIENTE
               END-IF
           END-PERFORM
           PERFORM AVALIA-CONTAS-CONJUNTAS
           IF WRK-QTD-CONTAS-CLI = ZEROS OR TEM-CONTA-ABERTA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-EX-CLIENTES

           PERFORM VARYING WS-IX-P FROM 1 BY 1
                   UNTIL WS-IX-P > WS-QTD-PEND-CPF
               IF WS-PND-CPF (WS-IX-P) = CPF
                   MOVE "S" TO WS-TEM-PENDENCIA
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN TEM-BLOQUEIO
                   ADD 1 TO WRK-QTD-RETIDO-BLOQ
               WHEN TEM-PENDENCIA
                   ADD 1 TO WRK-QTD-RETIDO-PEND
               WHEN WRK-ULTIMO-MOV-CLI NOT < WRK-DATA-CORTE
                   ADD 1 TO WRK-QTD-RETIDO-PRAZO
               WHEN OTHER
                   PERFORM ANOTA-ANONIMIZAVEL
           END-EVALUATE.

       AVALIA-CONTA-CLIENTE.
           ADD 1 TO WRK-QTD-CONTAS-CLI
           IF WS-CTA-STATUS (WS-IX) NOT = "E"
               MOVE "S" TO WS-TEM-CONTA-ABERTA
           END-IF
           IF WS-CTA-BLOQUEIO (WS-IX) = "S"
               MOVE "S" TO WS-TEM-BLOQUEIO
           END-IF
           IF WS-CTA-PENDENTE (WS-IX) = "S"
               MOVE "S" TO WS-TEM-PENDENCIA
           END-IF
           IF WS-CTA-ULTIMO-MOV (WS-IX) > WRK-ULTIMO-MOV-CLI
               MOVE WS-CTA-ULTIMO-MOV (WS-IX) TO WRK-ULTIMO-MOV-CLI
           END-IF.

      * segundo titular de conta conjunta: a conta conta como dele.
      * Titularidade de conta que nao esta no master trava o cliente
      * (na duvida, nao se anonimiza).
       AVALIA-CONTAS-CONJUNTAS.
           IF NOT TITULAR-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE CPF TO TIT-CPF
           MOVE "N" TO WS-FIM-CHAVES
           START TITULAR-FILE KEY IS EQUAL TO TIT-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-CHAVES
           END-START
           PERFORM UNTIL FIM-CHAVES
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CHAVES
                   NOT AT END
                       IF TIT-CPF NOT = CPF
                           MOVE "S" TO WS-FIM-CHAVES
                       ELSE
                           PERFORM AVALIA-TITULARIDADE
                       END-IF
               END-READ
           END-PERFORM.

       AVALIA-TITULARIDADE.
           MOVE TIT-CONTA TO WS-CONTA-PROCURA
           PERFORM LOCALIZA-CONTA
           IF WS-IX-ACHADO = ZEROS
               MOVE "S" TO WS-TEM-CONTA-ABERTA
               EXIT PARAGRAPH
           END-IF
           IF WS-CTA-CPF (WS-IX-ACHADO) = CPF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IX-ACHADO TO WS-IX
           PERFORM AVALIA-CONTA-CLIENTE.

      * ---------------------------------------------------------------
      * Entra na tabela da rodada com o pseudonimo seguinte e os
      * dados que serao procurados nos extratos (nome, endereco no
      * formato impresso, nascimento). Rodada cheia: o restante
      * fica para o mes seguinte (RC 4).
      * ---------------------------------------------------------------
       ANOTA-ANONIMIZAVEL.
           IF WS-QTD-ANON >= WS-MAX-ANON
               ADD 1 TO WRK-QTD-ADIADOS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ANON
           ADD 1 TO WRK-SEQ-PSEUDONIMO
           MOVE WRK-SEQ-PSEUDONIMO TO WS-PSN-SEQ
           MOVE CPF TO WS-ANO-CPF (WS-QTD-ANON)
           MOVE WS-PSEUDONIMO-NOVO TO WS-ANO-PSEUDONIMO (WS-QTD-ANON)
           MOVE NOME TO WS-ANO-NOME (WS-QTD-ANON)
           MOVE ZEROS TO WS-ANO-TAM-NOME (WS-QTD-ANON)
           IF NOME NOT = SPACES
               MOVE FUNCTION LENGTH (FUNCTION TRIM (NOME))
                   TO WS-ANO-TAM-NOME (WS-QTD-ANON)
           END-IF
           MOVE SPACES TO WS-ANO-ENDERECO (WS-QTD-ANON)
           MOVE ZEROS TO WS-ANO-TAM-ENDERECO (WS-QTD-ANON)
           IF END-LOGRADOURO NOT = SPACES
               PERFORM FORMATA-ENDERECO
               MOVE WRK-ENDERECO-EDITADO
                   TO WS-ANO-ENDERECO (WS-QTD-ANON)
               MOVE FUNCTION LENGTH
                        (FUNCTION TRIM (WRK-ENDERECO-EDITADO))
                   TO WS-ANO-TAM-ENDERECO (WS-QTD-ANON)
           END-IF
           MOVE SPACES TO WS-ANO-DATANASC (WS-QTD-ANON)
           STRING ANO MES DIA DELIMITED BY SIZE
               INTO WS-ANO-DATANASC (WS-QTD-ANON)
           MOVE WRK-QTD-CONTAS-CLI TO WS-ANO-QTD-CONTAS (WS-QTD-ANON)
           MOVE WRK-ULTIMO-MOV-CLI TO WS-ANO-ULTIMO-MOV (WS-QTD-ANON).

       LOCALIZA-ANONIMIZADO.
           MOVE ZEROS TO WS-IX-A-ACHADO
           IF WRK-CPF-PROCURA = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-IX-P FROM 1 BY 1
                   UNTIL WS-IX-P > WS-QTD-ANON
                      OR WS-IX-A-ACHADO > ZEROS
               IF WS-ANO-CPF (WS-IX-P) = WRK-CPF-PROCURA
                   MOVE WS-IX-P TO WS-IX-A-ACHADO
               END-IF
           END-PERFORM.

      * ---------------------------------------------------------------
      * Os dados pessoais do registro CLIREC na area do master (CPF a
      * trocar ja localizado em WS-IX-A-ACHADO). A situacao fica como
      * estava: nas imagens antigas ela e parte do que aconteceu.
      * ---------------------------------------------------------------
       LIMPA-DADOS-PESSOAIS.
           MOVE "CLIENTE ANONIMIZADO" TO NOME
           MOVE SPACES TO RG
           MOVE SPACES TO UF-RG
           MOVE WS-ANO-PSEUDONIMO (WS-IX-A-ACHADO) TO CPF
           MOVE ZEROS TO DIA
           MOVE ZEROS TO MES
           MOVE ZEROS TO ANO
           MOVE SPACES TO END-LOGRADOURO
           MOVE SPACES TO END-NUMERO
           MOVE SPACES TO END-CIDADE
           MOVE SPACES TO END-UF
           MOVE ZEROS TO END-CEP
           MOVE SPACE TO GENERO
           MOVE SPACES TO TELEFONE
           MOVE SPACES TO EMAIL
           IF CLIENTE-FALECIDO
               MOVE ZEROS TO DT-OBITO
           END-IF
           MOVE SPACES TO CERTIDAO-OBITO.

       ANONIMIZA-IMAGEM-CLIENTE.
           IF WRK-IMAGEM-CLIENTE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-IMAGEM-CLIENTE TO CLIENTE
           MOVE CPF TO WRK-CPF-PROCURA
           PERFORM LOCALIZA-ANONIMIZADO
           IF WS-IX-A-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM LIMPA-DADOS-PESSOAIS
           MOVE CLIENTE TO WRK-IMAGEM-CLIENTE
           MOVE "S" TO WS-IMAGEM-ALTERADA.

       ANONIMIZA-IMAGEM-CONTA.
           IF WRK-IMAGEM-CONTA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-IMAGEM-CONTA TO CONTA
           MOVE CONTA-CPF TO WRK-CPF-PROCURA
           PERFORM LOCALIZA-ANONIMIZADO
           IF WS-IX-A-ACHADO = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-PSEUDONIMO (WS-IX-A-ACHADO) TO CONTA-CPF
           MOVE CONTA TO WRK-IMAGEM-CONTA
           MOVE "S" TO WS-IMAGEM-ALTERADA.

      * ---------------------------------------------------------------
      * Trilha de auditoria: copia inteira para o arquivo de trabalho
      * com as imagens dos selecionados trocadas, e devolvida por
      * cima do original so se a copia saiu completa. A contagem de
      * registros nao muda (ponto de recuperacao do CONTBKP).
      * ---------------------------------------------------------------
       REESCREVE-TRILHA.
           OPEN INPUT AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRABALHO-FILE
           IF WS-TRABALHO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ANONTMP.DAT: "
                       WS-TRABALHO-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE AUDITORIA-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ AUDITORIA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTD-AUD-LIDOS
                       PERFORM ANONIMIZA-OCORRENCIA
                       MOVE AUDITORIA TO LINHA-TRABALHO
                       PERFORM GRAVA-TRABALHO
               END-READ
           END-PERFORM
           CLOSE AUDITORIA-FILE
           CLOSE TRABALHO-FILE
           IF RETURN-CODE = 12 OR WRK-QTD-AUD-MUD = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TRABALHO-FILE
           OPEN OUTPUT AUDITORIA-FILE
           IF WS-TRABALHO-STATUS NOT = "00" OR
              WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERRO DEVOLVENDO AUDITCLI.DAT: "
                       WS-AUDITORIA-STATUS " " WS-TRABALHO-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WRK-QTD-DEVOLVIDAS
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE LINHA-TRABALHO TO AUDITORIA
                       WRITE AUDITORIA
                       IF WS-AUDITORIA-STATUS NOT = "00"
                           MOVE 12 TO RETURN-CODE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WRK-QTD-DEVOLVIDAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRABALHO-FILE
           CLOSE AUDITORIA-FILE
           IF WRK-QTD-DEVOLVIDAS NOT = WRK-QTD-AUD-LIDOS
               DISPLAY "AUDITCLI.DAT DEVOLVIDO INCOMPLETO ("
                       WRK-QTD-DEVOLVIDAS " DE " WRK-QTD-AUD-LIDOS
                       "): RESTAURAR DE ANONTMP.DAT."
               MOVE 12 TO RETURN-CODE
           END-IF.

      * imagem da conta nos 51 primeiros bytes (a partilha leva a do
      * herdeiro logo depois); as demais ocorrencias sao de cliente
       ANONIMIZA-OCORRENCIA.
           MOVE "N" TO WS-IMAGEM-ALTERADA
           IF AUD-OPERACAO-CONTA
               MOVE AUD-ANTES (1:51) TO WRK-IMAGEM-CONTA
               PERFORM ANONIMIZA-IMAGEM-CONTA
               MOVE WRK-IMAGEM-CONTA TO AUD-ANTES (1:51)
               MOVE AUD-DEPOIS (1:51) TO WRK-IMAGEM-CONTA
               PERFORM ANONIMIZA-IMAGEM-CONTA
               MOVE WRK-IMAGEM-CONTA TO AUD-DEPOIS (1:51)
               IF AUD-PARTILHA
                   MOVE AUD-ANTES (52:51) TO WRK-IMAGEM-CONTA
                   PERFORM ANONIMIZA-IMAGEM-CONTA
                   MOVE WRK-IMAGEM-CONTA TO AUD-ANTES (52:51)
                   MOVE AUD-DEPOIS (52:51) TO WRK-IMAGEM-CONTA
                   PERFORM ANONIMIZA-IMAGEM-CONTA
                   MOVE WRK-IMAGEM-CONTA TO AUD-DEPOIS (52:51)
               END-IF
           ELSE
               MOVE AUD-ANTES TO WRK-IMAGEM-CLIENTE
               PERFORM ANONIMIZA-IMAGEM-CLIENTE
               MOVE WRK-IMAGEM-CLIENTE TO AUD-ANTES
               MOVE AUD-DEPOIS TO WRK-IMAGEM-CLIENTE
               PERFORM ANONIMIZA-IMAGEM-CLIENTE
               MOVE WRK-IMAGEM-CLIENTE TO AUD-DEPOIS
           END-IF
           IF IMAGEM-ALTERADA
               ADD 1 TO WRK-QTD-AUD-MUD
           END-IF.

       GRAVA-TRABALHO.
           WRITE LINHA-TRABALHO
           IF WS-TRABALHO-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO ANONTMP.DAT: "
                       WS-TRABALHO-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ARQUIVO
           END-IF.

      * ---------------------------------------------------------------
      * Fila do APROVA01: as linhas decididas ficam como memoria do
      * controle de quatro olhos e levam a imagem do cliente (X, F)
      * ou da conta (E, L, H); os CPFs das chaves (X, F) tambem.
      * O estorno (R) leva lancamento, sem dado pessoal.
      * ---------------------------------------------------------------
       REESCREVE-PENDENCIAS.
           OPEN INPUT PENDENCIAS-FILE
           IF WS-PENDENCIAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRABALHO-FILE
           IF WS-TRABALHO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ANONTMP.DAT: "
                       WS-TRABALHO-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE PENDENCIAS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ PENDENCIAS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       ADD 1 TO WRK-QTD-PEND-LIDOS
                       PERFORM ANONIMIZA-PENDENCIA
                       MOVE PENDENCIA TO LINHA-TRABALHO
                       PERFORM GRAVA-TRABALHO
               END-READ
           END-PERFORM
           CLOSE PENDENCIAS-FILE
           CLOSE TRABALHO-FILE
           IF RETURN-CODE = 12 OR WRK-QTD-PEND-MUD = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TRABALHO-FILE
           OPEN OUTPUT PENDENCIAS-FILE
           IF WS-TRABALHO-STATUS NOT = "00" OR
              WS-PENDENCIAS-STATUS NOT = "00"
               DISPLAY "ERRO DEVOLVENDO PENDAPR.DAT: "
                       WS-PENDENCIAS-STATUS " " WS-TRABALHO-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WRK-QTD-DEVOLVIDAS
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE LINHA-TRABALHO TO PENDENCIA
                       WRITE PENDENCIA
                       IF WS-PENDENCIAS-STATUS NOT = "00"
                           MOVE 12 TO RETURN-CODE
                           MOVE "S" TO WS-FIM-ARQUIVO
                       ELSE
                           ADD 1 TO WRK-QTD-DEVOLVIDAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRABALHO-FILE
           CLOSE PENDENCIAS-FILE
           IF WRK-QTD-DEVOLVIDAS NOT = WRK-QTD-PEND-LIDOS
               DISPLAY "PENDAPR.DAT DEVOLVIDO INCOMPLETO ("
                       WRK-QTD-DEVOLVIDAS " DE " WRK-QTD-PEND-LIDOS
                       "): RESTAURAR DE ANONTMP.DAT."
               MOVE 12 TO RETURN-CODE
           END-IF.

       ANONIMIZA-PENDENCIA.
           MOVE "N" TO WS-IMAGEM-ALTERADA
           EVALUATE TRUE
               WHEN PEN-EXCLUSAO-CLIENTE OR PEN-MERGE-CLIENTES
                   MOVE PEN-IMAGEM TO WRK-IMAGEM-CLIENTE
                   PERFORM ANONIMIZA-IMAGEM-CLIENTE
                   MOVE WRK-IMAGEM-CLIENTE TO PEN-IMAGEM
                   MOVE PEN-CHAVE TO WRK-CPF-PROCURA
                   PERFORM LOCALIZA-ANONIMIZADO
                   IF WS-IX-A-ACHADO > ZEROS
                       MOVE WS-ANO-PSEUDONIMO (WS-IX-A-ACHADO)
                           TO PEN-CHAVE
                       MOVE "S" TO WS-IMAGEM-ALTERADA
                   END-IF
                   MOVE PEN-CHAVE2 TO WRK-CPF-PROCURA
                   PERFORM LOCALIZA-ANONIMIZADO
                   IF WS-IX-A-ACHADO > ZEROS
                       MOVE WS-ANO-PSEUDONIMO (WS-IX-A-ACHADO)
                           TO PEN-CHAVE2
                       MOVE "S" TO WS-IMAGEM-ALTERADA
                   END-IF
               WHEN PEN-ENCERRA-CONTA OR PEN-AUMENTA-LIMITE OR
                    PEN-PARTILHA
                   MOVE PEN-IMAGEM (1:51) TO WRK-IMAGEM-CONTA
                   PERFORM ANONIMIZA-IMAGEM-CONTA
                   MOVE WRK-IMAGEM-CONTA TO PEN-IMAGEM (1:51)
           END-EVALUATE
           IF IMAGEM-ALTERADA
               ADD 1 TO WRK-QTD-PEND-MUD
           END-IF.

      * ---------------------------------------------------------------
      * Extratos correntes no diretorio de trabalho (as geracoes em
      * arquivo/ saem pela retencao do housekeeping). Cada linha
      * passa por LIMPA-LINHA; o arquivo so e devolvido se alguma
      * linha mudou. Extrato ainda inexistente nao e erro.
      * ---------------------------------------------------------------
       LIMPA-EXTRCLI.
           OPEN INPUT EXTRCLI-FILE
           IF WS-EXTRATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRE-TRABALHO-EXTRATO
           IF RETURN-CODE = 12
               CLOSE EXTRCLI-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ EXTRCLI-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE LINHA-EXTRCLI TO WRK-LINHA
                       PERFORM COPIA-LINHA-EXTRATO
               END-READ
           END-PERFORM
           CLOSE EXTRCLI-FILE
           CLOSE TRABALHO-FILE
           MOVE WRK-QTD-LINHAS-MUD TO WRK-MUD-EXTRCLI
           IF RETURN-CODE = 12 OR WRK-QTD-LINHAS-MUD = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TRABALHO-FILE
           OPEN OUTPUT EXTRCLI-FILE
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE LINHA-TRABALHO TO LINHA-EXTRCLI
                       WRITE LINHA-EXTRCLI
                       PERFORM CONFERE-DEVOLUCAO-EXTRATO
               END-READ
           END-PERFORM
           CLOSE TRABALHO-FILE
           CLOSE EXTRCLI-FILE.

       LIMPA-MALADIR.
           OPEN INPUT MALADIR-FILE
           IF WS-EXTRATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRE-TRABALHO-EXTRATO
           IF RETURN-CODE = 12
               CLOSE MALADIR-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ MALADIR-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE LINHA-MALADIR TO WRK-LINHA
                       PERFORM COPIA-LINHA-EXTRATO
               END-READ
           END-PERFORM
           CLOSE MALADIR-FILE
           CLOSE TRABALHO-FILE
           MOVE WRK-QTD-LINHAS-MUD TO WRK-MUD-MALADIR
           IF RETURN-CODE = 12 OR WRK-QTD-LINHAS-MUD = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TRABALHO-FILE
           OPEN OUTPUT MALADIR-FILE
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE LINHA-TRABALHO TO LINHA-MALADIR
                       WRITE LINHA-MALADIR
                       PERFORM CONFERE-DEVOLUCAO-EXTRATO
               END-READ
           END-PERFORM
           CLOSE TRABALHO-FILE
           CLOSE MALADIR-FILE.

       LIMPA-EXTRMES.
           OPEN INPUT EXTRMES-FILE
           IF WS-EXTRATO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM ABRE-TRABALHO-EXTRATO
           IF RETURN-CODE = 12
               CLOSE EXTRMES-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ EXTRMES-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE LINHA-EXTRMES TO WRK-LINHA
                       PERFORM COPIA-LINHA-EXTRATO
               END-READ
           END-PERFORM
           CLOSE EXTRMES-FILE
           CLOSE TRABALHO-FILE
           MOVE WRK-QTD-LINHAS-MUD TO WRK-MUD-EXTRMES
           IF RETURN-CODE = 12 OR WRK-QTD-LINHAS-MUD = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TRABALHO-FILE
           OPEN OUTPUT EXTRMES-FILE
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ TRABALHO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       MOVE LINHA-TRABALHO TO LINHA-EXTRMES
                       WRITE LINHA-EXTRMES
                       PERFORM CONFERE-DEVOLUCAO-EXTRATO
               END-READ
           END-PERFORM
           CLOSE TRABALHO-FILE
           CLOSE EXTRMES-FILE.

       ABRE-TRABALHO-EXTRATO.
           MOVE ZEROS TO WRK-QTD-LINHAS
           MOVE ZEROS TO WRK-QTD-LINHAS-MUD
           OPEN OUTPUT TRABALHO-FILE
           IF WS-TRABALHO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ANONTMP.DAT: "
                       WS-TRABALHO-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       COPIA-LINHA-EXTRATO.
           ADD 1 TO WRK-QTD-LINHAS
           PERFORM LIMPA-LINHA
           IF LINHA-ALTERADA
               ADD 1 TO WRK-QTD-LINHAS-MUD
           END-IF
           MOVE WRK-LINHA TO LINHA-TRABALHO
           PERFORM GRAVA-TRABALHO.

       CONFERE-DEVOLUCAO-EXTRATO.
           IF WS-EXTRATO-STATUS NOT = "00"
               DISPLAY "ERRO DEVOLVENDO EXTRATO: " WS-EXTRATO-STATUS
                       " (COPIA EM ANONTMP.DAT)"
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-ARQUIVO
           END-IF.

      * ---------------------------------------------------------------
      * Numa linha de extrato, para cada selecionado: CPF em claro e
      * nome viram o pseudonimo; o nascimento, na linha que trazia o
      * nome, vira zeros; o endereco impresso (formato do ENDFMPD)
      * da lugar a um aviso de supressao.
      * ---------------------------------------------------------------
       LIMPA-LINHA.
           MOVE "N" TO WS-LINHA-ALTERADA
           PERFORM VARYING WS-IX-A FROM 1 BY 1
                   UNTIL WS-IX-A > WS-QTD-ANON
               PERFORM LIMPA-LINHA-CLIENTE
           END-PERFORM.

       LIMPA-LINHA-CLIENTE.
           MOVE "N" TO WS-NOME-NA-LINHA
           MOVE WS-ANO-CPF (WS-IX-A) TO WRK-PROCURA
           MOVE 11 TO WRK-TAM-PROCURA
           PERFORM PROCURA-NA-LINHA
           PERFORM UNTIL WRK-POS-ACHADA = ZEROS
               MOVE WS-ANO-PSEUDONIMO (WS-IX-A)
                   TO WRK-LINHA (WRK-POS-ACHADA:11)
               MOVE "S" TO WS-LINHA-ALTERADA
               PERFORM PROCURA-NA-LINHA
           END-PERFORM

      * nome muito curto casaria com pedaco de outro texto
           IF WS-ANO-TAM-NOME (WS-IX-A) >= 5
               MOVE WS-ANO-NOME (WS-IX-A) TO WRK-PROCURA
               MOVE WS-ANO-TAM-NOME (WS-IX-A) TO WRK-TAM-PROCURA
               PERFORM PROCURA-NA-LINHA
               PERFORM UNTIL WRK-POS-ACHADA = ZEROS
                   MOVE WS-ANO-PSEUDONIMO (WS-IX-A)
                       TO WRK-LINHA (WRK-POS-ACHADA:WRK-TAM-PROCURA)
                   MOVE "S" TO WS-LINHA-ALTERADA
                   MOVE "S" TO WS-NOME-NA-LINHA
                   PERFORM PROCURA-NA-LINHA
               END-PERFORM
           END-IF

           IF NOME-NA-LINHA
               MOVE WS-ANO-DATANASC (WS-IX-A) TO WRK-PROCURA
               MOVE 8 TO WRK-TAM-PROCURA
               PERFORM PROCURA-NA-LINHA
               IF WRK-POS-ACHADA > ZEROS
                   MOVE ZEROS TO WRK-LINHA (WRK-POS-ACHADA:8)
               END-IF
           END-IF

           IF WS-ANO-TAM-ENDERECO (WS-IX-A) > ZEROS
               MOVE WS-ANO-ENDERECO (WS-IX-A) TO WRK-PROCURA
               MOVE WS-ANO-TAM-ENDERECO (WS-IX-A) TO WRK-TAM-PROCURA
               PERFORM PROCURA-NA-LINHA
               IF WRK-POS-ACHADA > ZEROS
                   MOVE "ENDERECO SUPRIMIDO (LGPD)"
                       TO WRK-LINHA (WRK-POS-ACHADA:WRK-TAM-PROCURA)
                   MOVE "S" TO WS-LINHA-ALTERADA
               END-IF
           END-IF.

      * primeira ocorrencia de WRK-PROCURA (1:WRK-TAM-PROCURA) que nao
      * seja pedaco de palavra ou numero maior; o INSPECT descarta a
      * linha que nem contem o texto antes da varredura posicional.
       PROCURA-NA-LINHA.
           MOVE ZEROS TO WRK-POS-ACHADA
           MOVE ZEROS TO WRK-QTD-OCORRE
           INSPECT WRK-LINHA TALLYING WRK-QTD-OCORRE
               FOR ALL WRK-PROCURA (1:WRK-TAM-PROCURA)
           IF WRK-QTD-OCORRE = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WRK-POS-LIMITE = 201 - WRK-TAM-PROCURA
           PERFORM VARYING WRK-POS FROM 1 BY 1
                   UNTIL WRK-POS > WRK-POS-LIMITE
                      OR WRK-POS-ACHADA > ZEROS
               IF WRK-LINHA (WRK-POS:WRK-TAM-PROCURA) =
                  WRK-PROCURA (1:WRK-TAM-PROCURA)
                   PERFORM CONFERE-FRONTEIRA
                   IF FRONTEIRA-OK
                       MOVE WRK-POS TO WRK-POS-ACHADA
                   END-IF
               END-IF
           END-PERFORM.

       CONFERE-FRONTEIRA.
           MOVE "S" TO WS-FRONTEIRA
           IF WRK-POS > 1
               COMPUTE WRK-POS-VIZINHA = WRK-POS - 1
               MOVE WRK-LINHA (WRK-POS-VIZINHA:1) TO WRK-CARACTER
               PERFORM CONFERE-CARACTER-VIZINHO
           END-IF
           IF FRONTEIRA-OK AND WRK-POS < WRK-POS-LIMITE
               COMPUTE WRK-POS-VIZINHA = WRK-POS + WRK-TAM-PROCURA
               MOVE WRK-LINHA (WRK-POS-VIZINHA:1) TO WRK-CARACTER
               PERFORM CONFERE-CARACTER-VIZINHO
           END-IF.

       CONFERE-CARACTER-VIZINHO.
           IF WRK-CARACTER NOT = SPACE AND
              (WRK-CARACTER IS ALPHABETIC OR
               WRK-CARACTER IS NUMERIC)
               MOVE "N" TO WS-FRONTEIRA
           END-IF.

      * ---------------------------------------------------------------
      * Os masters de um selecionado: o cliente muda de chave (grava
      * sob o pseudonimo, depois apaga o CPF -- uma falha no meio
      * deixa o registro em dobro, nunca perdido), as contas,
      * titularidades, fotos, aplicacoes e emprestimos passam ao
      * pseudonimo e as preferencias de alerta sao apagadas.
      * ---------------------------------------------------------------
       APLICA-ANONIMIZACAO.
           MOVE WS-IX-A TO WS-IX-A-ACHADO
           MOVE WS-ANO-CPF (WS-IX-A) TO CPF
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "CLIENTE SELECIONADO NAO ENCONTRADO: "
                           WS-ANO-PSEUDONIMO (WS-IX-A)
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           PERFORM LIMPA-DADOS-PESSOAIS
           MOVE "N" TO SITUACAO-CLIENTE
           MOVE WRK-DATA-PROC TO DT-ANONIMIZACAO
           MOVE CLIENTE TO WRK-IMAGEM-CLIENTE
           WRITE CLIENTE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO CLIENTES.DAT: "
                       WS-CLIENTES-STATUS " "
                       WS-ANO-PSEUDONIMO (WS-IX-A)
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-CPF (WS-IX-A) TO CPF
           DELETE CLIENTES-FILE RECORD
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "ERRO EXCLUINDO CPF ANTERIOR DE "
                       WS-ANO-PSEUDONIMO (WS-IX-A) ": "
                       WS-CLIENTES-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM TRANSFERE-CONTAS
           PERFORM TRANSFERE-TITULARIDADES
           PERFORM TRANSFERE-APLICACOES
           PERFORM TRANSFERE-EMPRESTIMOS
           PERFORM REMOVE-PREFERENCIAS
           IF RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-AUDITORIA-CLIENTE
           PERFORM GRAVA-LOG-LGPD
           ADD 1 TO WRK-QTD-ANONIMIZADOS
           MOVE SPACES TO LINHA-RELATORIO
           STRING WS-ANO-PSEUDONIMO (WS-IX-A) "  "
                  WS-ANO-QTD-CONTAS (WS-IX-A) "     "
                  WS-ANO-ULTIMO-MOV (WS-IX-A)
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * so as contas em que ele e o titular principal levam o CPF no
      * registro; a foto diaria da conta carrega o mesmo CPF
       TRANSFERE-CONTAS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS
                      OR RETURN-CODE = 12
               IF WS-CTA-CPF (WS-IX) = WS-ANO-CPF (WS-IX-A)
                   PERFORM TRANSFERE-UMA-CONTA
               END-IF
           END-PERFORM.

       TRANSFERE-UMA-CONTA.
           MOVE WS-CTA-NUMERO (WS-IX) TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "CONTA " WS-CTA-NUMERO (WS-IX)
                           " SUMIU DE CONTAS.DAT"
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-ANO-PSEUDONIMO (WS-IX-A) TO CONTA-CPF
           REWRITE CONTA
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO CONTAS.DAT: " WS-CONTAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-PSEUDONIMO (WS-IX-A) TO WS-CTA-CPF (WS-IX)
           ADD 1 TO WRK-QTD-CONTAS-MUD
           PERFORM GRAVA-AUDITORIA-CONTA
           PERFORM TRANSFERE-FOTOS-CONTA.

       TRANSFERE-FOTOS-CONTA.
           IF NOT FOTOS-DISPONIVEL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CTA-NUMERO (WS-IX) TO SNP-CONTA
           MOVE ZEROS TO SNP-DATA
           MOVE "N" TO WS-FIM-CHAVES
           START FOTOS-FILE KEY IS NOT LESS THAN SNP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-CHAVES
           END-START
           PERFORM UNTIL FIM-CHAVES
               READ FOTOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CHAVES
                   NOT AT END
                       IF SNP-CONTA NOT = WS-CTA-NUMERO (WS-IX)
                           MOVE "S" TO WS-FIM-CHAVES
                       ELSE
                           PERFORM TRANSFERE-UMA-FOTO
                       END-IF
               END-READ
           END-PERFORM.

       TRANSFERE-UMA-FOTO.
           IF SNP-CPF NOT = WS-ANO-CPF (WS-IX-A)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-PSEUDONIMO (WS-IX-A) TO SNP-CPF
           REWRITE FOTO-SALDO
           IF WS-FOTOS-STATUS NOT = "00"
               DISPLAY "ERRO REGRAVANDO SALDODIA.DAT: "
                       WS-FOTOS-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-CHAVES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-FOTOS-MUD.

      * o CPF e parte da chave da titularidade: apaga e regrava
       TRANSFERE-TITULARIDADES.
           IF NOT TITULAR-DISPONIVEL OR RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD-CHAVES
           MOVE WS-ANO-CPF (WS-IX-A) TO TIT-CPF
           MOVE "N" TO WS-FIM-CHAVES
           START TITULAR-FILE KEY IS EQUAL TO TIT-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-CHAVES
           END-START
           PERFORM UNTIL FIM-CHAVES
               READ TITULAR-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CHAVES
                   NOT AT END
                       IF TIT-CPF NOT = WS-ANO-CPF (WS-IX-A)
                           MOVE "S" TO WS-FIM-CHAVES
                       ELSE
                           PERFORM ANOTA-CHAVE-TITULAR
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-IX-K FROM 1 BY 1
                   UNTIL WS-IX-K > WS-QTD-CHAVES
                      OR RETURN-CODE = 12
               PERFORM TRANSFERE-UMA-TITULARIDADE
           END-PERFORM.

       ANOTA-CHAVE-TITULAR.
           IF WS-QTD-CHAVES >= WS-MAX-CHAVES
               DISPLAY "TITULARIDADES DEMAIS PARA "
                       WS-ANO-PSEUDONIMO (WS-IX-A)
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-CHAVES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CHAVES
           MOVE TIT-CHAVE TO WS-CHV-VALOR (WS-QTD-CHAVES).

       TRANSFERE-UMA-TITULARIDADE.
           MOVE WS-CHV-VALOR (WS-IX-K) TO TIT-CHAVE
           READ TITULAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE TITULARIDADE TO WRK-TITULAR-SALVO
           DELETE TITULAR-FILE RECORD
           IF WS-TITULAR-STATUS NOT = "00"
               DISPLAY "ERRO EXCLUINDO TITULAR.DAT: "
                       WS-TITULAR-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-TITULAR-SALVO TO TITULARIDADE
           MOVE WS-ANO-PSEUDONIMO (WS-IX-A) TO TIT-CPF
           WRITE TITULARIDADE
           IF WS-TITULAR-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO TITULAR.DAT: "
                       WS-TITULAR-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-TITULAR-MUD.

       TRANSFERE-APLICACOES.
           IF NOT APLICACOES-DISPONIVEL OR RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD-CHAVES
           MOVE WS-ANO-CPF (WS-IX-A) TO APL-CPF
           MOVE "N" TO WS-FIM-CHAVES
           START APLICACOES-FILE KEY IS EQUAL TO APL-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-CHAVES
           END-START
           PERFORM UNTIL FIM-CHAVES
               READ APLICACOES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CHAVES
                   NOT AT END
                       IF APL-CPF NOT = WS-ANO-CPF (WS-IX-A)
                           MOVE "S" TO WS-FIM-CHAVES
                       ELSE
                           MOVE APL-NUMERO TO WRK-CPF-PROCURA
                           PERFORM ANOTA-CHAVE-NUMERO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-IX-K FROM 1 BY 1
                   UNTIL WS-IX-K > WS-QTD-CHAVES
                      OR RETURN-CODE = 12
               MOVE WS-CHV-VALOR (WS-IX-K) (1:8) TO APL-NUMERO
               READ APLICACOES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ANO-PSEUDONIMO (WS-IX-A) TO APL-CPF
                       REWRITE APLICACAO
                       IF WS-APLICACOES-STATUS NOT = "00"
                           DISPLAY "ERRO REGRAVANDO APLIC.DAT: "
                                   WS-APLICACOES-STATUS
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WRK-QTD-APLIC-MUD
                       END-IF
               END-READ
           END-PERFORM.

       TRANSFERE-EMPRESTIMOS.
           IF NOT EMPRESTIMOS-DISPONIVEL OR RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-QTD-CHAVES
           MOVE WS-ANO-CPF (WS-IX-A) TO EMP-CPF
           MOVE "N" TO WS-FIM-CHAVES
           START EMPRESTIMOS-FILE KEY IS EQUAL TO EMP-CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-CHAVES
           END-START
           PERFORM UNTIL FIM-CHAVES
               READ EMPRESTIMOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CHAVES
                   NOT AT END
                       IF EMP-CPF NOT = WS-ANO-CPF (WS-IX-A)
                           MOVE "S" TO WS-FIM-CHAVES
                       ELSE
                           MOVE EMP-NUMERO TO WRK-CPF-PROCURA
                           PERFORM ANOTA-CHAVE-NUMERO
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WS-IX-K FROM 1 BY 1
                   UNTIL WS-IX-K > WS-QTD-CHAVES
                      OR RETURN-CODE = 12
               MOVE WS-CHV-VALOR (WS-IX-K) (1:8) TO EMP-NUMERO
               READ EMPRESTIMOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-ANO-PSEUDONIMO (WS-IX-A) TO EMP-CPF
                       REWRITE EMPRESTIMO
                       IF WS-EMPRESTIMOS-STATUS NOT = "00"
                           DISPLAY "ERRO REGRAVANDO EMPREST.DAT: "
                                   WS-EMPRESTIMOS-STATUS
                           MOVE 12 TO RETURN-CODE
                       ELSE
                           ADD 1 TO WRK-QTD-EMPREST-MUD
                       END-IF
               END-READ
           END-PERFORM.

       ANOTA-CHAVE-NUMERO.
           IF WS-QTD-CHAVES >= WS-MAX-CHAVES
               DISPLAY "CONTRATOS DEMAIS PARA "
                       WS-ANO-PSEUDONIMO (WS-IX-A)
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-CHAVES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CHAVES
           MOVE WRK-CPF-PROCURA TO WS-CHV-VALOR (WS-QTD-CHAVES).

      * preferencia de alerta so existe para avisar o cliente: sai
       REMOVE-PREFERENCIAS.
           IF NOT PREFERENCIAS-DISPONIVEL OR RETURN-CODE = 12
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ANO-CPF (WS-IX-A) TO ALP-CPF
           DELETE PREFERENCIAS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-PREF-EXCL
           END-DELETE.

      * ---------------------------------------------------------------
      * Ocorrencias novas da trilha. "K" por conta leva a imagem ja
      * anonimizada nos dois lados (a recuperacao do master reaplica
      * o pseudonimo; o CPF nao pode voltar por ela); "N" do cliente
      * so com a imagem depois.
      * ---------------------------------------------------------------
       GRAVA-AUDITORIA-CONTA.
           PERFORM ABRE-AUDITORIA-EXTENSAO
           IF NOT AUDITORIA-ABERTA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDITORIA
           MOVE "K" TO AUD-OPERACAO
           MOVE CONTA TO AUD-ANTES (1:51)
           MOVE CONTA TO AUD-DEPOIS (1:51)
           PERFORM COMPLETA-AUDITORIA.

       GRAVA-AUDITORIA-CLIENTE.
           PERFORM ABRE-AUDITORIA-EXTENSAO
           IF NOT AUDITORIA-ABERTA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AUDITORIA
           MOVE "N" TO AUD-OPERACAO
           MOVE WRK-IMAGEM-CLIENTE TO AUD-DEPOIS
           PERFORM COMPLETA-AUDITORIA.

       COMPLETA-AUDITORIA.
           MOVE WRK-DATA-PROC TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE "ANONLGPD" TO AUD-OPERADOR
           WRITE AUDITORIA
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO AUDITCLI.DAT: "
                       WS-AUDITORIA-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

       ABRE-AUDITORIA-EXTENSAO.
           IF AUDITORIA-ABERTA
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND AUDITORIA-FILE
           IF WS-AUDITORIA-STATUS NOT = "00"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF
           IF WS-AUDITORIA-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR AUDITCLI.DAT: "
                       WS-AUDITORIA-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-AUDITORIA-ABERTA.

      * ---------------------------------------------------------------
      * Log LGPD: o pseudonimo dado e quantas contas passaram a ele.
      * O CPF substituido nao vai para o log.
      * ---------------------------------------------------------------
       GRAVA-LOG-LGPD.
           IF NOT LGPDLOG-ABERTO
               OPEN EXTEND LGPDLOG-FILE
               IF WS-LGPDLOG-STATUS NOT = "00"
                   OPEN OUTPUT LGPDLOG-FILE
               END-IF
               IF WS-LGPDLOG-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR LGPDLOG.DAT: "
                           WS-LGPDLOG-STATUS
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-LGPDLOG-ABERTO
           END-IF
           MOVE SPACES TO REGISTRO-LGPD
           MOVE WRK-DATA-PROC TO LGP-DATA
           ACCEPT LGP-HORA FROM TIME
           MOVE "ANONLGPD" TO LGP-OPERADOR
           MOVE "ANONLGPD" TO LGP-PROGRAMA
           MOVE "N" TO LGP-EVENTO
           MOVE WS-ANO-PSEUDONIMO (WS-IX-A) TO LGP-PSEUDONIMO
           MOVE WS-ANO-QTD-CONTAS (WS-IX-A) TO LGP-QTD-CONTAS
           WRITE REGISTRO-LGPD
           IF WS-LGPDLOG-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO LGPDLOG.DAT: "
                       WS-LGPDLOG-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * a sequencia continua do maior pseudonimo ja registrado
       LE-ULTIMO-PSEUDONIMO.
           MOVE ZEROS TO WRK-SEQ-PSEUDONIMO
           OPEN INPUT LGPDLOG-FILE
           IF WS-LGPDLOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ LGPDLOG-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF LGP-ANONIMIZACAO AND
                          LGP-PSEUDO-SEQ IS NUMERIC
                           IF LGP-PSEUDO-SEQ > WRK-SEQ-PSEUDONIMO
                               MOVE LGP-PSEUDO-SEQ
                                   TO WRK-SEQ-PSEUDONIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LGPDLOG-FILE.

      * ---------------------------------------------------------------
      * Evidencia: quem ficou de fora e por que, o que foi trocado em
      * cada arquivo e a prova de que o historico nao foi tocado.
      * ---------------------------------------------------------------
       EMITE-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CLIENTES LIDOS: " WRK-QTD-CLIENTES
                  "  JA ANONIMIZADOS: " WRK-QTD-JA-ANONIMOS
                  "  EX-CLIENTES (CONTAS ENCERRADAS): "
                  WRK-QTD-EX-CLIENTES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "RETIDOS - PRAZO DE GUARDA: " WRK-QTD-RETIDO-PRAZO
                  "  BLOQUEIO JUDICIAL: " WRK-QTD-RETIDO-BLOQ
                  "  PENDENCIA APROVA01: " WRK-QTD-RETIDO-PEND
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "ANONIMIZADOS: " WRK-QTD-ANONIMIZADOS
                  " DE " WS-QTD-ANON " SELECIONADOS"
                  "  ADIADOS (LIMITE DA RODADA): " WRK-QTD-ADIADOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "MASTERS - CONTAS: " WRK-QTD-CONTAS-MUD
                  "  TITULARIDADES: " WRK-QTD-TITULAR-MUD
                  "  FOTOS SALDODIA: " WRK-QTD-FOTOS-MUD
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "          APLICACOES: " WRK-QTD-APLIC-MUD
                  "  EMPRESTIMOS: " WRK-QTD-EMPREST-MUD
                  "  PREFERENCIAS EXCLUIDAS: " WRK-QTD-PREF-EXCL
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TRILHA AUDITCLI.DAT: " WRK-QTD-AUD-LIDOS
                  " OCORRENCIAS, " WRK-QTD-AUD-MUD
                  " COM IMAGEM SUBSTITUIDA (CONTAGEM MANTIDA)"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "FILA PENDAPR.DAT: " WRK-QTD-PEND-LIDOS
                  " LINHAS, " WRK-QTD-PEND-MUD
                  " DECIDIDAS COM IMAGEM SUBSTITUIDA"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXTRATOS - LINHAS SUBSTITUIDAS: EXTRCLI "
                  WRK-MUD-EXTRCLI "  MALADIR " WRK-MUD-MALADIR
                  "  EXTRMES " WRK-MUD-EXTRMES
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE WRK-TOTAL-CREDITOS TO WRK-VALOR-EDITADO
           MOVE WRK-TOTAL-DEBITOS TO WRK-VALOR-EDITADO-2
           MOVE SPACES TO LINHA-RELATORIO
           STRING "HISTORICO NAO ALTERADO: " WRK-QTD-HIST
                  " MOVIMENTOS  CREDITOS " WRK-VALOR-EDITADO
                  "  DEBITOS " WRK-VALOR-EDITADO-2
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "GERACOES EM arquivo/ E BACKUPS ANTERIORES A RODADA "
                  "SAEM PELA RETENCAO DO HOUSEKEEPING."
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           IF RETURN-CODE = 12
               STRING "RODADA INTERROMPIDA POR ERRO DE E/S - "
                      WRK-QTD-ANONIMIZADOS " CONCLUIDOS; OS DEMAIS "
                      "SAO SELECIONADOS DE NOVO NA PROXIMA"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               MOVE "RODADA CONCLUIDA" TO LINHA-RELATORIO
           END-IF
           WRITE LINHA-RELATORIO.

       FECHA-ARQUIVOS.
           CLOSE CLIENTES-FILE
           CLOSE CONTAS-FILE
           IF TITULAR-DISPONIVEL
               CLOSE TITULAR-FILE
           END-IF
           IF APLICACOES-DISPONIVEL
               CLOSE APLICACOES-FILE
           END-IF
           IF EMPRESTIMOS-DISPONIVEL
               CLOSE EMPRESTIMOS-FILE
           END-IF
           IF FOTOS-DISPONIVEL
               CLOSE FOTOS-FILE
           END-IF
           IF PREFERENCIAS-DISPONIVEL
               CLOSE PREFERENCIAS-FILE
           END-IF
           IF AUDITORIA-ABERTA
               CLOSE AUDITORIA-FILE
           END-IF
           IF LGPDLOG-ABERTO
               CLOSE LGPDLOG-FILE
           END-IF.

       LE-PARAMETROS.
           OPEN INPUT PARAMETROS-FILE
           IF WS-PARAMETROS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-ARQUIVO
           PERFORM UNTIL FIM-ARQUIVO
               READ PARAMETROS-FILE
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM APLICA-PARAMETRO
               END-READ
           END-PERFORM
           CLOSE PARAMETROS-FILE.

      * prazo zero anonimizaria quem acabou de encerrar: ignorado
       APLICA-PARAMETRO.
           IF PARM-DT-VIGENCIA IS NOT NUMERIC OR
              PARM-DT-VIGENCIA > WRK-DATA-PROC OR
              PARM-VALOR = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PARM-CHAVE = "LGPD-ANOS-RETENCAO" AND
              FUNCTION NUMVAL (PARM-VALOR) >= 1
               COMPUTE WRK-ANOS-RETENCAO =
                   FUNCTION NUMVAL (PARM-VALOR)
           END-IF.

           COPY ENDFMPD.

      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
      * CALEND01 no inicio do BATCH00). Sem o arquivo (uso avulso),
      * cai na data da maquina.
      * ---------------------------------------------------------------
       LE-DATA-PROCESSAMENTO.
           OPEN INPUT DATAPROC-FILE
           IF WS-DATAPROC-STATUS = "00"
               READ DATAPROC-FILE
                   AT END
                       ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
                   NOT AT END
                       IF DP-DATA IS NUMERIC
                           MOVE DP-DATA TO WRK-DATA-PROC
                       ELSE
                           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM ANONLGPD.
