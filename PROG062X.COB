      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Customer alert preferences at the counter (ALERTPRF.DAT,
      * ALRPREC.cpy, one record per CPF of the CLIENTES master):
      *   - option C : show the customer's contacts -- whether the
      *                TELEFONE is a mobile able to receive SMS and
      *                the EMAIL is well formed (VALCLIPD.cpy) -- and
      *                the alerts chosen;
      *   - option M : register or change the channel (S SMS,
      *                E e-mail, A both) and, event by event, the
      *                alerts wanted; a channel whose contact is not
      *                valid is accepted with a warning, the customer
      *                then appears in the nightly contact list
      *                (RELCONT.DAT) for the branch to update the
      *                register;
      *   - option X : cancel every alert of the customer.
      * Every option authenticates the named operator first
      * (OPERAUPD.cpy), who is recorded on the preference; the option
      * may come as a command-line argument, same convention as
      * CONTAS01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTA01.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-FILE ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPF
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-CLIENTES-STATUS.

           SELECT PREFERENCIAS-FILE ASSIGN TO "ALERTPRF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALP-CPF
               FILE STATUS IS WS-PREFERENCIAS-STATUS.

           SELECT OPERADOR-FILE ASSIGN TO "OPERADOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERADOR-STATUS.

           SELECT DATAPROC-FILE ASSIGN TO "DATPROC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATAPROC-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES-FILE.
           COPY CLIREC.

       FD  PREFERENCIAS-FILE.
           COPY ALRPREC.

       FD  OPERADOR-FILE.
           COPY OPERREC.

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
       77 WS-MOTIVO-REJEICAO PIC X(40) VALUE SPACES.

       01 WS-STATUS-ARQUIVOS.
           02 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
           02 WS-PREFERENCIAS-STATUS PIC X(02) VALUE "00".
           02 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
           02 WS-DATAPROC-STATUS PIC X(02) VALUE "00".

       01 WS-CONTROLE.
           02 WS-OPCAO PIC X VALUE SPACES.
           02 WS-ARGC PIC 9(02) VALUE ZEROS.
           02 WS-CLIENTE-OK PIC X VALUE "N".
              88 CLIENTE-OK VALUE "S".
           02 WS-TEM-PREFERENCIA PIC X VALUE "N".
              88 TEM-PREFERENCIA VALUE "S".
           02 WS-CONFIRMA PIC X VALUE "N".
           02 WS-RESPOSTA PIC X VALUE SPACES.
           02 WS-IX-EVT PIC 9(02) VALUE ZEROS.

       77 WRK-CPF PIC X(11) VALUE SPACES.
       77 WRK-SITUACAO-FONE PIC X(40) VALUE SPACES.
       77 WRK-SITUACAO-EMAIL PIC X(40) VALUE SPACES.
       77 WRK-CANAL-DESCRITO PIC X(20) VALUE SPACES.

      * -- os eventos na ordem de ALP-QUER-EVENTO
       01 WS-EVENTOS-INICIAL.
           02 FILLER PIC X(40) VALUE
              "Saque ou transferencia de valor alto".
           02 FILLER PIC X(40) VALUE
              "Conta entrou no cheque especial".
           02 FILLER PIC X(40) VALUE
              "Bloqueio judicial registrado".
           02 FILLER PIC X(40) VALUE
              "Conta marcada como dormente".
           02 FILLER PIC X(40) VALUE
              "Ordem permanente nao executada".
       01 WS-TAB-EVENTOS REDEFINES WS-EVENTOS-INICIAL.
           02 WS-EVT-DESCRICAO PIC X(40) OCCURS 5 TIMES.

      * validacao compartilhada dos dados de cliente (contatos)
           COPY VALCLIWS.

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro): estrutura em OPERAUWS.cpy,
      * paragrafos em OPERAUPD.cpy.
           COPY OPERAUWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WS-OPCAO FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "===================================="
               DISPLAY " Alertas ao cliente - ALERTA01"
               DISPLAY "===================================="
               DISPLAY "C - Consultar contatos e alertas"
               DISPLAY "M - Incluir/alterar alertas"
               DISPLAY "X - Cancelar todos os alertas"
               DISPLAY "S - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
           END-IF
           MOVE FUNCTION UPPER-CASE (WS-OPCAO) TO WS-OPCAO
           IF WS-OPCAO = "S"
               DISPLAY "Encerrando."
               GOBACK
           END-IF
           IF WS-OPCAO NOT = "C" AND WS-OPCAO NOT = "M" AND
              WS-OPCAO NOT = "X"
               DISPLAY "Opcao invalida."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM AUTORIZA-OPERADOR
           IF NOT OPERADOR-AUTORIZADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR CLIENTES.DAT: "
                       WS-CLIENTES-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRE-PREFERENCIAS
           IF RETURN-CODE = 12
               CLOSE CLIENTES-FILE
               GOBACK
           END-IF

           PERFORM LE-CLIENTE
           IF CLIENTE-OK
               EVALUATE WS-OPCAO
                   WHEN "C"
                       PERFORM CONSULTA-ALERTAS
                   WHEN "M"
                       PERFORM MANTEM-ALERTAS
                   WHEN "X"
                       PERFORM CANCELA-ALERTAS
               END-EVALUATE
           END-IF

           CLOSE CLIENTES-FILE
           CLOSE PREFERENCIAS-FILE
           GOBACK.

      * ---------------------------------------------------------------
      * Abre as preferencias em I-O, criando o arquivo na primeira
      * execucao (padrao de ABRE-CONTAS).
      * ---------------------------------------------------------------
       ABRE-PREFERENCIAS.
           OPEN I-O PREFERENCIAS-FILE
           IF WS-PREFERENCIAS-STATUS = "35"
               OPEN OUTPUT PREFERENCIAS-FILE
               CLOSE PREFERENCIAS-FILE
               OPEN I-O PREFERENCIAS-FILE
           END-IF
           IF WS-PREFERENCIAS-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ALERTPRF.DAT: "
                       WS-PREFERENCIAS-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
      * Cliente do cadastro, a situacao dos contatos dele e as
      * preferencias ja registradas (sem registro = nenhum alerta).
      * ---------------------------------------------------------------
       LE-CLIENTE.
           MOVE "N" TO WS-CLIENTE-OK
           DISPLAY "CPF do cliente: " WITH NO ADVANCING
           ACCEPT WRK-CPF
           MOVE WRK-CPF TO CPF
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "Cliente nao cadastrado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE "S" TO WS-CLIENTE-OK

           PERFORM VALIDA-TELEFONE
           IF TELEFONE-VALIDO
               MOVE "celular valido para SMS" TO WRK-SITUACAO-FONE
           ELSE
               MOVE WS-MOTIVO-REJEICAO TO WRK-SITUACAO-FONE
           END-IF
           PERFORM VALIDA-EMAIL
           IF EMAIL-VALIDO
               MOVE "e-mail valido" TO WRK-SITUACAO-EMAIL
           ELSE
               MOVE WS-MOTIVO-REJEICAO TO WRK-SITUACAO-EMAIL
           END-IF
           DISPLAY "Nome     : " NOME
           DISPLAY "Telefone : " TELEFONE " - " WRK-SITUACAO-FONE
           DISPLAY "E-mail   : " EMAIL
           DISPLAY "           " WRK-SITUACAO-EMAIL

           MOVE "N" TO WS-TEM-PREFERENCIA
           MOVE WRK-CPF TO ALP-CPF
           READ PREFERENCIAS-FILE
               INVALID KEY
                   MOVE SPACES TO PREFERENCIA-ALERTA
                   MOVE WRK-CPF TO ALP-CPF
                   MOVE "NNNNN" TO ALP-EVENTOS
                   MOVE ZEROS TO ALP-DT-ATUALIZACAO
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-PREFERENCIA
           END-READ.

       CONSULTA-ALERTAS.
           IF NOT TEM-PREFERENCIA
               DISPLAY "Cliente nao optou por nenhum alerta."
               EXIT PARAGRAPH
           END-IF
           PERFORM EXIBE-PREFERENCIA.

       EXIBE-PREFERENCIA.
           PERFORM DESCREVE-CANAL
           DISPLAY "Canal    : " ALP-CANAL " - " WRK-CANAL-DESCRITO
           PERFORM VARYING WS-IX-EVT FROM 1 BY 1 UNTIL WS-IX-EVT > 5
               DISPLAY "  " WS-IX-EVT " " WS-EVT-DESCRICAO (WS-IX-EVT)
                       ": " ALP-QUER-EVENTO (WS-IX-EVT)
           END-PERFORM
           IF TEM-PREFERENCIA
               DISPLAY "Atualizado em " ALP-DT-ATUALIZACAO
                       " por " ALP-OPERADOR
           END-IF.

       DESCREVE-CANAL.
           EVALUATE TRUE
               WHEN ALP-POR-SMS
                   MOVE "SMS" TO WRK-CANAL-DESCRITO
               WHEN ALP-POR-EMAIL
                   MOVE "E-MAIL" TO WRK-CANAL-DESCRITO
               WHEN ALP-POR-AMBOS
                   MOVE "SMS E E-MAIL" TO WRK-CANAL-DESCRITO
               WHEN OTHER
                   MOVE "(NAO ESCOLHIDO)" TO WRK-CANAL-DESCRITO
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Inclusao/alteracao: canal e, evento a evento, S ou N (Enter
      * mantem o que esta). Canal cujo contato nao e valido e aceito
      * com aviso -- o cliente entra na lista de contatos a colher.
      * ---------------------------------------------------------------
       MANTEM-ALERTAS.
           IF TEM-PREFERENCIA
               PERFORM EXIBE-PREFERENCIA
           END-IF
           DISPLAY "Canal (S=SMS, E=e-mail, A=ambos): "
                   WITH NO ADVANCING
           ACCEPT WS-RESPOSTA
           MOVE FUNCTION UPPER-CASE (WS-RESPOSTA) TO WS-RESPOSTA
           IF WS-RESPOSTA NOT = SPACE
               MOVE WS-RESPOSTA TO ALP-CANAL
           END-IF
           IF NOT ALP-CANAL-VALIDO
               DISPLAY "Canal invalido."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IX-EVT FROM 1 BY 1 UNTIL WS-IX-EVT > 5
               DISPLAY WS-EVT-DESCRICAO (WS-IX-EVT) " (S/N, atual "
                       ALP-QUER-EVENTO (WS-IX-EVT) "): "
                       WITH NO ADVANCING
               ACCEPT WS-RESPOSTA
               MOVE FUNCTION UPPER-CASE (WS-RESPOSTA) TO WS-RESPOSTA
               IF WS-RESPOSTA = "S" OR WS-RESPOSTA = "N"
                   MOVE WS-RESPOSTA TO ALP-QUER-EVENTO (WS-IX-EVT)
               END-IF
               IF ALP-QUER-EVENTO (WS-IX-EVT) NOT = "S"
                   MOVE "N" TO ALP-QUER-EVENTO (WS-IX-EVT)
               END-IF
           END-PERFORM

           IF (ALP-POR-SMS OR ALP-POR-AMBOS) AND TELEFONE-INVALIDO
               DISPLAY "Atencao: " WRK-SITUACAO-FONE
               DISPLAY "  os SMS so saem depois de o celular ser "
                       "atualizado no cadastro (PROG0001)."
           END-IF
           IF (ALP-POR-EMAIL OR ALP-POR-AMBOS) AND EMAIL-INVALIDO
               DISPLAY "Atencao: " WRK-SITUACAO-EMAIL
               DISPLAY "  os e-mails so saem depois de o endereco ser "
                       "atualizado no cadastro (PROG0001)."
           END-IF

           MOVE WRK-DATA TO ALP-DT-ATUALIZACAO
           MOVE WS-OPERADOR-ID TO ALP-OPERADOR
           IF TEM-PREFERENCIA
               REWRITE PREFERENCIA-ALERTA
           ELSE
               WRITE PREFERENCIA-ALERTA
           END-IF
           IF WS-PREFERENCIAS-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO ALERTPRF.DAT: "
                       WS-PREFERENCIAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-TEM-PREFERENCIA
           DISPLAY "Alertas registrados:"
           PERFORM EXIBE-PREFERENCIA.

       CANCELA-ALERTAS.
           IF NOT TEM-PREFERENCIA
               DISPLAY "Cliente nao optou por nenhum alerta."
               EXIT PARAGRAPH
           END-IF
           PERFORM EXIBE-PREFERENCIA
           DISPLAY "Cancela todos os alertas do cliente (S/N)? "
                   WITH NO ADVANCING
           ACCEPT WS-CONFIRMA
           MOVE FUNCTION UPPER-CASE (WS-CONFIRMA) TO WS-CONFIRMA
           IF WS-CONFIRMA NOT = "S"
               DISPLAY "Cancelamento desistido."
               EXIT PARAGRAPH
           END-IF
           DELETE PREFERENCIAS-FILE RECORD
           IF WS-PREFERENCIAS-STATUS NOT = "00"
               DISPLAY "ERRO EXCLUINDO EM ALERTPRF.DAT: "
                       WS-PREFERENCIAS-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Alertas do cliente cancelados.".

           COPY VALCLIPD.

           COPY OPERAUPD.


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

       END PROGRAM ALERTA01.
