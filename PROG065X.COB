      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * As-of-date position inquiry: answers "what was this customer's
      * (or this account's) position on a past date?" from the daily
      * snapshots SALDODIA writes after the trial balance
      * (SALDODIA.DAT, SNAPREC.cpy), instead of someone replaying the
      * history by hand for the auditor or the court. Takes a CPF
      * (11 digits) or an account number (up to 8 digits) and the
      * date AAAAMMDD, as arguments or prompted. For a CPF, the
      * accounts are every account it owns or holds jointly
      * (TITULAR.DAT), as in the consolidated position (CONSCPF).
      * Each account shows the snapshot of the date or, on a weekend
      * or holiday, of the last business day before it -- balance,
      * status, product, overdraft limit, judicial holds, term
      * deposits and loan principal owed -- followed by the totals
      * of the relationship on that date. An account opened after
      * the date is left out; one without a snapshot near the date
      * (before the snapshots began) is flagged and ends with
      * RETURN-CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSDATA.

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

           SELECT FOTOS-FILE ASSIGN TO "SALDODIA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-CHAVE
               FILE STATUS IS WS-FOTOS-STATUS.

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

       FD  FOTOS-FILE.
           COPY SNAPREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CLIENTES-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-FOTOS-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-FIM-CONTAS PIC X VALUE "N".
          88 FIM-CONTAS VALUE "S".
       77 WS-FIM-FOTOS PIC X VALUE "N".
          88 FIM-FOTOS VALUE "S".
       77 WS-ACHOU-FOTO PIC X VALUE "N".
          88 ACHOU-FOTO VALUE "S".
       77 WS-ARGC PIC 9(02) VALUE ZEROS.

       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-CHAVE-PESQUISA PIC X(11) VALUE SPACES.
       77 WRK-CPF-PESQUISA PIC X(11) VALUE SPACES.
       77 WRK-CONTA-PESQUISA PIC 9(08) VALUE ZEROS.
       77 WRK-POR-CPF PIC X VALUE "N".
          88 CONSULTA-POR-CPF VALUE "S".
       77 WRK-DATA-ARG PIC X(08) VALUE SPACES.
       77 WRK-DATA-POSICAO PIC 9(08) VALUE ZEROS.

      * primeira data lida no indice da conta: o dia 1 do mes anterior
      * a data pedida (a fotografia anterior a um fim de semana ou
      * feriado esta sempre dentro dessa janela)
       01 WRK-DATA-JANELA.
           02 WRK-JAN-ANO PIC 9(04).
           02 WRK-JAN-MES PIC 9(02).
           02 WRK-JAN-DIA PIC 9(02).
       01 WRK-DATA-JANELA-N REDEFINES WRK-DATA-JANELA PIC 9(08).

       01 WRK-DATA-EDICAO.
           02 WRK-EDI-ANO PIC 9(04).
           02 WRK-EDI-MES PIC 9(02).
           02 WRK-EDI-DIA PIC 9(02).
       01 WRK-DATA-EDICAO-N REDEFINES WRK-DATA-EDICAO PIC 9(08).
       77 WRK-DATA-EDITADA PIC X(10) VALUE SPACES.
       77 WRK-DATA-FOTO-EDITADA PIC X(10) VALUE SPACES.

       77 WRK-QTD-SEM-FOTO PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-COM-FOTO PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-SALDO PIC S9(09)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-BLOQUEADO PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-APLICACOES PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-EMPRESTIMOS PIC 9(09)V9(02) VALUE ZEROS.
       77 WRK-PRODUTO-DESCRITO PIC X(08) VALUE SPACES.
       77 WRK-SITUACAO-DESCRITA PIC X(09) VALUE SPACES.
       77 WRK-PAPEL-DESCRITO PIC X(10) VALUE SPACES.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZ9.99.
       77 WRK-SALDO-EDITADO PIC ZZZ,ZZZ,ZZ9.99-.

      * -- contas do CPF, ate 20, como na posicao consolidada
       01 WS-CONTROLE-POSICAO.
           02 WS-QTD-CONTAS PIC 9(02) VALUE ZEROS.
           02 WS-MAX-CONTAS PIC 9(02) VALUE 20.
           02 WS-IX PIC 9(02) VALUE ZEROS.
       01 WS-TAB-POSICAO.
           02 WS-POS-ENT OCCURS 20 TIMES.
              03 WS-POS-CONTA PIC 9(08).
              03 WS-POS-ABERTURA PIC 9(08).
              03 WS-POS-PAPEL PIC X(01).
              03 WS-POS-SOLID PIC X(01).

      * -- a fotografia achada para a conta em exame
       01 WS-FOTO-ACHADA.
           02 WS-FOT-DATA PIC 9(08).
           02 WS-FOT-CPF PIC X(11).
           02 WS-FOT-TIPO PIC X(01).
           02 WS-FOT-STATUS PIC X(01).
           02 WS-FOT-SALDO PIC S9(07)V9(02).
           02 WS-FOT-LIMITE PIC 9(07)V9(02).
           02 WS-FOT-BLOQUEADO PIC 9(09)V9(02).
           02 WS-FOT-APLICACOES PIC 9(09)V9(02).
           02 WS-FOT-EMPRESTIMOS PIC 9(09)V9(02).

      * titulares das contas conjuntas: estrutura em TITWS.cpy,
      * paragrafos em TITPD.cpy.
           COPY TITWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO
           PERFORM OBTEM-PARAMETROS
           IF RETURN-CODE = 8
               GOBACK
           END-IF

           OPEN INPUT FOTOS-FILE
           IF WS-FOTOS-STATUS NOT = "00"
               DISPLAY "SALDODIA.DAT nao encontrado: nenhuma "
                       "fotografia de saldo gravada ainda."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CONTAS-FILE
           IF WS-CONTAS-STATUS NOT = "00"
               DISPLAY "CONTAS.DAT nao encontrado."
               MOVE 8 TO RETURN-CODE
               CLOSE FOTOS-FILE
               GOBACK
           END-IF

           IF CONSULTA-POR-CPF
               PERFORM CARREGA-CONTAS-DO-CPF
           ELSE
               PERFORM CARREGA-CONTA-PESQUISADA
           END-IF

           IF RETURN-CODE < 8
               PERFORM EXIBE-POSICAO
           END-IF

           CLOSE CONTAS-FILE
           CLOSE FOTOS-FILE
           GOBACK.

      * ---------------------------------------------------------------
      * CPF (11 digitos) ou numero da conta e a data vem dos argumentos
      * (chave data) ou do operador. A data nao pode passar da data de
      * negocio -- o futuro nao tem fotografia.
      * ---------------------------------------------------------------
       OBTEM-PARAMETROS.
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC >= 2
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WRK-CHAVE-PESQUISA FROM ARGUMENT-VALUE
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WRK-DATA-ARG FROM ARGUMENT-VALUE
           ELSE
               DISPLAY "===================================="
               DISPLAY " Posicao em Data Passada - POSDATA"
               DISPLAY "===================================="
               DISPLAY "CPF ou numero da conta: " WITH NO ADVANCING
               ACCEPT WRK-CHAVE-PESQUISA
               DISPLAY "Data da posicao (AAAAMMDD): " WITH NO ADVANCING
               ACCEPT WRK-DATA-ARG
           END-IF

           IF WRK-CHAVE-PESQUISA = SPACES
               DISPLAY "Informe o CPF ou o numero da conta."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WRK-CHAVE-PESQUISA (9:3) = SPACES
               MOVE "N" TO WRK-POR-CPF
               COMPUTE WRK-CONTA-PESQUISA =
                   FUNCTION NUMVAL (WRK-CHAVE-PESQUISA)
           ELSE
               IF WRK-CHAVE-PESQUISA IS NOT NUMERIC
                   DISPLAY "CPF deve ter 11 digitos."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WRK-POR-CPF
               MOVE WRK-CHAVE-PESQUISA TO WRK-CPF-PESQUISA
           END-IF

           IF WRK-DATA-ARG IS NOT NUMERIC
               DISPLAY "Data invalida: use AAAAMMDD."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-DATA-ARG TO WRK-DATA-POSICAO
           MOVE WRK-DATA-POSICAO TO WRK-DATA-EDICAO-N
           IF WRK-EDI-MES < 1 OR WRK-EDI-MES > 12 OR
              WRK-EDI-DIA < 1 OR WRK-EDI-DIA > 31
               DISPLAY "Data invalida: use AAAAMMDD."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WRK-DATA-POSICAO > WRK-DATA-HOJE
               DISPLAY "Data posterior a data de negocio "
                       WRK-DATA-HOJE "."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-DATA-POSICAO TO WRK-DATA-JANELA-N
           MOVE 01 TO WRK-JAN-DIA
           IF WRK-JAN-MES = 01
               MOVE 12 TO WRK-JAN-MES
               SUBTRACT 1 FROM WRK-JAN-ANO
           ELSE
               SUBTRACT 1 FROM WRK-JAN-MES
           END-IF.

       CARREGA-CONTA-PESQUISADA.
           MOVE WRK-CONTA-PESQUISA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   DISPLAY "Conta nao cadastrada."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           MOVE 1 TO WS-QTD-CONTAS
           MOVE CONTA-NUMERO TO WS-POS-CONTA (1)
           MOVE CONTA-DT-ABERTURA TO WS-POS-ABERTURA (1)
           MOVE "P" TO WS-POS-PAPEL (1)
           MOVE "I" TO WS-POS-SOLID (1)
           MOVE CONTA-CPF TO WRK-CPF-PESQUISA.

      * conta do CPF = o CONTA-CPF (titular principal) ou qualquer
      * conta em que ele figure em TITULAR.DAT como segundo titular
       CARREGA-CONTAS-DO-CPF.
           PERFORM ABRE-TITULAR
           MOVE "N" TO WS-FIM-CONTAS
           PERFORM UNTIL FIM-CONTAS
               READ CONTAS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       PERFORM ANOTA-CONTA-DO-CPF
               END-READ
           END-PERFORM
           PERFORM FECHA-TITULAR
           IF WS-QTD-CONTAS = ZEROS
               DISPLAY "CPF sem contas no master."
               MOVE 8 TO RETURN-CODE
           END-IF.

       ANOTA-CONTA-DO-CPF.
           MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
           MOVE WRK-CPF-PESQUISA TO WS-CPF-TIT-PROCURA
           PERFORM VERIFICA-TITULAR-DA-CONTA
           IF CONTA-CPF NOT = WRK-CPF-PESQUISA
              AND NOT E-TITULAR-DA-CONTA
               EXIT PARAGRAPH
           END-IF
           IF CONTA-CPF = WRK-CPF-PESQUISA
               MOVE "P" TO WS-PAPEL-ACHADO
           END-IF
           IF WS-QTD-CONTAS >= WS-MAX-CONTAS
               DISPLAY "Mais contas que a tela comporta; consulte a "
                       "gerencia."
               MOVE "S" TO WS-FIM-CONTAS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-CONTAS
           MOVE CONTA-NUMERO TO WS-POS-CONTA (WS-QTD-CONTAS)
           MOVE CONTA-DT-ABERTURA TO WS-POS-ABERTURA (WS-QTD-CONTAS)
           MOVE WS-PAPEL-ACHADO TO WS-POS-PAPEL (WS-QTD-CONTAS)
           MOVE WS-SOLIDARIEDADE TO WS-POS-SOLID (WS-QTD-CONTAS).

      * ---------------------------------------------------------------
      * Identificacao, uma linha por conta e os totais da data.
      * ---------------------------------------------------------------
       EXIBE-POSICAO.
           MOVE WRK-DATA-POSICAO TO WRK-DATA-EDICAO-N
           PERFORM EDITA-DATA
           MOVE WRK-DATA-EDITADA TO WRK-DATA-FOTO-EDITADA
           DISPLAY "------------------------------------------"
           DISPLAY "POSICAO EM " WRK-DATA-FOTO-EDITADA
           OPEN INPUT CLIENTES-FILE
           IF WS-CLIENTES-STATUS = "00"
               MOVE WRK-CPF-PESQUISA TO CPF
               READ CLIENTES-FILE
                   INVALID KEY
                       MOVE "(TITULAR NAO CADASTRADO)" TO NOME
               END-READ
               CLOSE CLIENTES-FILE
           ELSE
               MOVE "(CADASTRO INDISPONIVEL)" TO NOME
           END-IF
           IF CONSULTA-POR-CPF
               DISPLAY "CPF      : " WRK-CPF-PESQUISA
               DISPLAY "Nome     : " NOME
           ELSE
               DISPLAY "CONTA    : " WRK-CONTA-PESQUISA
               DISPLAY "Titular  : " NOME
           END-IF
           DISPLAY "------------------------------------------"

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS
               PERFORM EXIBE-UMA-CONTA
           END-PERFORM

           DISPLAY "------------------------------------------"
           IF WRK-QTD-COM-FOTO = ZEROS
               DISPLAY "Nenhuma conta com posicao na data."
           ELSE
               MOVE WRK-TOTAL-SALDO TO WRK-SALDO-EDITADO
               DISPLAY "SALDO TOTAL EM CONTA   : " WRK-SALDO-EDITADO
               MOVE WRK-TOTAL-BLOQUEADO TO WRK-VALOR-EDITADO
               DISPLAY "BLOQUEADO JUDICIALMENTE: " WRK-VALOR-EDITADO
               MOVE WRK-TOTAL-APLICACOES TO WRK-VALOR-EDITADO
               DISPLAY "APLICADO EM CDB        : " WRK-VALOR-EDITADO
               MOVE WRK-TOTAL-EMPRESTIMOS TO WRK-VALOR-EDITADO
               DISPLAY "DEVIDO EM EMPRESTIMOS  : " WRK-VALOR-EDITADO
           END-IF
           IF WRK-QTD-SEM-FOTO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       EXIBE-UMA-CONTA.
           IF WS-POS-ABERTURA (WS-IX) > WRK-DATA-POSICAO
               EXIT PARAGRAPH
           END-IF
           PERFORM PROCURA-FOTO
           IF NOT ACHOU-FOTO
               ADD 1 TO WRK-QTD-SEM-FOTO
               DISPLAY "CONTA " WS-POS-CONTA (WS-IX)
                       "  SEM FOTOGRAFIA DE SALDO ATE A DATA"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-COM-FOTO

           IF WS-FOT-TIPO = "P"
               MOVE "POUPANCA" TO WRK-PRODUTO-DESCRITO
           ELSE
               MOVE "CORRENTE" TO WRK-PRODUTO-DESCRITO
           END-IF
           EVALUATE WS-FOT-STATUS
               WHEN "A"
                   MOVE "ATIVA" TO WRK-SITUACAO-DESCRITA
               WHEN "D"
                   MOVE "DORMENTE" TO WRK-SITUACAO-DESCRITA
               WHEN "E"
                   MOVE "ENCERRADA" TO WRK-SITUACAO-DESCRITA
               WHEN OTHER
                   MOVE WS-FOT-STATUS TO WRK-SITUACAO-DESCRITA
           END-EVALUATE
           MOVE WS-FOT-SALDO TO WRK-SALDO-EDITADO
           DISPLAY "CONTA " WS-POS-CONTA (WS-IX)
                   "  " WRK-PRODUTO-DESCRITO
                   "  " WRK-SITUACAO-DESCRITA
                   "  SALDO " WRK-SALDO-EDITADO
           IF WS-FOT-DATA NOT = WRK-DATA-POSICAO
               MOVE WS-FOT-DATA TO WRK-DATA-EDICAO-N
               PERFORM EDITA-DATA
               DISPLAY "  (FECHAMENTO DE " WRK-DATA-EDITADA
                       ", ULTIMO DIA UTIL ANTERIOR)"
           END-IF
           IF CONSULTA-POR-CPF AND WS-POS-SOLID (WS-IX) NOT = "I"
               IF WS-POS-PAPEL (WS-IX) = "P"
                   MOVE "PRINCIPAL" TO WRK-PAPEL-DESCRITO
               ELSE
                   MOVE "SEGUNDO" TO WRK-PAPEL-DESCRITO
               END-IF
               DISPLAY "  CONTA CONJUNTA - TITULAR "
                       WRK-PAPEL-DESCRITO
           END-IF
           IF WS-FOT-LIMITE > ZEROS
               MOVE WS-FOT-LIMITE TO WRK-VALOR-EDITADO
               DISPLAY "  LIMITE CHEQUE ESPECIAL: " WRK-VALOR-EDITADO
           END-IF
           IF WS-FOT-BLOQUEADO > ZEROS
               MOVE WS-FOT-BLOQUEADO TO WRK-VALOR-EDITADO
               DISPLAY "  BLOQUEIO JUDICIAL ATIVO: " WRK-VALOR-EDITADO
           END-IF
           IF WS-FOT-APLICACOES > ZEROS
               MOVE WS-FOT-APLICACOES TO WRK-VALOR-EDITADO
               DISPLAY "  CDB (VALOR APROPRIADO): " WRK-VALOR-EDITADO
           END-IF
           IF WS-FOT-EMPRESTIMOS > ZEROS
               MOVE WS-FOT-EMPRESTIMOS TO WRK-VALOR-EDITADO
               DISPLAY "  EMPRESTIMO (PRINCIPAL DEVIDO): "
                       WRK-VALOR-EDITADO
           END-IF
           ADD WS-FOT-SALDO TO WRK-TOTAL-SALDO
           ADD WS-FOT-BLOQUEADO TO WRK-TOTAL-BLOQUEADO
           ADD WS-FOT-APLICACOES TO WRK-TOTAL-APLICACOES
           ADD WS-FOT-EMPRESTIMOS TO WRK-TOTAL-EMPRESTIMOS.

      * ---------------------------------------------------------------
      * A ultima fotografia da conta com data ate a pedida: le o
      * indice da conta a partir da janela e guarda a mais recente.
      * ---------------------------------------------------------------
       PROCURA-FOTO.
           MOVE "N" TO WS-ACHOU-FOTO
           MOVE WS-POS-CONTA (WS-IX) TO SNP-CONTA
           MOVE WRK-DATA-JANELA-N TO SNP-DATA
           MOVE "N" TO WS-FIM-FOTOS
           START FOTOS-FILE KEY IS NOT LESS THAN SNP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-FOTOS
           END-START
           PERFORM UNTIL FIM-FOTOS
               READ FOTOS-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-FOTOS
                   NOT AT END
                       IF SNP-CONTA NOT = WS-POS-CONTA (WS-IX) OR
                          SNP-DATA > WRK-DATA-POSICAO
                           MOVE "S" TO WS-FIM-FOTOS
                       ELSE
                           PERFORM GUARDA-FOTO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDA-FOTO.
           MOVE "S" TO WS-ACHOU-FOTO
           MOVE SNP-DATA TO WS-FOT-DATA
           MOVE SNP-CPF TO WS-FOT-CPF
           MOVE SNP-TIPO TO WS-FOT-TIPO
           MOVE SNP-STATUS TO WS-FOT-STATUS
           MOVE SNP-SALDO TO WS-FOT-SALDO
           MOVE SNP-LIMITE TO WS-FOT-LIMITE
           MOVE SNP-BLOQUEADO TO WS-FOT-BLOQUEADO
           MOVE SNP-APLICACOES TO WS-FOT-APLICACOES
           MOVE SNP-EMPRESTIMOS TO WS-FOT-EMPRESTIMOS.

       EDITA-DATA.
           MOVE SPACES TO WRK-DATA-EDITADA
           STRING WRK-EDI-DIA "/" WRK-EDI-MES "/" WRK-EDI-ANO
                  DELIMITED BY SIZE INTO WRK-DATA-EDITADA.

           COPY TITPD.

      * ---------------------------------------------------------------
      * Data de negocio (DATPROC.DAT, gravada por CALEND01): limite da
      * data consultada. Sem o arquivo, cai na data da maquina.
      * ---------------------------------------------------------------
       LE-DATA-PROCESSAMENTO.
           OPEN INPUT DATAPROC-FILE
           IF WS-DATAPROC-STATUS = "00"
               READ DATAPROC-FILE
                   AT END
                       ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   NOT AT END
                       IF DP-DATA IS NUMERIC
                           MOVE DP-DATA TO WRK-DATA-HOJE
                       ELSE
                           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                       END-IF
               END-READ
               CLOSE DATAPROC-FILE
           ELSE
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           END-IF.

       END PROGRAM POSDATA.
