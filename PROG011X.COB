      * customer owns in the CONTAS master the statement shows the
      * opening balance, every posting of the month from the permanent
      * history (deposits, withdrawals, the maintenance fees charged
      * on deposits, interest) and the closing balance. A joint
      * account (TITULAR.DAT) appears in the statement of every
      * holder, labelled with the joint type and the holder's role.
      * The statement month comes from the first command-line argument
      * (AAAAMM) or defaults to the current month. The customer's CPF
      * prints MASKED by default (LGPDPD.cpy) -- EXTRMES.DAT is
      * archived nightly under arquivo/; the clear form only comes
      * out with ABERTO as the second argument, a supervisor login,
      * and the request recorded in LGPDLOG.DAT. Customers
      * anonymized under LGPD (ANONLGPD) get no statement.
      * Statements come out grouped by branch (CONTA-AGENCIA,
      * AGENPD.cpy), each branch closing with a subtotal of its
      * statements and closing balances: a statement shows only the
      * accounts of its branch, so a customer with accounts in two
      * branches gets one statement from each, and a customer with
      * no account gets none.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO1.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDLOG-STATUS.

           SELECT TITULAR-FILE ASSIGN TO "TITULAR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CHAVE
               ALTERNATE RECORD KEY IS TIT-CPF WITH DUPLICATES
               FILE STATUS IS WS-TITULAR-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LGPDLOG-FILE.
           COPY LGPDREC.

       FD  TITULAR-FILE.
           COPY TITREC.

       WORKING-STORAGE SECTION.

       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WRK-DATA-MAX-ARQ PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
       77 WS-LGPDLOG-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".
       77 WS-ARG-MODO PIC X(10) VALUE SPACES.

      * senha de operador, nunca exibida/gravada em claro (ver
       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-PAGINA PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-EXTRATOS PIC 9(06) VALUE ZEROS.
      * soma dos saldos de fechamento emitidos e a posicao dos
      * acumuladores no inicio da agencia: o subtotal e a diferenca
       77 WRK-TOTAL-FECHAMENTO PIC S9(11)V9(02) VALUE ZEROS.
       77 WRK-INI-EXTRATOS PIC 9(06) VALUE ZEROS.
       77 WRK-INI-FECHAMENTO PIC S9(11)V9(02) VALUE ZEROS.
       77 WRK-SUB-EXTRATOS PIC 9(06) VALUE ZEROS.
       77 WRK-SUB-FECHAMENTO PIC S9(11)V9(02) VALUE ZEROS.
       77 WRK-FECHAMENTO-EDITADO PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77 WS-CLIENTE-NA-AGENCIA PIC X VALUE "N".
          88 CLIENTE-NA-AGENCIA VALUE "S".
       77 WRK-TIPO-DESCRITO PIC X(10) VALUE SPACES.
       77 WRK-TIPO-FILTRO PIC X(01) VALUE SPACES.
       77 WRK-GRUPO-IMPRESSO PIC X(01) VALUE "N".
       77 WRK-ENDERECO-EDITADO PIC X(80) VALUE SPACES.
      * contraparte da transferencia, mostrada ao lado do lancamento
       77 WRK-CONTRA-DESCRITO PIC X(30) VALUE SPACES.
       77 WRK-TITULARIDADE-DESCRITA PIC X(40) VALUE SPACES.

      * mes do extrato (AAAAMM) e janela de datas derivada dele
       01 WRK-MES-EXTRATO.
       77 WRK-SALDO-EDITADO PIC ZZZ,ZZ9.99-.

      * -- contas do master carregadas em tabela para casar titular
      * por CPF sem reler o arquivo indexado a cada cliente. Conta
      * conjunta ocupa uma entrada por titular.
       01 WS-CONTROLE-CONTAS.
           02 WS-QTD-CONTAS PIC 9(04) VALUE ZEROS.
           02 WS-MAX-CONTAS PIC 9(04) VALUE 1000.
           02 WS-IX PIC 9(04) VALUE ZEROS.
       01 WS-TAB-CONTAS.
           02 WS-TAB-CONTA OCCURS 1000 TIMES.
              03 WS-TAB-NUMERO PIC 9(08).
              03 WS-TAB-CPF PIC X(11).
              03 WS-TAB-STATUS PIC X(01).
              03 WS-TAB-SALDO PIC S9(07)V9(02).
              03 WS-TAB-TIPO PIC X(01).
              03 WS-TAB-PAPEL PIC X(01).
              03 WS-TAB-SOLID PIC X(01).
              03 WS-TAB-AGENCIA PIC 9(04).

      * bloqueios judiciais/administrativos ativos, somados por conta
      * na partida: o extrato mostra a parcela bloqueada para o
      * estrutura em LGPDWS.cpy, paragrafos em LGPDPD.cpy.
           COPY LGPDWS.

      * titulares das contas conjuntas: estrutura em TITWS.cpy,
      * paragrafos em TITPD.cpy.
           COPY TITWS.

      * agencias do master, para a quebra dos extratos: estrutura em
      * AGENWS.cpy, paragrafos em AGENPD.cpy.
           COPY AGENWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           END-IF
           OPEN OUTPUT RELATORIO-FILE

           PERFORM ABRE-TITULAR
           PERFORM CARREGA-CONTAS
           PERFORM FECHA-TITULAR
           IF RETURN-CODE = 12
               CLOSE CLIENTES-FILE
               CLOSE RELATORIO-FILE
               GOBACK
           END-IF

           PERFORM VARYING WS-IX-AGE-CORRENTE FROM 1 BY 1
                   UNTIL WS-IX-AGE-CORRENTE > WS-QTD-AGENCIAS
               PERFORM EMITE-EXTRATOS-AGENCIA
           END-PERFORM

           MOVE WRK-TOTAL-FECHAMENTO TO WRK-FECHAMENTO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXTRATOS EMITIDOS: " WRK-TOTAL-EXTRATOS
                  "  SALDOS DE FECHAMENTO: " WRK-FECHAMENTO-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           CLOSE CONTAS-FILE.

       CARREGA-UMA-CONTA.
           MOVE CONTA-AGENCIA TO WS-AGENCIA-PROCURA
           PERFORM ANOTA-AGENCIA
           IF AGENCIAS-ESTOURO
               DISPLAY "CONTAS.DAT excede a tabela de agencias."
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-CONTAS
               EXIT PARAGRAPH
           END-IF
           MOVE CONTA-NUMERO TO WS-CONTA-TIT-PROCURA
           MOVE CONTA-CPF TO WS-CPF-TIT-PRINCIPAL
           PERFORM CARREGA-TITULARES-CONTA
           PERFORM VARYING WS-IX-TIT FROM 1 BY 1
                   UNTIL WS-IX-TIT > WS-QTD-TIT-CONTA
                      OR FIM-CONTAS
               PERFORM CARREGA-UM-TITULAR
           END-PERFORM.

       CARREGA-UM-TITULAR.
           IF WS-QTD-CONTAS >= WS-MAX-CONTAS
               DISPLAY "CONTAS.DAT excede a tabela de contas."
               MOVE 12 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-QTD-CONTAS
           MOVE CONTA-NUMERO TO WS-TAB-NUMERO (WS-QTD-CONTAS)
           MOVE WS-TITC-CPF (WS-IX-TIT) TO WS-TAB-CPF (WS-QTD-CONTAS)
           MOVE CONTA-STATUS TO WS-TAB-STATUS (WS-QTD-CONTAS)
           MOVE CONTA-SALDO TO WS-TAB-SALDO (WS-QTD-CONTAS)
           MOVE CONTA-TIPO TO WS-TAB-TIPO (WS-QTD-CONTAS)
           MOVE WS-TITC-PAPEL (WS-IX-TIT)
               TO WS-TAB-PAPEL (WS-QTD-CONTAS)
           MOVE WS-SOLIDARIEDADE TO WS-TAB-SOLID (WS-QTD-CONTAS)
           MOVE CONTA-AGENCIA TO WS-TAB-AGENCIA (WS-QTD-CONTAS).

      * ---------------------------------------------------------------
      * Extratos de uma agencia: relê o cadastro de clientes do
      * inicio e emite o extrato de quem tem conta na agencia,
      * fechando com o subtotal dela.
      * ---------------------------------------------------------------
       EMITE-EXTRATOS-AGENCIA.
           MOVE WS-AGE-CODIGO (WS-IX-AGE-CORRENTE)
               TO WS-AGENCIA-CORRENTE
           MOVE WRK-TOTAL-EXTRATOS TO WRK-INI-EXTRATOS
           MOVE WRK-TOTAL-FECHAMENTO TO WRK-INI-FECHAMENTO

           MOVE "N" TO WS-FIM-CLIENTES
           MOVE LOW-VALUES TO CPF
           START CLIENTES-FILE KEY NOT < CPF
               INVALID KEY
                   MOVE "S" TO WS-FIM-CLIENTES
           END-START
           PERFORM UNTIL FIM-CLIENTES
               READ CLIENTES-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-CLIENTES
                   NOT AT END
                       PERFORM EMITE-EXTRATO-CLIENTE
               END-READ
           END-PERFORM

           COMPUTE WRK-SUB-EXTRATOS =
               WRK-TOTAL-EXTRATOS - WRK-INI-EXTRATOS
           COMPUTE WRK-SUB-FECHAMENTO =
               WRK-TOTAL-FECHAMENTO - WRK-INI-FECHAMENTO
           MOVE WRK-SUB-FECHAMENTO TO WRK-FECHAMENTO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SUBTOTAL AGENCIA " WS-AGENCIA-CORRENTE
                  " - EXTRATOS: " WRK-SUB-EXTRATOS
                  "  SALDOS DE FECHAMENTO: " WRK-FECHAMENTO-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Extrato de um cliente: cabecalho proprio (pagina nova, estilo
      * titulo.
      * ---------------------------------------------------------------
       EMITE-EXTRATO-CLIENTE.
      * anonimizado (LGPD) nao tem mais nome nem endereco
           IF CLIENTE-ANONIMIZADO
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CLIENTE-NA-AGENCIA
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS
               IF WS-TAB-CPF (WS-IX) = CPF AND
                  WS-TAB-AGENCIA (WS-IX) = WS-AGENCIA-CORRENTE
                   MOVE "S" TO WS-CLIENTE-NA-AGENCIA
               END-IF
           END-PERFORM
           IF NOT CLIENTE-NA-AGENCIA
               EXIT PARAGRAPH
           END-IF
           PERFORM EMITE-CABECALHO-EXTRATO
           ADD 1 TO WRK-TOTAL-EXTRATOS

           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS
               IF WS-TAB-CPF (WS-IX) = CPF AND
                  WS-TAB-AGENCIA (WS-IX) = WS-AGENCIA-CORRENTE AND
                  ((WRK-TIPO-FILTRO = "P" AND
                    WS-TAB-TIPO (WS-IX) = "P") OR
                   (WRK-TIPO-FILTRO = "C" AND
           END-IF
           WRITE LINHA-RELATORIO.

       DESCREVE-TITULARIDADE.
           MOVE SPACES TO WRK-TITULARIDADE-DESCRITA
           IF WS-TAB-SOLID (WS-IX) = "E"
               IF WS-TAB-PAPEL (WS-IX) = "P"
                   MOVE "CONTA CONJUNTA E - TITULAR PRINCIPAL"
                       TO WRK-TITULARIDADE-DESCRITA
               ELSE
                   MOVE "CONTA CONJUNTA E - SEGUNDO TITULAR"
                       TO WRK-TITULARIDADE-DESCRITA
               END-IF
           ELSE
               IF WS-TAB-PAPEL (WS-IX) = "P"
                   MOVE "CONTA CONJUNTA OU - TITULAR PRINCIPAL"
                       TO WRK-TITULARIDADE-DESCRITA
               ELSE
                   MOVE "CONTA CONJUNTA OU - SEGUNDO TITULAR"
                       TO WRK-TITULARIDADE-DESCRITA
               END-IF
           END-IF.

       EMITE-CABECALHO-EXTRATO.
           ADD 1 TO WRK-PAGINA
           MOVE SPACES TO LINHA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "AGENCIA: " WS-AGENCIA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CLIENTE: " NOME
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
                  "  SITUACAO: " WS-TAB-STATUS (WS-IX)
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-TAB-SOLID (WS-IX) NOT = "I"
               PERFORM DESCREVE-TITULARIDADE
               MOVE WRK-TITULARIDADE-DESCRITA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

      * com o indice disponivel a secao posiciona direto na conta e
      * no mes; sem ele, a releitura completa do sequencial continua
           MOVE HIX-VALOR TO HIST-VALOR
           MOVE HIX-SALDO-APOS TO HIST-SALDO-APOS
           MOVE HIX-ORIGEM TO HIST-ORIGEM
           MOVE HIX-CONTA-CONTRA TO HIST-CONTA-CONTRA
           MOVE HIX-REFERENCIA TO HIST-REFERENCIA.

       EMITE-SALDOS-SEM-MOVIMENTO.
           MOVE WS-TAB-SALDO (WS-IX) TO WRK-SALDO-ABERTURA
           PERFORM EMITE-SALDOS-DA-SECAO.

       EMITE-SALDOS-DA-SECAO.
           ADD WRK-SALDO-FECHAMENTO TO WRK-TOTAL-FECHAMENTO
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SALDO DE ABERTURA:  " WRK-SALDO-EDITADO
           END-IF

      * primeiro lancamento do mes: reconstitui o saldo de abertura
      * desfazendo o efeito liquido dele (creditos somam, debitos
      * subtraem -- grupos de HISTREC.cpy).
           IF PRIMEIRO-LANCAMENTO
               IF HIST-CREDITO
                   SUBTRACT HIST-VALOR FROM HIST-SALDO-APOS
                       GIVING WRK-SALDO-ABERTURA
               ELSE
                   MOVE "TRANSF ENV" TO WRK-TIPO-DESCRITO
               WHEN HIST-TRANSF-REC
                   MOVE "TRANSF REC" TO WRK-TIPO-DESCRITO
               WHEN HIST-ESTORNO-DEB
                   MOVE "ESTORNO DB" TO WRK-TIPO-DESCRITO
               WHEN HIST-ESTORNO-CRED
                   MOVE "ESTORNO CR" TO WRK-TIPO-DESCRITO
      * tarifa devolvida sai do total de tarifas do periodo
                   IF HIST-EST-TIPO = "T" AND
                      HIST-VALOR NOT > WRK-TOTAL-TAXAS
                       SUBTRACT HIST-VALOR FROM WRK-TOTAL-TAXAS
                   END-IF
               WHEN HIST-APLICACAO
                   MOVE "APLIC CDB" TO WRK-TIPO-DESCRITO
               WHEN HIST-RESGATE
                   MOVE "RESG CDB" TO WRK-TIPO-DESCRITO
               WHEN HIST-LIBERACAO
                   MOVE "EMPRESTIMO" TO WRK-TIPO-DESCRITO
               WHEN HIST-PARCELA
                   MOVE "PARC EMPR" TO WRK-TIPO-DESCRITO
               WHEN HIST-BOLETO
                   MOVE "PAG CONTA" TO WRK-TIPO-DESCRITO
               WHEN HIST-TED-ENVIADA
                   MOVE "TED ENV" TO WRK-TIPO-DESCRITO
               WHEN HIST-TED-DEVOLVIDA
                   MOVE "TED DEVOLV" TO WRK-TIPO-DESCRITO
               WHEN HIST-TED-RECEBIDA
                   MOVE "TED REC" TO WRK-TIPO-DESCRITO
               WHEN HIST-CHEQUE
                   MOVE "CHEQUE" TO WRK-TIPO-DESCRITO
               WHEN OTHER
                   MOVE "????????" TO WRK-TIPO-DESCRITO
           END-EVALUATE
               STRING " DE " HIST-CONTA-CONTRA
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * estorno aponta o lancamento original (data/sequencia do dia)
           IF HIST-ESTORNO-DEB OR HIST-ESTORNO-CRED
               STRING " DO LANC " HIST-EST-DATA "/" HIST-EST-SEQ
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * aplicacao/resgate aponta o CDB de APLIC.DAT
           IF HIST-APLICACAO OR HIST-RESGATE
               STRING " CDB " HIST-APL-NUMERO
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * liberacao/parcela aponta o contrato de EMPREST.DAT
           IF HIST-LIBERACAO
               STRING " CTR " HIST-EMP-NUMERO
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
           IF HIST-PARCELA
               STRING " CTR " HIST-EMP-NUMERO "/" HIST-EMP-PARCELA
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * pagamento de conta aponta BOLETOS.DAT e o beneficiario
           IF HIST-BOLETO
               STRING " BOL " HIST-BOL-NUMERO " " HIST-BOL-BENEFICIARIO
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * TED aponta TED.DAT (ou o numero no banco de origem) e o
      * banco/nome da outra ponta
           IF HIST-TED-ENVIADA OR HIST-TED-DEVOLVIDA OR
              HIST-TED-RECEBIDA
               STRING " TED " HIST-TED-NUMERO " BCO " HIST-TED-BANCO
                      " " HIST-TED-NOME
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF
      * cheque compensado aponta a folha e o banco que a apresentou
           IF HIST-CHEQUE
               STRING " CHQ " HIST-CHQ-NUMERO " BCO " HIST-CHQ-BANCO
                   DELIMITED BY SIZE INTO WRK-CONTRA-DESCRITO
           END-IF

           MOVE HIST-VALOR TO WRK-VALOR-EDITADO
           MOVE HIST-SALDO-APOS TO WRK-SALDO-EDITADO

           COPY LGPDPD.

           COPY TITPD.

           COPY AGENPD.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
