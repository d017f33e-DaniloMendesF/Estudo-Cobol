      * ONE statement in the same EXTRMES layout as the month-end
      * EXTRATO1, to EXTRAVUL.DAT -- the second copy or mid-month
      * dispute statement the branch had nothing to hand out for.
      * Joint accounts (TITULAR.DAT) come out for every holder, with
      * the joint type and the holder's role on the section line.
      * The opening balance of the range start is computed working
      * BACK from the current CONTA-SALDO: current balance minus the
      * net effect of every movement dated on or after the start.
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
       77 WS-ARG-MODO PIC X(10) VALUE SPACES.
       77 WS-OPERADOR-STATUS PIC X(02) VALUE "00".
       77 WS-LGPDLOG-STATUS PIC X(02) VALUE "00".
       77 WS-TITULAR-STATUS PIC X(02) VALUE "00".

      * senha de operador, nunca exibida/gravada em claro (ver
      * HASH-SENHA / MASCARA-SENHA, mesmo criterio de PROG0001).
       77 WRK-DATA-INICIAL PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FINAL PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-DESCRITO PIC X(10) VALUE SPACES.
       77 WRK-CONTRA-DESCRITO PIC X(30) VALUE SPACES.
       77 WRK-TIPO-FILTRO PIC X(01) VALUE SPACES.
       77 WRK-GRUPO-IMPRESSO PIC X(01) VALUE "N".
       77 WRK-ENDERECO-EDITADO PIC X(80) VALUE SPACES.
       77 WRK-TITULARIDADE-DESCRITA PIC X(40) VALUE SPACES.

      * saldos da secao corrente: abertura reconstituida ANDANDO PARA
      * TRAS a partir do saldo atual do master.
              03 WS-TAB-STATUS PIC X(01).
              03 WS-TAB-SALDO PIC S9(07)V9(02).
              03 WS-TAB-TIPO PIC X(01).
              03 WS-TAB-PAPEL PIC X(01).
              03 WS-TAB-SOLID PIC X(01).

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro), para o pedido de saida em
      * estrutura em LGPDWS.cpy, paragrafos em LGPDPD.cpy.
           COPY LGPDWS.

      * titulares das contas conjuntas: estrutura em TITWS.cpy,
      * paragrafos em TITPD.cpy.
           COPY TITWS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
                   GOBACK
           END-READ

           PERFORM ABRE-TITULAR
           PERFORM CARREGA-CONTAS-DO-CPF
           PERFORM FECHA-TITULAR
           IF WS-QTD-CONTAS = ZEROS
               DISPLAY "Cliente sem contas no master."
               MOVE 4 TO RETURN-CODE
                   AT END
                       MOVE "S" TO WS-FIM-CONTAS
                   NOT AT END
                       PERFORM ANOTA-CONTA-DO-CPF
               END-READ
           END-PERFORM
           CLOSE CONTAS-FILE.

      * conta do CPF = o CONTA-CPF (titular principal) ou qualquer
      * conta em que ele figure em TITULAR.DAT como segundo titular
       ANOTA-CONTA-DO-CPF.
           IF WS-QTD-CONTAS >= WS-MAX-CONTAS
               EXIT PARAGRAPH
           END-IF
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
           ADD 1 TO WS-QTD-CONTAS
           MOVE CONTA-NUMERO TO WS-TAB-NUMERO (WS-QTD-CONTAS)
           MOVE CONTA-STATUS TO WS-TAB-STATUS (WS-QTD-CONTAS)
           MOVE CONTA-SALDO TO WS-TAB-SALDO (WS-QTD-CONTAS)
           MOVE CONTA-TIPO TO WS-TAB-TIPO (WS-QTD-CONTAS)
           MOVE WS-PAPEL-ACHADO TO WS-TAB-PAPEL (WS-QTD-CONTAS)
           MOVE WS-SOLIDARIEDADE TO WS-TAB-SOLID (WS-QTD-CONTAS).

       EMITE-CABECALHO-EXTRATO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXTRATO AVULSO " WRK-DATA-INICIAL " A "
                  "  SITUACAO: " WS-TAB-STATUS (WS-IX)
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WS-TAB-SOLID (WS-IX) NOT = "I"
               PERFORM DESCREVE-TITULARIDADE
               MOVE WRK-TITULARIDADE-DESCRITA TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF

           PERFORM CALCULA-ABERTURA
           COMPUTE WRK-SALDO-ABERTURA =
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
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

      * efeito liquido de todo movimento datado >= inicio do periodo
      * (D/J/C somam, S/T/V/E debitam), a desfazer do saldo atual
       CALCULA-ABERTURA.
                   NOT AT END
                       IF HIST-CONTA = WS-TAB-NUMERO (WS-IX) AND
                          HIST-DATA >= WRK-DATA-INICIAL
                           IF HIST-CREDITO
                               ADD HIST-VALOR
                                   TO WRK-EFEITO-POSTERIOR
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


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
