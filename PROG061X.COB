      ******************************************************************
      * Author: Danilo Mendes Ferreira
      * Purpose: Study
      ******************************************************************
      * Daily general-ledger accounting extract. Turns the movements
      * the night's trial balance (BALANCETE) proved -- exactly the
      * HISTORIC.DAT records of the day's range kept in SALDCTRL.DAT
      * -- into balanced double-entry lines for the ledger, so the
      * day's totals no longer have to be re-keyed from RELSALDO.DAT
      * and RELBALAN.DAT. Each movement has two sides:
      *   - the customer side, the deposit liability of the account's
      *     product (DEP-VIST checking, DEP-POUP savings) for the part
      *     of the movement above zero and the overdraft asset
      *     (CH-ESPEC, cheque especial) for the part below zero, split
      *     by the balance before and after the movement;
      *   - the counterpart of the movement type (MOV-D cash for a
      *     deposit, MOV-T fee income, MOV-J interest expense, MOV-V
      *     overdraft interest income, MOV-E/MOV-C transfers in
      *     transit, and so on for every HISTREC type). A reversal
      *     ("X"/"Y") goes against the counterpart of the entry it
      *     reverses.
      * The GL accounts of every key come from the mapping table
      * CONTAGL.DAT maintained by Accounting (key, account,
      * description), over the chart built into the program. Lines
      * are summarized per debit/credit account pair and key and
      * written to LANCTB.DAT with a header and a trailer carrying
      * total debits and total credits, which must be equal and match
      * the movements of the range; RELCTB.DAT is the conference
      * (lines and the debit/credit total per GL account).
      * The extract is REFUSED -- LANCTB.DAT left empty, the reason in
      * RELCTB.DAT and EXCLOG, RETURN-CODE 8 -- when BALANCETE did not
      * prove today's business date (no control, control of another
      * date, or only a baseline), when the history is shorter than
      * the proved count, when a movement type has no mapping, or
      * when the totals do not close.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTABIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-FILE ASSIGN TO "CONTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONTA-NUMERO
               FILE STATUS IS WS-CONTAS-STATUS.

           SELECT HISTORICO-FILE ASSIGN TO "HISTORIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORICO-STATUS.

           SELECT CONTROLE-FILE ASSIGN TO "SALDCTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

           SELECT MAPA-FILE ASSIGN TO "CONTAGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPA-STATUS.

           SELECT LANCAMENTO-FILE ASSIGN TO "LANCTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LANCAMENTO-STATUS.

           SELECT RELATORIO-FILE ASSIGN TO "RELCTB.DAT"
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

       FD  CONTAS-FILE.
           COPY CONTAREC.

       FD  HISTORICO-FILE.
           COPY HISTREC.

      * posicao de controle do BALANCETE (mesmo desenho do PROG033X)
       FD  CONTROLE-FILE.
       01  CONTROLE-REG.
           02 CTL-DATA PIC 9(08).
           02 CTL-TOTAL PIC S9(13)V9(02).
           02 CTL-QTD-HIST PIC 9(09).
           02 CTL-PROVA PIC X(01).
              88 CTL-PROVADO VALUE "P".
              88 CTL-LINHA-DE-BASE VALUE "B".
           02 CTL-QTD-INICIO PIC 9(09).

      * tabela de contas contabeis da Contabilidade: chave (DEP-VIST,
      * DEP-POUP, CH-ESPEC ou MOV- seguido do tipo do historico),
      * conta e descricao; sobrepoe o plano embutido
       FD  MAPA-FILE.
       01  MAPA-REG.
           02 MAP-CHAVE PIC X(08).
           02 MAP-CONTA PIC X(12).
           02 MAP-DESCRICAO PIC X(30).

       FD  LANCAMENTO-FILE.
       01  LANCAMENTO-REG PIC X(100).

       FD  RELATORIO-FILE.
       01  LINHA-RELATORIO PIC X(100).

       FD  EXCECOES-FILE.
           COPY EXCPREC.

       FD  DATAPROC-FILE.
           COPY DATPROC.

       WORKING-STORAGE SECTION.

       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTORICO-STATUS PIC X(02) VALUE "00".
       77 WS-CONTROLE-STATUS PIC X(02) VALUE "00".
       77 WS-MAPA-STATUS PIC X(02) VALUE "00".
       77 WS-LANCAMENTO-STATUS PIC X(02) VALUE "00".
       77 WS-RELATORIO-STATUS PIC X(02) VALUE "00".
       77 WS-EXCECOES-STATUS PIC X(02) VALUE "00".
       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
       77 WS-FIM-HISTORICO PIC X VALUE "N".
          88 FIM-HISTORICO VALUE "S".
       77 WS-FIM-MAPA PIC X VALUE "N".
          88 FIM-MAPA VALUE "S".
       77 WS-RECUSADA PIC X VALUE "N".
          88 EXTRACAO-RECUSADA VALUE "S".

       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO-RECUSA PIC X(40) VALUE SPACES.

      * faixa de registros do historico provada hoje
       77 WRK-QTD-INICIO PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-FIM PIC 9(09) VALUE ZEROS.
       77 WRK-SEQ-HIST PIC 9(09) VALUE ZEROS.

      * o movimento em tratamento
       77 WRK-CONTA-LIDA PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-CONTA PIC X(01) VALUE SPACES.
       77 WRK-CHAVE-PROCURA PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-CLIENTE PIC X(08) VALUE SPACES.
       77 WRK-CHAVE-CONTRA PIC X(08) VALUE SPACES.
       77 WRK-IX-CLIENTE PIC 9(02) VALUE ZEROS.
       77 WRK-IX-CHESP PIC 9(02) VALUE ZEROS.
       77 WRK-IX-CONTRA PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-ANTES PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-POS-ANTES PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-POS-APOS PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-NEG-ANTES PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-NEG-APOS PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-PARCELA-POSITIVA PIC S9(07)V9(02) VALUE ZEROS.
       77 WRK-PARCELA-NEGATIVA PIC S9(07)V9(02) VALUE ZEROS.

      * linha a acumular (ACUMULA-LINHA)
       77 WRK-LIN-DEBITO PIC X(12) VALUE SPACES.
       77 WRK-LIN-CREDITO PIC X(12) VALUE SPACES.
       77 WRK-LIN-CHAVE PIC X(08) VALUE SPACES.
       77 WRK-LIN-DESCRICAO PIC X(30) VALUE SPACES.
       77 WRK-LIN-VALOR PIC 9(07)V9(02) VALUE ZEROS.

       77 WRK-QTD-MOVIMENTOS PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-NAO-MAPEADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-CONTA PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-MOVIMENTOS PIC 9(15)V9(02) VALUE ZEROS.
       77 WRK-TOT-DEBITOS PIC 9(15)V9(02) VALUE ZEROS.
       77 WRK-TOT-CREDITOS PIC 9(15)V9(02) VALUE ZEROS.

       77 WRK-VALOR-EDITADO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WRK-DEB-EDITADO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WRK-CRED-EDITADO PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      * -- plano de contas embutido: chave, conta contabil e
      * descricao; CONTAGL.DAT sobrepoe conta e descricao por chave
       01 WS-CONTROLE-MAPA.
           02 WS-QTD-MAPA PIC 9(02) VALUE 21.
           02 WS-IX-MAPA PIC 9(02) VALUE ZEROS.
           02 WS-IX-MAPA-ACHADO PIC 9(02) VALUE ZEROS.
       01 WS-MAPA-INICIAL.
           02 FILLER.
              03 FILLER PIC X(08) VALUE "DEP-VIST".
              03 FILLER PIC X(12) VALUE "4.1.1.10.00".
              03 FILLER PIC X(30) VALUE "DEPOSITOS A VISTA".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "DEP-POUP".
              03 FILLER PIC X(12) VALUE "4.1.2.10.00".
              03 FILLER PIC X(30) VALUE "DEPOSITOS DE POUPANCA".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "CH-ESPEC".
              03 FILLER PIC X(12) VALUE "1.6.1.10.00".
              03 FILLER PIC X(30) VALUE
                 "ADIANTAMENTOS CHEQUE ESPECIAL".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-D".
              03 FILLER PIC X(12) VALUE "1.1.1.10.00".
              03 FILLER PIC X(30) VALUE "CAIXA - DEPOSITOS".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-S".
              03 FILLER PIC X(12) VALUE "1.1.1.10.00".
              03 FILLER PIC X(30) VALUE "CAIXA - SAQUES".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-T".
              03 FILLER PIC X(12) VALUE "7.1.7.10.00".
              03 FILLER PIC X(30) VALUE "RENDAS DE TARIFAS".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-J".
              03 FILLER PIC X(12) VALUE "8.1.1.10.00".
              03 FILLER PIC X(30) VALUE
                 "DESPESAS DE JUROS S/ DEPOSITOS".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-V".
              03 FILLER PIC X(12) VALUE "7.1.1.10.00".
              03 FILLER PIC X(30) VALUE "RENDAS DE CHEQUE ESPECIAL".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-E".
              03 FILLER PIC X(12) VALUE "4.9.9.10.00".
              03 FILLER PIC X(30) VALUE "TRANSFERENCIAS EM TRANSITO".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-C".
              03 FILLER PIC X(12) VALUE "4.9.9.10.00".
              03 FILLER PIC X(30) VALUE "TRANSFERENCIAS EM TRANSITO".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-X".
              03 FILLER PIC X(12) VALUE "4.9.9.90.00".
              03 FILLER PIC X(30) VALUE "ESTORNOS A CLASSIFICAR".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-Y".
              03 FILLER PIC X(12) VALUE "4.9.9.90.00".
              03 FILLER PIC X(30) VALUE "ESTORNOS A CLASSIFICAR".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-A".
              03 FILLER PIC X(12) VALUE "4.1.5.10.00".
              03 FILLER PIC X(30) VALUE "DEPOSITOS A PRAZO - CDB".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-R".
              03 FILLER PIC X(12) VALUE "4.1.5.10.00".
              03 FILLER PIC X(30) VALUE "DEPOSITOS A PRAZO - CDB".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-L".
              03 FILLER PIC X(12) VALUE "1.6.1.20.00".
              03 FILLER PIC X(30) VALUE "EMPRESTIMOS PESSOAIS".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-P".
              03 FILLER PIC X(12) VALUE "1.6.1.20.00".
              03 FILLER PIC X(30) VALUE "EMPRESTIMOS PESSOAIS".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-B".
              03 FILLER PIC X(12) VALUE "4.9.9.20.00".
              03 FILLER PIC X(30) VALUE "COBRANCA E ARRECADACAO".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-F".
              03 FILLER PIC X(12) VALUE "1.1.2.10.00".
              03 FILLER PIC X(30) VALUE "RESERVAS BANCARIAS - TED".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-G".
              03 FILLER PIC X(12) VALUE "1.1.2.10.00".
              03 FILLER PIC X(30) VALUE "RESERVAS BANCARIAS - TED".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-H".
              03 FILLER PIC X(12) VALUE "1.1.2.10.00".
              03 FILLER PIC X(30) VALUE "RESERVAS BANCARIAS - TED".
           02 FILLER.
              03 FILLER PIC X(08) VALUE "MOV-Q".
              03 FILLER PIC X(12) VALUE "4.9.9.30.00".
              03 FILLER PIC X(30) VALUE "COMPENSACAO DE CHEQUES".
       01 WS-TAB-MAPA REDEFINES WS-MAPA-INICIAL.
           02 WS-MAPA OCCURS 21 TIMES.
              03 WS-MAPA-CHAVE PIC X(08).
              03 WS-MAPA-CONTA PIC X(12).
              03 WS-MAPA-DESCRICAO PIC X(30).

      * -- linhas do dia: uma por par de contas e chave
       01 WS-CONTROLE-LINHAS.
           02 WS-QTD-LIN PIC 9(03) VALUE ZEROS.
           02 WS-MAX-LIN PIC 9(03) VALUE 200.
           02 WS-IX-LIN PIC 9(03) VALUE ZEROS.
           02 WS-IX-LIN-ACHADO PIC 9(03) VALUE ZEROS.
       01 WS-TAB-LINHAS.
           02 WS-LIN OCCURS 200 TIMES.
              03 WS-LIN-DEBITO PIC X(12).
              03 WS-LIN-CREDITO PIC X(12).
              03 WS-LIN-CHAVE PIC X(08).
              03 WS-LIN-DESCRICAO PIC X(30).
              03 WS-LIN-VALOR PIC 9(13)V9(02).
              03 WS-LIN-QTD PIC 9(07).

      * -- resumo por conta contabil (conferencia)
       01 WS-CONTROLE-RESUMO.
           02 WS-QTD-RES PIC 9(02) VALUE ZEROS.
           02 WS-MAX-RES PIC 9(02) VALUE 50.
           02 WS-IX-RES PIC 9(02) VALUE ZEROS.
           02 WS-IX-RES-ACHADO PIC 9(02) VALUE ZEROS.
           02 WRK-RES-CONTA PIC X(12) VALUE SPACES.
       01 WS-TAB-RESUMO.
           02 WS-RES OCCURS 50 TIMES.
              03 WS-RES-CONTA PIC X(12).
              03 WS-RES-DEBITOS PIC 9(15)V9(02).
              03 WS-RES-CREDITOS PIC 9(15)V9(02).

      * -- os formatos do arquivo para a contabilidade
       01 WS-AREA-LANCAMENTO.
           02 WS-LANCAMENTO PIC X(100).
           02 WS-CTB-HEADER REDEFINES WS-LANCAMENTO.
              03 CTB-HDR-TIPO PIC X(01).
              03 CTB-HDR-DATA PIC 9(08).
              03 CTB-HDR-SISTEMA PIC X(08).
              03 CTB-HDR-QTD-INICIO PIC 9(09).
              03 CTB-HDR-QTD-FIM PIC 9(09).
              03 FILLER PIC X(65).
           02 WS-CTB-LINHA REDEFINES WS-LANCAMENTO.
              03 CTB-LIN-TIPO PIC X(01).
              03 CTB-LIN-SEQ PIC 9(05).
              03 CTB-LIN-DATA PIC 9(08).
              03 CTB-LIN-DEBITO PIC X(12).
              03 CTB-LIN-CREDITO PIC X(12).
              03 CTB-LIN-VALOR PIC 9(13)V9(02).
              03 CTB-LIN-QTD PIC 9(07).
              03 CTB-LIN-CHAVE PIC X(08).
              03 CTB-LIN-HISTORICO PIC X(30).
              03 FILLER PIC X(02).
           02 WS-CTB-TRAILER REDEFINES WS-LANCAMENTO.
              03 CTB-TRL-TIPO PIC X(01).
              03 CTB-TRL-QTD-LINHAS PIC 9(05).
              03 CTB-TRL-QTD-MOVIMENTOS PIC 9(09).
              03 CTB-TRL-TOTAL-DEBITOS PIC 9(15)V9(02).
              03 CTB-TRL-TOTAL-CREDITOS PIC 9(15)V9(02).
              03 FILLER PIC X(51).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           PERFORM LE-DATA-PROCESSAMENTO

           OPEN EXTEND EXCECOES-FILE
           IF WS-EXCECOES-STATUS NOT = "00"
               OPEN OUTPUT EXCECOES-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE
           PERFORM EMITE-CABECALHO

           PERFORM VERIFICA-PROVA
           IF NOT EXTRACAO-RECUSADA
               PERFORM CARREGA-MAPA
               OPEN INPUT CONTAS-FILE
               IF WS-CONTAS-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR CONTAS.DAT: "
                           WS-CONTAS-STATUS
                   MOVE 12 TO RETURN-CODE
                   CLOSE RELATORIO-FILE
                   CLOSE EXCECOES-FILE
                   GOBACK
               END-IF
               PERFORM LE-MOVIMENTOS-DA-PROVA
               CLOSE CONTAS-FILE
           END-IF
           IF NOT EXTRACAO-RECUSADA
               PERFORM CONFERE-TOTAIS
           END-IF

           IF EXTRACAO-RECUSADA
               PERFORM RECUSA-EXTRACAO
           ELSE
               PERFORM GRAVA-EXTRACAO
               PERFORM EMITE-CONFERENCIA
           END-IF

           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE
           IF HOUVE-EXCECAO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       EMITE-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "EXTRACAO CONTABIL DIARIA - " WRK-DATA-RELATORIO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * So se extrai o que o BALANCETE provou HOJE: controle da data
      * de negocio com o veredicto "P". A faixa do dia vai do inicio
      * gravado (exclusive) a contagem provada.
      * ---------------------------------------------------------------
       VERIFICA-PROVA.
           OPEN INPUT CONTROLE-FILE
           IF WS-CONTROLE-STATUS NOT = "00"
               MOVE "BALANCETE SEM POSICAO DE CONTROLE"
                   TO WRK-MOTIVO-RECUSA
               MOVE "S" TO WS-RECUSADA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CONTROLE-REG
           READ CONTROLE-FILE
               AT END
                   MOVE SPACES TO CONTROLE-REG
           END-READ
           CLOSE CONTROLE-FILE

           EVALUATE TRUE
               WHEN CTL-DATA IS NOT NUMERIC OR
                    CTL-QTD-HIST IS NOT NUMERIC OR
                    CTL-QTD-INICIO IS NOT NUMERIC
                   MOVE "BALANCETE SEM POSICAO DE CONTROLE"
                       TO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
               WHEN CTL-DATA NOT = WRK-DATA-RELATORIO
                   MOVE SPACES TO WRK-MOTIVO-RECUSA
                   STRING "BALANCETE NAO PROVOU O DIA (ULTIMO "
                          CTL-DATA ")"
                          DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
               WHEN NOT CTL-PROVADO
                   MOVE "BALANCETE SO ESTABELECEU LINHA DE BASE"
                       TO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
               WHEN CTL-QTD-INICIO > CTL-QTD-HIST
                   MOVE "FAIXA DO CONTROLE DO BALANCETE INVALIDA"
                       TO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
               WHEN OTHER
                   MOVE CTL-QTD-INICIO TO WRK-QTD-INICIO
                   MOVE CTL-QTD-HIST TO WRK-QTD-FIM
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Tabela de contas da Contabilidade sobre o plano embutido.
      * Chave que o programa nao conhece vai para o log e e ignorada.
      * ---------------------------------------------------------------
       CARREGA-MAPA.
           OPEN INPUT MAPA-FILE
           IF WS-MAPA-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-MAPA
           PERFORM UNTIL FIM-MAPA
               READ MAPA-FILE
                   AT END
                       MOVE "S" TO WS-FIM-MAPA
                   NOT AT END
                       PERFORM APLICA-MAPA
               END-READ
           END-PERFORM
           CLOSE MAPA-FILE.

       APLICA-MAPA.
           IF MAP-CHAVE = SPACES OR MAP-CONTA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE (MAP-CHAVE) TO WRK-CHAVE-PROCURA
           PERFORM PROCURA-CHAVE-MAPA
           IF WS-IX-MAPA-ACHADO = ZEROS
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "CONTAGL.DAT: CHAVE DESCONHECIDA "
                      WRK-CHAVE-PROCURA
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               EXIT PARAGRAPH
           END-IF
           MOVE MAP-CONTA TO WS-MAPA-CONTA (WS-IX-MAPA-ACHADO)
           IF MAP-DESCRICAO NOT = SPACES
               MOVE MAP-DESCRICAO
                   TO WS-MAPA-DESCRICAO (WS-IX-MAPA-ACHADO)
           END-IF.

       PROCURA-CHAVE-MAPA.
           MOVE ZEROS TO WS-IX-MAPA-ACHADO
           PERFORM VARYING WS-IX-MAPA FROM 1 BY 1
                   UNTIL WS-IX-MAPA > WS-QTD-MAPA
               IF WS-MAPA-CHAVE (WS-IX-MAPA) = WRK-CHAVE-PROCURA
                   MOVE WS-IX-MAPA TO WS-IX-MAPA-ACHADO
               END-IF
           END-PERFORM.

      * ---------------------------------------------------------------
      * Le o historico contando registros e trata a faixa provada:
      * do registro seguinte ao inicio ate a contagem do BALANCETE.
      * ---------------------------------------------------------------
       LE-MOVIMENTOS-DA-PROVA.
           MOVE ZEROS TO WRK-SEQ-HIST
           MOVE ZEROS TO WRK-CONTA-LIDA
           OPEN INPUT HISTORICO-FILE
           IF WS-HISTORICO-STATUS NOT = "00"
               IF WRK-QTD-FIM > ZEROS
                   MOVE "HISTORIC.DAT AUSENTE" TO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FIM-HISTORICO
           PERFORM UNTIL FIM-HISTORICO
               READ HISTORICO-FILE
                   AT END
                       MOVE "S" TO WS-FIM-HISTORICO
                   NOT AT END
                       ADD 1 TO WRK-SEQ-HIST
                       IF WRK-SEQ-HIST > WRK-QTD-FIM
                           MOVE "S" TO WS-FIM-HISTORICO
                       ELSE
                           IF WRK-SEQ-HIST > WRK-QTD-INICIO
                               PERFORM CONTABILIZA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORICO-FILE
           IF WRK-SEQ-HIST < WRK-QTD-FIM
               MOVE "HISTORICO MENOR QUE A CONTAGEM PROVADA"
                   TO WRK-MOTIVO-RECUSA
               MOVE "S" TO WS-RECUSADA
           END-IF.

      * ---------------------------------------------------------------
      * Um movimento: lado do cliente pelo produto da conta e pelo
      * sinal do saldo antes e depois; contrapartida pelo tipo (no
      * estorno, pelo tipo do lancamento estornado).
      * ---------------------------------------------------------------
       CONTABILIZA-MOVIMENTO.
           ADD 1 TO WRK-QTD-MOVIMENTOS
           ADD HIST-VALOR TO WRK-TOT-MOVIMENTOS
           PERFORM OBTEM-PRODUTO-DA-CONTA

           IF WRK-TIPO-CONTA = "P"
               MOVE "DEP-POUP" TO WRK-CHAVE-PROCURA
           ELSE
               MOVE "DEP-VIST" TO WRK-CHAVE-PROCURA
           END-IF
           PERFORM PROCURA-CHAVE-MAPA
           MOVE WS-IX-MAPA-ACHADO TO WRK-IX-CLIENTE
           MOVE "CH-ESPEC" TO WRK-CHAVE-PROCURA
           PERFORM PROCURA-CHAVE-MAPA
           MOVE WS-IX-MAPA-ACHADO TO WRK-IX-CHESP

           MOVE SPACES TO WRK-CHAVE-CONTRA
           IF (HIST-ESTORNO-DEB OR HIST-ESTORNO-CRED) AND
              HIST-EST-TIPO NOT = SPACES AND
              HIST-EST-TIPO NOT = "X" AND HIST-EST-TIPO NOT = "Y"
               STRING "MOV-" HIST-EST-TIPO
                      DELIMITED BY SIZE INTO WRK-CHAVE-CONTRA
               MOVE WRK-CHAVE-CONTRA TO WRK-CHAVE-PROCURA
               PERFORM PROCURA-CHAVE-MAPA
               IF WS-IX-MAPA-ACHADO = ZEROS
                   MOVE SPACES TO WRK-CHAVE-CONTRA
               END-IF
           END-IF
           IF WRK-CHAVE-CONTRA = SPACES
               STRING "MOV-" HIST-TIPO
                      DELIMITED BY SIZE INTO WRK-CHAVE-CONTRA
           END-IF
           MOVE WRK-CHAVE-CONTRA TO WRK-CHAVE-PROCURA
           PERFORM PROCURA-CHAVE-MAPA
           MOVE WS-IX-MAPA-ACHADO TO WRK-IX-CONTRA
           IF WRK-IX-CONTRA = ZEROS OR
              (NOT HIST-CREDITO AND NOT HIST-DEBITO)
               ADD 1 TO WRK-QTD-NAO-MAPEADOS
               MOVE SPACES TO WS-MSG-EXCECAO
               STRING "TIPO SEM CONTA CONTABIL: " HIST-TIPO
                      " CONTA " HIST-CONTA
                      DELIMITED BY SIZE INTO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               EXIT PARAGRAPH
           END-IF

           PERFORM DIVIDE-PELO-SALDO

           MOVE WRK-CHAVE-CONTRA TO WRK-LIN-CHAVE
           MOVE WS-MAPA-DESCRICAO (WRK-IX-CONTRA) TO WRK-LIN-DESCRICAO
           IF HIST-DEBITO
      * o cliente paga: baixa o deposito e/ou aumenta o adiantamento
               MOVE WS-MAPA-CONTA (WRK-IX-CONTRA) TO WRK-LIN-CREDITO
               IF WRK-PARCELA-POSITIVA > ZEROS
                   MOVE WS-MAPA-CONTA (WRK-IX-CLIENTE)
                       TO WRK-LIN-DEBITO
                   MOVE WRK-PARCELA-POSITIVA TO WRK-LIN-VALOR
                   PERFORM ACUMULA-LINHA
               END-IF
               IF WRK-PARCELA-NEGATIVA > ZEROS
                   MOVE WS-MAPA-CONTA (WRK-IX-CHESP) TO WRK-LIN-DEBITO
                   MOVE WRK-PARCELA-NEGATIVA TO WRK-LIN-VALOR
                   PERFORM ACUMULA-LINHA
               END-IF
           ELSE
      * o cliente recebe: cobre o adiantamento e/ou aumenta o deposito
               MOVE WS-MAPA-CONTA (WRK-IX-CONTRA) TO WRK-LIN-DEBITO
               IF WRK-PARCELA-POSITIVA > ZEROS
                   MOVE WS-MAPA-CONTA (WRK-IX-CLIENTE)
                       TO WRK-LIN-CREDITO
                   MOVE WRK-PARCELA-POSITIVA TO WRK-LIN-VALOR
                   PERFORM ACUMULA-LINHA
               END-IF
               IF WRK-PARCELA-NEGATIVA > ZEROS
                   MOVE WS-MAPA-CONTA (WRK-IX-CHESP)
                       TO WRK-LIN-CREDITO
                   MOVE WRK-PARCELA-NEGATIVA TO WRK-LIN-VALOR
                   PERFORM ACUMULA-LINHA
               END-IF
           END-IF.

      * produto da conta, com a ultima lida guardada (o historico vem
      * agrupado por lote); conta fora do master conta como corrente
       OBTEM-PRODUTO-DA-CONTA.
           IF HIST-CONTA = WRK-CONTA-LIDA
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-CONTA TO WRK-CONTA-LIDA
           MOVE HIST-CONTA TO CONTA-NUMERO
           READ CONTAS-FILE
               INVALID KEY
                   MOVE "C" TO WRK-TIPO-CONTA
                   ADD 1 TO WRK-QTD-SEM-CONTA
                   MOVE SPACES TO WS-MSG-EXCECAO
                   STRING "MOVIMENTO DE CONTA FORA DO MASTER "
                          HIST-CONTA
                          DELIMITED BY SIZE INTO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   EXIT PARAGRAPH
           END-READ
           MOVE CONTA-TIPO TO WRK-TIPO-CONTA.

      * ---------------------------------------------------------------
      * Parte do movimento acima de zero (deposito) e abaixo de zero
      * (cheque especial), pelo saldo antes e depois dele. Sem saldo
      * apos valido, tudo vai para o deposito.
      * ---------------------------------------------------------------
       DIVIDE-PELO-SALDO.
           IF HIST-SALDO-APOS IS NOT NUMERIC
               MOVE HIST-VALOR TO WRK-PARCELA-POSITIVA
               MOVE ZEROS TO WRK-PARCELA-NEGATIVA
               EXIT PARAGRAPH
           END-IF
           IF HIST-CREDITO
               COMPUTE WRK-SALDO-ANTES = HIST-SALDO-APOS - HIST-VALOR
           ELSE
               COMPUTE WRK-SALDO-ANTES = HIST-SALDO-APOS + HIST-VALOR
           END-IF
           MOVE ZEROS TO WRK-POS-ANTES WRK-NEG-ANTES
           MOVE ZEROS TO WRK-POS-APOS WRK-NEG-APOS
           IF WRK-SALDO-ANTES > ZEROS
               MOVE WRK-SALDO-ANTES TO WRK-POS-ANTES
           ELSE
               COMPUTE WRK-NEG-ANTES = ZEROS - WRK-SALDO-ANTES
           END-IF
           IF HIST-SALDO-APOS > ZEROS
               MOVE HIST-SALDO-APOS TO WRK-POS-APOS
           ELSE
               COMPUTE WRK-NEG-APOS = ZEROS - HIST-SALDO-APOS
           END-IF
           IF HIST-CREDITO
               COMPUTE WRK-PARCELA-POSITIVA =
                   WRK-POS-APOS - WRK-POS-ANTES
               COMPUTE WRK-PARCELA-NEGATIVA =
                   WRK-NEG-ANTES - WRK-NEG-APOS
           ELSE
               COMPUTE WRK-PARCELA-POSITIVA =
                   WRK-POS-ANTES - WRK-POS-APOS
               COMPUTE WRK-PARCELA-NEGATIVA =
                   WRK-NEG-APOS - WRK-NEG-ANTES
           END-IF.

       ACUMULA-LINHA.
           MOVE ZEROS TO WS-IX-LIN-ACHADO
           PERFORM VARYING WS-IX-LIN FROM 1 BY 1
                   UNTIL WS-IX-LIN > WS-QTD-LIN
               IF WS-LIN-DEBITO (WS-IX-LIN) = WRK-LIN-DEBITO AND
                  WS-LIN-CREDITO (WS-IX-LIN) = WRK-LIN-CREDITO AND
                  WS-LIN-CHAVE (WS-IX-LIN) = WRK-LIN-CHAVE
                   MOVE WS-IX-LIN TO WS-IX-LIN-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-LIN-ACHADO = ZEROS
               IF WS-QTD-LIN >= WS-MAX-LIN
                   MOVE "TABELA DE LINHAS CONTABEIS CHEIA"
                       TO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QTD-LIN
               MOVE WS-QTD-LIN TO WS-IX-LIN-ACHADO
               MOVE WRK-LIN-DEBITO TO WS-LIN-DEBITO (WS-IX-LIN-ACHADO)
               MOVE WRK-LIN-CREDITO
                   TO WS-LIN-CREDITO (WS-IX-LIN-ACHADO)
               MOVE WRK-LIN-CHAVE TO WS-LIN-CHAVE (WS-IX-LIN-ACHADO)
               MOVE WRK-LIN-DESCRICAO
                   TO WS-LIN-DESCRICAO (WS-IX-LIN-ACHADO)
               MOVE ZEROS TO WS-LIN-VALOR (WS-IX-LIN-ACHADO)
               MOVE ZEROS TO WS-LIN-QTD (WS-IX-LIN-ACHADO)
           END-IF
           ADD WRK-LIN-VALOR TO WS-LIN-VALOR (WS-IX-LIN-ACHADO)
           ADD 1 TO WS-LIN-QTD (WS-IX-LIN-ACHADO).

      * ---------------------------------------------------------------
      * Debitos = creditos = soma dos movimentos da faixa; tipo sem
      * conta contabil deixa a extracao incompleta.
      * ---------------------------------------------------------------
       CONFERE-TOTAIS.
           MOVE ZEROS TO WRK-TOT-DEBITOS
           MOVE ZEROS TO WRK-TOT-CREDITOS
           MOVE ZEROS TO WS-QTD-RES
           PERFORM VARYING WS-IX-LIN FROM 1 BY 1
                   UNTIL WS-IX-LIN > WS-QTD-LIN
               ADD WS-LIN-VALOR (WS-IX-LIN) TO WRK-TOT-DEBITOS
               MOVE WS-LIN-DEBITO (WS-IX-LIN) TO WRK-RES-CONTA
               PERFORM PROCURA-RESUMO
               IF WS-IX-RES-ACHADO > ZEROS
                   ADD WS-LIN-VALOR (WS-IX-LIN)
                       TO WS-RES-DEBITOS (WS-IX-RES-ACHADO)
               END-IF
               ADD WS-LIN-VALOR (WS-IX-LIN) TO WRK-TOT-CREDITOS
               MOVE WS-LIN-CREDITO (WS-IX-LIN) TO WRK-RES-CONTA
               PERFORM PROCURA-RESUMO
               IF WS-IX-RES-ACHADO > ZEROS
                   ADD WS-LIN-VALOR (WS-IX-LIN)
                       TO WS-RES-CREDITOS (WS-IX-RES-ACHADO)
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WRK-QTD-NAO-MAPEADOS > ZEROS
                   MOVE SPACES TO WRK-MOTIVO-RECUSA
                   STRING WRK-QTD-NAO-MAPEADOS
                          " MOVIMENTO(S) SEM CONTA CONTABIL"
                          DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
               WHEN WRK-TOT-DEBITOS NOT = WRK-TOT-CREDITOS OR
                    WRK-TOT-DEBITOS NOT = WRK-TOT-MOVIMENTOS
                   MOVE "DEBITOS, CREDITOS E MOVIMENTOS DIFEREM"
                       TO WRK-MOTIVO-RECUSA
                   MOVE "S" TO WS-RECUSADA
           END-EVALUATE.

       PROCURA-RESUMO.
           MOVE ZEROS TO WS-IX-RES-ACHADO
           PERFORM VARYING WS-IX-RES FROM 1 BY 1
                   UNTIL WS-IX-RES > WS-QTD-RES
               IF WS-RES-CONTA (WS-IX-RES) = WRK-RES-CONTA
                   MOVE WS-IX-RES TO WS-IX-RES-ACHADO
               END-IF
           END-PERFORM
           IF WS-IX-RES-ACHADO = ZEROS AND WS-QTD-RES < WS-MAX-RES
               ADD 1 TO WS-QTD-RES
               MOVE WS-QTD-RES TO WS-IX-RES-ACHADO
               MOVE WRK-RES-CONTA TO WS-RES-CONTA (WS-IX-RES-ACHADO)
               MOVE ZEROS TO WS-RES-DEBITOS (WS-IX-RES-ACHADO)
               MOVE ZEROS TO WS-RES-CREDITOS (WS-IX-RES-ACHADO)
           END-IF.

      * ---------------------------------------------------------------
      * Header, uma linha por par de contas e chave, trailer com os
      * totais de debito e de credito.
      * ---------------------------------------------------------------
       GRAVA-EXTRACAO.
           OPEN OUTPUT LANCAMENTO-FILE
           IF WS-LANCAMENTO-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR LANCTB.DAT: "
                       WS-LANCAMENTO-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LANCAMENTO
           MOVE "0" TO CTB-HDR-TIPO
           MOVE WRK-DATA-RELATORIO TO CTB-HDR-DATA
           MOVE "CONTABIL" TO CTB-HDR-SISTEMA
           MOVE WRK-QTD-INICIO TO CTB-HDR-QTD-INICIO
           MOVE WRK-QTD-FIM TO CTB-HDR-QTD-FIM
           MOVE WS-LANCAMENTO TO LANCAMENTO-REG
           WRITE LANCAMENTO-REG

           PERFORM VARYING WS-IX-LIN FROM 1 BY 1
                   UNTIL WS-IX-LIN > WS-QTD-LIN
               MOVE SPACES TO WS-LANCAMENTO
               MOVE "1" TO CTB-LIN-TIPO
               MOVE WS-IX-LIN TO CTB-LIN-SEQ
               MOVE WRK-DATA-RELATORIO TO CTB-LIN-DATA
               MOVE WS-LIN-DEBITO (WS-IX-LIN) TO CTB-LIN-DEBITO
               MOVE WS-LIN-CREDITO (WS-IX-LIN) TO CTB-LIN-CREDITO
               MOVE WS-LIN-VALOR (WS-IX-LIN) TO CTB-LIN-VALOR
               MOVE WS-LIN-QTD (WS-IX-LIN) TO CTB-LIN-QTD
               MOVE WS-LIN-CHAVE (WS-IX-LIN) TO CTB-LIN-CHAVE
               MOVE WS-LIN-DESCRICAO (WS-IX-LIN) TO CTB-LIN-HISTORICO
               MOVE WS-LANCAMENTO TO LANCAMENTO-REG
               WRITE LANCAMENTO-REG
           END-PERFORM

           MOVE SPACES TO WS-LANCAMENTO
           MOVE "9" TO CTB-TRL-TIPO
           MOVE WS-QTD-LIN TO CTB-TRL-QTD-LINHAS
           MOVE WRK-QTD-MOVIMENTOS TO CTB-TRL-QTD-MOVIMENTOS
           MOVE WRK-TOT-DEBITOS TO CTB-TRL-TOTAL-DEBITOS
           MOVE WRK-TOT-CREDITOS TO CTB-TRL-TOTAL-CREDITOS
           MOVE WS-LANCAMENTO TO LANCAMENTO-REG
           WRITE LANCAMENTO-REG
           IF WS-LANCAMENTO-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO LANCTB.DAT: "
                       WS-LANCAMENTO-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           CLOSE LANCAMENTO-FILE.

      * ---------------------------------------------------------------
      * Recusa: LANCTB.DAT vazio (a contabilidade nao carrega o de
      * ontem por engano) e o motivo no relatorio e no log.
      * ---------------------------------------------------------------
       RECUSA-EXTRACAO.
           OPEN OUTPUT LANCAMENTO-FILE
           CLOSE LANCAMENTO-FILE
           MOVE SPACES TO LINHA-RELATORIO
           STRING "*** EXTRACAO RECUSADA: " WRK-MOTIVO-RECUSA " ***"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           DISPLAY "EXTRACAO CONTABIL RECUSADA: " WRK-MOTIVO-RECUSA
           MOVE WRK-MOTIVO-RECUSA TO WS-MSG-EXCECAO
           PERFORM REGISTRA-EXCECAO
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       EMITE-CONFERENCIA.
           MOVE SPACES TO LINHA-RELATORIO
           STRING "REGISTROS DO HISTORICO " WRK-QTD-INICIO " (EXCL.) A "
                  WRK-QTD-FIM " - MOVIMENTOS: " WRK-QTD-MOVIMENTOS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SEQ   DEBITO       CREDITO      CHAVE   "
                  "             VALOR    QTD HISTORICO"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING WS-IX-LIN FROM 1 BY 1
                   UNTIL WS-IX-LIN > WS-QTD-LIN
               MOVE WS-LIN-VALOR (WS-IX-LIN) TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING WS-IX-LIN "   " WS-LIN-DEBITO (WS-IX-LIN) " "
                      WS-LIN-CREDITO (WS-IX-LIN) " "
                      WS-LIN-CHAVE (WS-IX-LIN) " "
                      WRK-VALOR-EDITADO " " WS-LIN-QTD (WS-IX-LIN) " "
                      WS-LIN-DESCRICAO (WS-IX-LIN)
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTA CONTABIL                 DEBITOS"
                  "              CREDITOS"
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING WS-IX-RES FROM 1 BY 1
                   UNTIL WS-IX-RES > WS-QTD-RES
               MOVE WS-RES-DEBITOS (WS-IX-RES) TO WRK-DEB-EDITADO
               MOVE WS-RES-CREDITOS (WS-IX-RES) TO WRK-CRED-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING WS-RES-CONTA (WS-IX-RES) "  "
                      WRK-DEB-EDITADO "  " WRK-CRED-EDITADO
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM

           MOVE WRK-TOT-DEBITOS TO WRK-DEB-EDITADO
           MOVE WRK-TOT-CREDITOS TO WRK-CRED-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL         " "  " WRK-DEB-EDITADO "  "
                  WRK-CRED-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           IF WRK-QTD-SEM-CONTA > ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "MOVIMENTOS DE CONTA FORA DO MASTER (COMO "
                      "CORRENTE): " WRK-QTD-SEM-CONTA
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF
           MOVE "EXTRACAO GERADA: DEBITOS = CREDITOS = MOVIMENTOS"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
      * Grava a ocorrencia no log datado de excecoes, mesmo padrao dos
      * demais programas batch.
      * ---------------------------------------------------------------
       REGISTRA-EXCECAO.
           MOVE "S" TO WS-HOUVE-EXCECAO
           MOVE WRK-DATA-RELATORIO TO EXC-DATA
           ACCEPT EXC-HORA FROM TIME
           MOVE "CONTABIL" TO EXC-PROGRAMA
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

       END PROGRAM CONTABIL.
