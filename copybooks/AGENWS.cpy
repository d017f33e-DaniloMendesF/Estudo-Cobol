      ******************************************************************
      * Copybook: AGENWS
      * Purpose : WORKING-STORAGE for the shared branch grouping
      *           (AGENPD.cpy): the distinct branches (CONTA-AGENCIA)
      *           found in the account master, kept in ascending
      *           order with the number of accounts and the balance
      *           total of each, so a report can run one pass per
      *           branch with its own page header and subtotal.
      *           COPY this in the WORKING-STORAGE SECTION of any
      *           program that PERFORMs CARREGA-AGENCIAS /
      *           ANOTA-AGENCIA / REPOSICIONA-CONTAS.
      *           The consuming program must also provide:
      *             - FD CONTAS-FILE with COPY CONTAREC, opened with
      *               SEQUENTIAL or DYNAMIC access
      ******************************************************************
       01 WS-CONTROLE-AGENCIAS.
           02 WS-QTD-AGENCIAS PIC 9(03) VALUE ZEROS.
           02 WS-MAX-AGENCIAS PIC 9(03) VALUE 200.
           02 WS-IX-AGE PIC 9(03) VALUE ZEROS.
           02 WS-IX-AGE-CORRENTE PIC 9(03) VALUE ZEROS.
           02 WS-AGE-POSICAO PIC 9(03) VALUE ZEROS.
           02 WS-AGE-ACHADA PIC 9(03) VALUE ZEROS.
           02 WS-AGENCIA-PROCURA PIC 9(04) VALUE ZEROS.
           02 WS-AGENCIA-CORRENTE PIC 9(04) VALUE ZEROS.
           02 WS-FIM-AGE PIC X VALUE "N".
              88 FIM-CONTAS-AGENCIA VALUE "S".
           02 WS-AGE-ESTOURO PIC X VALUE "N".
              88 AGENCIAS-ESTOURO VALUE "S".
       01 WS-TAB-AGENCIAS.
           02 WS-TAB-AGE OCCURS 200 TIMES.
              03 WS-AGE-CODIGO PIC 9(04).
              03 WS-AGE-QTD-CONTAS PIC 9(07).
              03 WS-AGE-SALDO PIC S9(13)V9(02).
