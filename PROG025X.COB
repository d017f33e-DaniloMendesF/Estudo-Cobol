      * Tectonics: cobc
      ******************************************************************
      * One-time migration unload of the account master: reads a
      * CONTAS.DAT built BEFORE the branch code existed (the layout
      * with the overdraft limit and the product, already migrated
      * once from the original one) -- this is the only program in
      * the suite that still declares the old, shorter CONTA record,
      * so it is the only one able to open the old master (every
      * other program would get file status 39, fixed file attribute
      * conflict). Writes CTABKP.DAT in the CLIBKP "D"+trailer
      * convention, already in the CURRENT CONTAREC.cpy layout with
      * the new field defaulted (every account lands in the head
      * office, agencia 0001, until TRFAGE moves the portfolios), so
      * CONTREST can rebuild the master.
      * The account images kept in the approval queue and the audit
      * trail grow with the record, so decide the pending approvals
      * (APROVA01) before the cutover.
      * Cutover:
      *   1. CONTMIG  (old master -> CTABKP.DAT)
      *   2. CONTREST (CTABKP.DAT -> new master, count verified)
       DATA DIVISION.
       FILE SECTION.

      * layout ANTIGO do master de contas (sem a agencia), declarado
      * inline de proposito: e o unico jeito de abrir o arquivo
      * gravado antes da mudanca de CONTAREC.cpy.
       FD  CONTAS-FILE.
       01  CONTA-ANTIGA.
           02 CTA-ANT-NUMERO PIC 9(08).
           02 CTA-ANT-DT-ABERTURA PIC 9(08).
           02 CTA-ANT-STATUS PIC X(01).
           02 CTA-ANT-SALDO PIC S9(07)V9(02).
           02 CTA-ANT-LIMITE-CREDITO PIC 9(07)V9(02).
           02 CTA-ANT-TIPO PIC X(01).

       FD  BACKUP-FILE.
       01  BACKUP-REG.
           02 BKP-TIPO PIC X(01).
              88 BKP-DETALHE VALUE "D".
              88 BKP-TRAILER VALUE "T".
           02 BKP-DADOS PIC X(51).
       01  BACKUP-TRAILER REDEFINES BACKUP-REG.
           02 FILLER PIC X(01).
           02 BKP-QTD PIC 9(09).
           02 FILLER PIC X(42).

       WORKING-STORAGE SECTION.

           MOVE CTA-ANT-DT-ABERTURA TO CONTA-DT-ABERTURA
           MOVE CTA-ANT-STATUS TO CONTA-STATUS
           MOVE CTA-ANT-SALDO TO CONTA-SALDO
           MOVE CTA-ANT-LIMITE-CREDITO TO CONTA-LIMITE-CREDITO
           MOVE CTA-ANT-TIPO TO CONTA-TIPO
      * conta migrada entra na sede; a carteira de cada agencia e
      * levada depois pela transferencia supervisionada (TRFAGE)
           MOVE 0001 TO CONTA-AGENCIA

           MOVE SPACES TO BACKUP-REG
           MOVE "D" TO BKP-TIPO
