      * Tectonics: cobc
      ******************************************************************
      * Account-master reload: rebuilds the CONTAS indexed file from
      * the sequential backup CTABKP.DAT written by CONTMIG (layout
      * migration) or by the nightly CONTBKP, verifying the trailer
      * record count against what was actually reloaded, same
      * convention as CLIREST. Refuses a backup without trailer
      * (likely truncated) and ends with RC=12 on any count mismatch,
      * so a bad restore never passes silently. The master comes
      * back as it was AT THE BACKUP; to bring it up to the moment
      * of a failure, run CONTFWD instead, which reloads the same
      * backup and replays the history and the audit trail beyond
      * the backup point carried in the CONTBKP trailer.
      * ATENCAO: regrava CONTAS.DAT por completo -- rode somente na
      * migracao de layout ou com o master atual danificado.
      ******************************************************************
           02 BKP-TIPO PIC X(01).
              88 BKP-DETALHE VALUE "D".
              88 BKP-TRAILER VALUE "T".
           02 BKP-DADOS PIC X(51).
      * o ponto de recuperacao que o CONTBKP grava depois da contagem
      * so interessa ao CONTFWD
       01  BACKUP-TRAILER REDEFINES BACKUP-REG.
           02 FILLER PIC X(01).
           02 BKP-QTD PIC 9(09).
           02 FILLER PIC X(42).

       WORKING-STORAGE SECTION.

