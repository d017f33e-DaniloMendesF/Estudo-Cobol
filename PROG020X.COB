           02 BKP-TIPO PIC X(01).
              88 BKP-DETALHE VALUE "D".
              88 BKP-TRAILER VALUE "T".
           02 BKP-DADOS PIC X(300).
       01  BACKUP-TRAILER REDEFINES BACKUP-REG.
           02 FILLER PIC X(01).
           02 BKP-QTD PIC 9(09).
