      * ATENCAO: regrava CLIENTES.DAT por completo -- rode somente
      * quando o master atual estiver danificado ou na migracao de
      * layout de indice.
      * A backup written before the customer record grew (shorter
      * lines) reloads with the added fields in spaces, which is how
      * the 222 -> 300 byte cutover of CLIREC.cpy is done.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIREST.
           02 BKP-TIPO PIC X(01).
              88 BKP-DETALHE VALUE "D".
              88 BKP-TRAILER VALUE "T".
           02 BKP-DADOS PIC X(300).
       01  BACKUP-TRAILER REDEFINES BACKUP-REG.
           02 FILLER PIC X(01).
           02 BKP-QTD PIC 9(09).
