      * it is the only one able to open the old master (every other
      * program would get file status 39, fixed file attribute
      * conflict). Writes the same CLIBKP.DAT "D"+trailer format as
      * CLIBKP, already in the CURRENT 300-byte CLIREC.cpy layout:
      * the old address text goes into END-LOGRADOURO whole, and the
      * remaining address/contact fields start empty for the branches
      * to complete (VALIDA-ENDERECO will hold new maintenance to the
           02 BKP-TIPO PIC X(01).
              88 BKP-DETALHE VALUE "D".
              88 BKP-TRAILER VALUE "T".
           02 BKP-DADOS PIC X(300).
       01  BACKUP-TRAILER REDEFINES BACKUP-REG.
           02 FILLER PIC X(01).
           02 BKP-QTD PIC 9(09).
           GOBACK.

       COPIA-CLIENTE.
           MOVE SPACES TO CLIENTE
           MOVE CLI-ANT-NOME TO NOME
           MOVE CLI-ANT-RG TO RG
           MOVE CLI-ANT-UF-RG TO UF-RG
