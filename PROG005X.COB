      * counts by GENERO (using the same 88-level MASCULINO/FEMININO
      * conditions from CLIREC.cpy), plus a count of records where
      * GENERO matches neither, so bad data gets caught instead of
      * silently skewing the breakdown. Customers anonymized under
      * LGPD (ANONLGPD) are left out of every count.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELGEN.
           STOP RUN.

       TABULA-GENERO.
      * anonimizado (LGPD) nao tem mais genero: nao entra na conta
           IF CLIENTE-ANONIMIZADO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-TOTAL-CLIENTES
           EVALUATE TRUE
               WHEN MASCULINO
