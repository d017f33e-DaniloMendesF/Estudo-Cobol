      * CEP (address migrated from the old free-text field and not
      * yet completed) comes out first, flagged for the branch to
      * complete the registration instead of silently losing the
      * mailing. Customers anonymized under LGPD (ANONLGPD) have no
      * address left and are skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MALAPOST.
           GOBACK.

       CARREGA-DESTINATARIO.
      * anonimizado (LGPD) nao tem mais endereco para a postagem
           IF CLIENTE-ANONIMIZADO
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-DEST >= WS-MAX-DEST
               DISPLAY "CLIENTES.DAT excede a tabela da mala direta."
               MOVE 12 TO RETURN-CODE
