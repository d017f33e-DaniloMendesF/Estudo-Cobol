      *       a SECOND supervisor confirms each one in APROVA01 --
      *       only then the accounts are re-titled, the duplicate
      *       removed and the audit trail written with both IDs.
      * Customers anonymized under LGPD (ANONLGPD) are left out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPNOME.
       77 WRK-SENHA-HASH PIC 9(10) VALUE ZEROS.
       77 WRK-SENHA-MASCARADA PIC X(30) VALUE ALL "*".
       77 WS-I PIC 9(02) VALUE ZEROS.
       77 WRK-IMAGEM-BRUTA PIC X(300) VALUE SPACES.
       77 WRK-IMAGEM-IMPRESSA PIC X(300) VALUE SPACES.

       77 WRK-DATA PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-PARES PIC 9(05) VALUE ZEROS.
              03 WS-CLI-NOME-NORMAL PIC X(50).
              03 WS-CLI-PRIMEIRO PIC X(20).
              03 WS-CLI-ULTIMO PIC X(20).
              03 WS-CLI-IMAGEM PIC X(300).

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro), para o pedido de saida em
           END-PERFORM.

       CARREGA-UM-CLIENTE.
      * anonimizado (LGPD) nao tem mais nome nem nascimento a comparar
           IF CLIENTE-ANONIMIZADO
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CLIENTES >= WS-MAX-CLIENTES
               DISPLAY "CLIENTES.DAT excede a tabela do confronto."
               MOVE 12 TO RETURN-CODE
