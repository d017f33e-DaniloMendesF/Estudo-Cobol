      *   1. AUDMIG  (old AUDITCLI.DAT -> AUDCNV.DAT)
      *   2. conferir as contagens e repor: AUDCNV.DAT vira o novo
      *      AUDITCLI.DAT (o antigo fica guardado em arquivo/)
      * The same cutover is repeated, with the argument 222, for a
      * trail written while the customer image was 222 bytes (before
      * the death registration fields): every image is carried over
      * whole into the first 222 bytes of the new 300-byte image,
      * the approver field kept.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDMIG.
           02 AUDA-OPERADOR PIC X(08).
           02 AUDA-ANTES PIC X(106).
           02 AUDA-DEPOIS PIC X(106).
      * layout da segunda geracao (imagens de 222 bytes, ja com o
      * aprovador), lido quando o argumento pede 222
       01  AUDITORIA-222.
           02 AUD2-DATA PIC 9(08).
           02 AUD2-HORA PIC 9(06).
           02 AUD2-OPERACAO PIC X(01).
           02 AUD2-OPERADOR PIC X(08).
           02 AUD2-ANTES PIC X(222).
           02 AUD2-DEPOIS PIC X(222).
           02 AUD2-APROVADOR PIC X(08).

       FD  AUDNOVA-FILE.
           COPY AUDREC.
       77 WS-FIM-AUDANT PIC X VALUE "N".
          88 FIM-AUDANT VALUE "S".
       77 WRK-QTD-CONVERTIDOS PIC 9(09) VALUE ZEROS.
       77 WS-ARGC PIC 9(02) VALUE ZEROS.
       77 WRK-GERACAO PIC X(03) VALUE "106".
          88 GERACAO-222 VALUE "222".

      * imagem de cliente no layout ANTIGO (endereco de texto livre),
      * o mesmo desenho que CLIMIG decompoe no master.
           COPY CLIREC.

       77 WRK-IMAGEM-ANTIGA PIC X(106) VALUE SPACES.
       77 WRK-IMAGEM-NOVA PIC X(300) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-ARGC FROM ARGUMENT-NUMBER
           IF WS-ARGC > 0
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT WRK-GERACAO FROM ARGUMENT-VALUE
           END-IF
           IF WRK-GERACAO NOT = "106" AND NOT GERACAO-222
               DISPLAY "Geracao da trilha invalida (106 ou 222): "
                       WRK-GERACAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT AUDANT-FILE
           IF WS-AUDANT-STATUS NOT = "00"
                   AT END
                       MOVE "S" TO WS-FIM-AUDANT
                   NOT AT END
                       IF GERACAO-222
                           PERFORM CONVERTE-OCORRENCIA-222
                       ELSE
                           PERFORM CONVERTE-OCORRENCIA
                       END-IF
               END-READ
           END-PERFORM

           END-IF
           ADD 1 TO WRK-QTD-CONVERTIDOS.

      * ---------------------------------------------------------------
      * Segunda geracao: mesmos campos, imagens de 222 bytes. Cliente
      * ou conta, a imagem vai inteira para o inicio da nova; o resto
      * (situacao e obito do cliente, reserva) fica em espacos --
      * ninguem tinha obito registrado antes do campo.
      * ---------------------------------------------------------------
       CONVERTE-OCORRENCIA-222.
           MOVE AUD2-DATA TO AUD-DATA
           MOVE AUD2-HORA TO AUD-HORA
           MOVE AUD2-OPERACAO TO AUD-OPERACAO
           MOVE AUD2-OPERADOR TO AUD-OPERADOR
           MOVE SPACES TO AUD-ANTES
           MOVE AUD2-ANTES TO AUD-ANTES (1:222)
           MOVE SPACES TO AUD-DEPOIS
           MOVE AUD2-DEPOIS TO AUD-DEPOIS (1:222)
           MOVE AUD2-APROVADOR TO AUD-APROVADOR

           WRITE AUDITORIA
           IF WS-AUDNOVA-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO AUDCNV.DAT: " WS-AUDNOVA-STATUS
               MOVE 12 TO RETURN-CODE
               MOVE "S" TO WS-FIM-AUDANT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-QTD-CONVERTIDOS.

      * ---------------------------------------------------------------
      * Imagem em branco segue em branco (o lado que nao se aplica);
      * imagem preenchida e decomposta no layout antigo e remontada
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-IMAGEM-ANTIGA TO CLIENTE-ANTIGO
           MOVE SPACES TO CLIENTE
           MOVE CLIA-NOME TO NOME
           MOVE CLIA-RG TO RG
           MOVE CLIA-UF-RG TO UF-RG
