      ******************************************************************
      * Copybook: TITPD
      * Purpose : Shared holder-lookup paragraphs. COPY at the end of
      *           the PROCEDURE DIVISION of any program that must see
      *           every holder of a joint account, together with
      *           TITWS.cpy in WORKING-STORAGE (see that copybook for
      *           the names the consuming program must provide). One
      *           place for the rule "no TITULAR.DAT record = single
      *           owner CONTA-CPF", so statements, income statement,
      *           position inquiry and audit cannot drift apart.
      ******************************************************************
      * ---------------------------------------------------------------
      * Abre o cadastro de titularidade para consulta. Arquivo ausente
      * = nenhuma conta conjunta ainda (todas individuais).
      * ---------------------------------------------------------------
       ABRE-TITULAR.
           MOVE "N" TO WS-TITULAR-ABERTO
           OPEN INPUT TITULAR-FILE
           IF WS-TITULAR-STATUS = "00"
               MOVE "S" TO WS-TITULAR-ABERTO
           END-IF.

       FECHA-TITULAR.
           IF TITULAR-ATIVO
               CLOSE TITULAR-FILE
               MOVE "N" TO WS-TITULAR-ABERTO
           END-IF.

      * ---------------------------------------------------------------
      * Titulares da conta WS-CONTA-TIT-PROCURA na tabela: os
      * registros de TITULAR.DAT da conta ou, sem nenhum, o unico
      * titular WS-CPF-TIT-PRINCIPAL (o CONTA-CPF que o chamador
      * informa) como conta individual.
      * ---------------------------------------------------------------
       CARREGA-TITULARES-CONTA.
           MOVE ZEROS TO WS-QTD-TIT-CONTA
           MOVE "I" TO WS-SOLIDARIEDADE
           IF TITULAR-ATIVO
               MOVE WS-CONTA-TIT-PROCURA TO TIT-CONTA
               MOVE LOW-VALUES TO TIT-CPF
               MOVE "N" TO WS-FIM-TIT
               START TITULAR-FILE KEY NOT < TIT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-TIT
               END-START
               PERFORM UNTIL FIM-TITULARIDADE
                   READ TITULAR-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-TIT
                       NOT AT END
                           IF TIT-CONTA NOT = WS-CONTA-TIT-PROCURA
                               MOVE "S" TO WS-FIM-TIT
                           ELSE
                               PERFORM ANOTA-TITULAR-CONTA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-QTD-TIT-CONTA = ZEROS
               MOVE 1 TO WS-QTD-TIT-CONTA
               MOVE WS-CPF-TIT-PRINCIPAL TO WS-TITC-CPF (1)
               MOVE "P" TO WS-TITC-PAPEL (1)
               MOVE "I" TO WS-SOLIDARIEDADE
           END-IF.

       ANOTA-TITULAR-CONTA.
           IF WS-QTD-TIT-CONTA >= WS-MAX-TIT-CONTA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-TIT-CONTA
           MOVE TIT-CPF TO WS-TITC-CPF (WS-QTD-TIT-CONTA)
           MOVE TIT-PAPEL TO WS-TITC-PAPEL (WS-QTD-TIT-CONTA)
           MOVE TIT-SOLIDARIEDADE TO WS-SOLIDARIEDADE.

      * ---------------------------------------------------------------
      * O CPF WS-CPF-TIT-PROCURA e titular (principal ou segundo) da
      * conta WS-CONTA-TIT-PROCURA? Leitura direta pela chave; o
      * papel e o tipo de conjunta ficam em WS-PAPEL-ACHADO e
      * WS-SOLIDARIEDADE. O titular unico de conta individual e o
      * CONTA-CPF, que o chamador ja compara por conta propria.
      * ---------------------------------------------------------------
       VERIFICA-TITULAR-DA-CONTA.
           MOVE "N" TO WS-E-TITULAR
           MOVE SPACE TO WS-PAPEL-ACHADO
           MOVE "I" TO WS-SOLIDARIEDADE
           IF NOT TITULAR-ATIVO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CONTA-TIT-PROCURA TO TIT-CONTA
           MOVE WS-CPF-TIT-PROCURA TO TIT-CPF
           READ TITULAR-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "S" TO WS-E-TITULAR
           MOVE TIT-PAPEL TO WS-PAPEL-ACHADO
           MOVE TIT-SOLIDARIEDADE TO WS-SOLIDARIEDADE.
