      *   - option D : customer delete, enqueued for a SECOND
      *                supervisor's approval (APROVA01) instead of
      *                applied on the spot
      *   - option R : periodic cadastral review (KYC): the address
      *                and contacts are confirmed or corrected, the
      *                review date is stamped and, by a supervisor
      *                only, the risk category is changed; logged as
      *                a "V" in the audit trail. Inclusion (A and C)
      *                also stamps the review date, so the next one
      *                falls due one review period later (KYCPD.cpy);
      *                a plain change (M) does not count as a review.
      ******************************************************************

       IDENTIFICATION DIVISION.
           02 WS-CONT-CARGA-REJ PIC 9(05) VALUE ZEROS.
           02 WS-CONT-CARGA-SKIP PIC 9(05) VALUE ZEROS.
           02 WS-I PIC 9(02) VALUE ZEROS.
           02 WS-IMAGEM-ANTES PIC X(300) VALUE SPACES.
           02 WS-FIM-PARAMETROS PIC X VALUE "N".
              88 FIM-PARAMETROS VALUE "S".
           02 WS-RISCO-NOVO PIC X(01) VALUE SPACE.

      * escrita compartilhada da fila de aprovacao a quatro olhos:
      * estrutura em PENDWS.cpy, paragrafo em PENDPD.cpy.
               DISPLAY "A - Incluir cliente"
               DISPLAY "M - Alterar cliente"
               DISPLAY "D - Excluir cliente"
               DISPLAY "R - Revisao cadastral"
               DISPLAY "S - Sair"
               DISPLAY "Opcao: " WITH NO ADVANCING
               ACCEPT WS-OPCAO
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN "R"
                   PERFORM AUTORIZA-OPERADOR
                   IF OPERADOR-AUTORIZADO
                       PERFORM REVISA-CLIENTE
                   END-IF
               WHEN "S"
                   DISPLAY "Encerrando."
               WHEN OTHER

       PROCESSA-NOVO-CLIENTE.
           MOVE NOVO-CLIENTE-REG TO CLIENTE
      * a inclusao conta como a primeira revisao cadastral; a carga
      * nao traz a categoria de risco: entra como medio
           MOVE WRK-DATA TO DT-REVISAO-CADASTRAL
           MOVE "M" TO RISCO-CADASTRAL
           IF WS-SEQ-ATUAL NOT > WS-ULTIMO-SEQ
      * registro ja tratado antes da queda que interrompeu a carga
      * anterior deste mesmo NOVOSCLI.DAT -- retomada por posicao, nao

       INCLUI-CLIENTE.
           DISPLAY "-- Inclusao de cliente --"
           MOVE SPACES TO CLIENTE
           DISPLAY "Nome: " WITH NO ADVANCING
           ACCEPT NOME
           DISPLAY "RG: " WITH NO ADVANCING
           ACCEPT ANO
           DISPLAY "Genero (M/F): " WITH NO ADVANCING
           ACCEPT GENERO
           DISPLAY "Categoria de risco (B/M/A, branco = M): "
                   WITH NO ADVANCING
           ACCEPT RISCO-CADASTRAL
           MOVE FUNCTION UPPER-CASE (RISCO-CADASTRAL)
               TO RISCO-CADASTRAL
           IF RISCO-CADASTRAL = SPACE
               MOVE "M" TO RISCO-CADASTRAL
           END-IF

           PERFORM VALIDA-CPF
           PERFORM VALIDA-RG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT RISCO-VALIDO
               DISPLAY "Cliente rejeitado: CATEGORIA DE RISCO INVALIDA"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WRK-DATA TO DT-REVISAO-CADASTRAL

           WRITE CLIENTE
           EVALUATE WS-CLIENTES-STATUS
                   END-IF
           END-READ.

      * ---------------------------------------------------------------
      * Revisao cadastral periodica (KYC): o cliente confirma ou
      * corrige endereco e contatos e a data da revisao e carimbada,
      * zerando o prazo da proxima (KYCPD.cpy). A categoria de risco
      * so muda por supervisor. Cliente falecido ou anonimizado nao
      * tem o que revisar. Trilha com operacao "V" e imagens
      * antes/depois, como a alteracao.
      * ---------------------------------------------------------------
       REVISA-CLIENTE.
           DISPLAY "-- Revisao cadastral --"
           DISPLAY "CPF do cliente: " WITH NO ADVANCING
           ACCEPT CPF
           READ CLIENTES-FILE
               INVALID KEY
                   DISPLAY "Cliente nao encontrado."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF CLIENTE-FALECIDO OR CLIENTE-ANONIMIZADO
               DISPLAY "Cliente falecido ou anonimizado: sem revisao."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE CLIENTE TO WS-IMAGEM-ANTES
           IF DT-REVISAO-CADASTRAL IS NUMERIC AND
              DT-REVISAO-CADASTRAL > ZEROS
               DISPLAY "Ultima revisao: " DT-REVISAO-CADASTRAL
                       "  Risco: " RISCO-CADASTRAL
           ELSE
               DISPLAY "Cliente nunca revisado.  Risco: "
                       RISCO-CADASTRAL
           END-IF
           DISPLAY "Confirme ou corrija endereco e contatos:"
           PERFORM ACEITA-ENDERECO
           IF OPERADOR-SUPERVISOR
               DISPLAY "Nova categoria de risco (B/M/A, branco = "
                       "mantem): " WITH NO ADVANCING
               ACCEPT WS-RISCO-NOVO
               MOVE FUNCTION UPPER-CASE (WS-RISCO-NOVO)
                   TO WS-RISCO-NOVO
               IF WS-RISCO-NOVO NOT = SPACE
                   MOVE WS-RISCO-NOVO TO RISCO-CADASTRAL
               END-IF
           END-IF

           PERFORM VALIDA-ENDERECO
           IF ENDERECO-INVALIDO
               DISPLAY "Revisao rejeitada: " WS-MOTIVO-REJEICAO
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT RISCO-VALIDO
               DISPLAY "Revisao rejeitada: CATEGORIA DE RISCO INVALIDA"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-DATA TO DT-REVISAO-CADASTRAL
           REWRITE CLIENTE
           IF WS-CLIENTES-STATUS = "00"
               DISPLAY "Revisao cadastral registrada em " WRK-DATA "."
               MOVE "V" TO AUD-OPERACAO
               PERFORM GRAVA-AUDITORIA
           ELSE
               DISPLAY "Erro ao registrar revisao: " WS-CLIENTES-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.

      * ---------------------------------------------------------------
      * Exclusao a quatro olhos: o supervisor solicitante NAO exclui
      * mais na hora -- a operacao entra na fila de aprovacao
