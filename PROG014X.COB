      * MASKED by default (LGPDPD.cpy); the clear form only with the
      * ABERTO fourth argument (or the interactive prompt), a
      * supervisor login, and the request recorded in LGPDLOG.DAT.
      * An LGPD anonymization (ANONLGPD) is listed under the pseudonym
      * that replaced the CPF, as are all earlier records of that
      * customer. A periodic cadastral review (PROG0001 option R) is
      * listed as REVISAO, with the customer images.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELAUDIT.
       77 WRK-CPF-DO-REGISTRO PIC X(11) VALUE SPACES.
       77 WRK-CPF-FILTRO-IMPRESSO PIC X(11) VALUE SPACES.
       77 WRK-OPERACAO-DESCRITA PIC X(09) VALUE SPACES.
       77 WRK-IMAGEM-BRUTA PIC X(300) VALUE SPACES.
       77 WRK-IMAGEM-IMPRESSA PIC X(300) VALUE SPACES.

      * area de decomposicao das imagens no layout compartilhado do
      * master (o CPF fica nas posicoes 67-77 do registro, apos

      * ---------------------------------------------------------------
      * O CPF da ocorrencia vem da imagem "depois" (inclusao e
      * alteracao) ou da imagem "antes" (exclusao). Na conta, da
      * imagem "antes" -- ou da "depois" na abertura, que nao tem
      * imagem anterior.
      * ---------------------------------------------------------------
       LISTA-AUDITORIA.
           EVALUATE TRUE
               WHEN AUD-OPERACAO-CONTA
                   IF AUD-ANTES (1:51) = SPACES
                       MOVE AUD-DEPOIS (1:51) TO CONTA
                   ELSE
                       MOVE AUD-ANTES (1:51) TO CONTA
                   END-IF
                   MOVE CONTA-CPF TO WRK-CPF-DO-REGISTRO
               WHEN AUD-EXCLUSAO
                   MOVE AUD-ANTES TO CLIENTE
                   MOVE "EXCLUSAO" TO WRK-OPERACAO-DESCRITA
               WHEN AUD-ENCERRAMENTO
                   MOVE "ENCERRAM." TO WRK-OPERACAO-DESCRITA
               WHEN AUD-ESTORNO
                   MOVE "ESTORNO" TO WRK-OPERACAO-DESCRITA
               WHEN AUD-LIMITE
                   MOVE "LIMITE" TO WRK-OPERACAO-DESCRITA
               WHEN AUD-TRANSF-AGENCIA
                   MOVE "AGENCIA" TO WRK-OPERACAO-DESCRITA
               WHEN AUD-OBITO
                   MOVE "OBITO" TO WRK-OPERACAO-DESCRITA
               WHEN AUD-ESPOLIO
                   MOVE "ESPOLIO" TO WRK-OPERACAO-DESCRITA
               WHEN AUD-PARTILHA
                   MOVE "PARTILHA" TO WRK-OPERACAO-DESCRITA
               WHEN AUD-MANUT-CONTA
                   MOVE "CONTA" TO WRK-OPERACAO-DESCRITA
               WHEN AUD-ANONIMIZACAO
                   MOVE "ANONIMIZ." TO WRK-OPERACAO-DESCRITA
               WHEN AUD-REVISAO-CADASTRAL
                   MOVE "REVISAO" TO WRK-OPERACAO-DESCRITA
               WHEN OTHER
                   MOVE "?????????" TO WRK-OPERACAO-DESCRITA
           END-EVALUATE
      * ---------------------------------------------------------------
      * Mascara CPF e RG DENTRO da imagem impressa, decompondo-a no
      * layout do master dono dela (CLIREC, ou CONTAREC quando a
      * ocorrencia e de conta: encerramento, estorno, limite,
      * transferencia de agencia, espolio, partilha -- esta com a
      * conta do herdeiro logo depois da do espolio -- ou manutencao
      * direta da conta).
      * ---------------------------------------------------------------
       MASCARA-IMAGEM.
           MOVE WRK-IMAGEM-BRUTA TO WRK-IMAGEM-IMPRESSA
           IF WRK-IMAGEM-BRUTA = SPACES
               EXIT PARAGRAPH
           END-IF
           IF AUD-OPERACAO-CONTA
               MOVE WRK-IMAGEM-BRUTA (1:51) TO CONTA
               MOVE CONTA-CPF TO CPF
               PERFORM MASCARA-CPF
               MOVE WRK-CPF-MASCARADO TO CONTA-CPF
               MOVE CONTA TO WRK-IMAGEM-IMPRESSA (1:51)
               IF AUD-PARTILHA
                   MOVE WRK-IMAGEM-BRUTA (52:51) TO CONTA
                   MOVE CONTA-CPF TO CPF
                   PERFORM MASCARA-CPF
                   MOVE WRK-CPF-MASCARADO TO CONTA-CPF
                   MOVE CONTA TO WRK-IMAGEM-IMPRESSA (52:51)
               END-IF
           ELSE
               MOVE WRK-IMAGEM-BRUTA TO CLIENTE
               PERFORM MASCARA-CPF
