      *           for the names the consuming program must provide).
      *           Each paragraph leaves its veredict in the level-88
      *           conditions (CPF-VALIDO/CPF-INVALIDO etc.) and the
      *           reject reason in WS-MOTIVO-REJEICAO. The contact
      *           checks (VALIDA-TELEFONE, VALIDA-EMAIL) only judge
      *           whether an alert can be delivered: phone and e-mail
      *           are optional in the register.
      ******************************************************************
      * ---------------------------------------------------------------
      * VALIDA-CPF: aplica o algoritmo padrao de digito verificador
                       TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

      * ---------------------------------------------------------------
      * VALIDA-TELEFONE: o TELEFONE serve para SMS quando e um celular
      * brasileiro -- DDD sem zero mais nove digitos comecando por 9
      * -- escrito so com digitos e os separadores usuais (espaco,
      * parenteses, hifen, ponto, +). O 0 de longa distancia e o 55
      * do pais sao descartados. O numero limpo fica em
      * WS-FONE-NORMAL.
      * ---------------------------------------------------------------
       VALIDA-TELEFONE.
           MOVE "S" TO WS-FONE-OK
           MOVE SPACES TO WS-FONE-DIGITOS
           MOVE SPACES TO WS-FONE-NORMAL
           MOVE ZEROS TO WS-FONE-QTD
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 15
               EVALUATE TRUE
                   WHEN TELEFONE (WS-I:1) IS NUMERIC
                       ADD 1 TO WS-FONE-QTD
                       MOVE TELEFONE (WS-I:1)
                           TO WS-FONE-DIGITOS (WS-FONE-QTD:1)
                   WHEN TELEFONE (WS-I:1) = SPACE OR "(" OR ")" OR
                        "-" OR "." OR "+"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-FONE-OK
               END-EVALUATE
           END-PERFORM
           IF TELEFONE-INVALIDO
               MOVE "TELEFONE COM CARACTERE INVALIDO"
                   TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF

           IF WS-FONE-QTD = ZEROS
               MOVE "N" TO WS-FONE-OK
               MOVE "TELEFONE NAO INFORMADO" TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF
           IF WS-FONE-QTD = 13 AND WS-FONE-DIGITOS (1:2) = "55"
               MOVE WS-FONE-DIGITOS (3:11) TO WS-FONE-DIGITOS
               MOVE 11 TO WS-FONE-QTD
           END-IF
           IF WS-FONE-QTD = 12 AND WS-FONE-DIGITOS (1:1) = "0"
               MOVE WS-FONE-DIGITOS (2:11) TO WS-FONE-DIGITOS
               MOVE 11 TO WS-FONE-QTD
           END-IF

           IF WS-FONE-QTD NOT = 11 OR
              WS-FONE-DIGITOS (1:1) = "0" OR
              WS-FONE-DIGITOS (3:1) NOT = "9"
               MOVE "N" TO WS-FONE-OK
               MOVE "TELEFONE NAO E CELULAR COM DDD"
                   TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FONE-DIGITOS (1:11) TO WS-FONE-NORMAL.

      * ---------------------------------------------------------------
      * VALIDA-EMAIL: sem espacos no meio, exatamente uma arroba com
      * algo antes dela e um ponto no dominio que nao seja o primeiro
      * nem o ultimo caractere dele.
      * ---------------------------------------------------------------
       VALIDA-EMAIL.
           MOVE "S" TO WS-EMAIL-OK
           MOVE ZEROS TO WS-EMAIL-TAM
           MOVE ZEROS TO WS-EMAIL-ARROBAS
           MOVE ZEROS TO WS-EMAIL-POS-ARROBA
           MOVE ZEROS TO WS-EMAIL-POS-PONTO
           PERFORM VARYING WS-I FROM 40 BY -1
                   UNTIL WS-I < 1 OR WS-EMAIL-TAM > ZEROS
               IF EMAIL (WS-I:1) NOT = SPACE
                   MOVE WS-I TO WS-EMAIL-TAM
               END-IF
           END-PERFORM
           IF WS-EMAIL-TAM = ZEROS
               MOVE "N" TO WS-EMAIL-OK
               MOVE "E-MAIL NAO INFORMADO" TO WS-MOTIVO-REJEICAO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-EMAIL-TAM
               EVALUATE EMAIL (WS-I:1)
                   WHEN SPACE
                       MOVE "N" TO WS-EMAIL-OK
                   WHEN "@"
                       ADD 1 TO WS-EMAIL-ARROBAS
                       MOVE WS-I TO WS-EMAIL-POS-ARROBA
                   WHEN "."
                       IF WS-EMAIL-POS-ARROBA > ZEROS
                           MOVE WS-I TO WS-EMAIL-POS-PONTO
                       END-IF
               END-EVALUATE
           END-PERFORM

           IF EMAIL-VALIDO
               IF WS-EMAIL-ARROBAS NOT = 1 OR
                  WS-EMAIL-POS-ARROBA < 2 OR
                  WS-EMAIL-POS-PONTO < WS-EMAIL-POS-ARROBA + 2 OR
                  WS-EMAIL-POS-PONTO >= WS-EMAIL-TAM
                   MOVE "N" TO WS-EMAIL-OK
               END-IF
           END-IF
           IF EMAIL-INVALIDO
               MOVE "E-MAIL EM FORMATO INVALIDO" TO WS-MOTIVO-REJEICAO
           END-IF.
