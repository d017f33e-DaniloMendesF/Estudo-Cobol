      * Tectonics: cobc
      ******************************************************************
      * Operator administration for the named-operator file
      * (OPERADOR.DAT, OPERREC.cpy): add operators with a profile and
      * a home branch, move an operator to another branch, disable
      * them, reset passwords and unlock operators blocked by
      * repeated failed attempts. Every function requires a supervisor
      * login; on a missing or empty file the first login bootstraps
      * the supervisor, same convention as PROG0001.
              88 SAIR-DA-ADMIN VALUE "S".
           02 WS-ID-ALVO PIC X(08) VALUE SPACES.
           02 WS-PERFIL-NOVO PIC X(01) VALUE SPACES.
           02 WS-AGENCIA-NOVA PIC X(04) VALUE SPACES.
           02 WS-AGENCIA-NOVA-N REDEFINES WS-AGENCIA-NOVA
                                PIC 9(04).

      * autenticacao compartilhada de operador nomeado (perfil,
      * bloqueio, tabela do cadastro): estrutura em OPERAUWS.cpy,
               DISPLAY " Administracao de Operadores - OPERADM"
               DISPLAY "===================================="
               DISPLAY "I - Incluir operador"
               DISPLAY "G - Mudar agencia de lotacao"
               DISPLAY "D - Desativar operador"
               DISPLAY "R - Resetar senha"
               DISPLAY "U - Desbloquear operador"
               EVALUATE WS-OPCAO
                   WHEN "I"
                       PERFORM INCLUI-OPERADOR
                   WHEN "G"
                       PERFORM MUDA-AGENCIA-OPERADOR
                   WHEN "D"
                       PERFORM DESATIVA-OPERADOR
                   WHEN "R"
               DISPLAY "Perfil invalido."
               EXIT PARAGRAPH
           END-IF
           PERFORM PEDE-AGENCIA
           IF WS-AGENCIA-NOVA-N = ZEROS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Senha inicial: " WITH NO ADVANCING
           ACCEPT SENHA
           PERFORM HASH-SENHA
           MOVE WS-PERFIL-NOVO TO WS-OPER-PERFIL (WS-QTD-OPERADORES)
           MOVE "A" TO WS-OPER-STATUS (WS-QTD-OPERADORES)
           MOVE ZEROS TO WS-OPER-FALHAS (WS-QTD-OPERADORES)
           MOVE WS-AGENCIA-NOVA-N
               TO WS-OPER-AGENCIA (WS-QTD-OPERADORES)
           PERFORM REGRAVA-OPERADORES
           DISPLAY "Operador incluido.".

      * ---------------------------------------------------------------
      * Agencia de lotacao: 4 digitos, diferente de zero. Devolve
      * zeros em WS-AGENCIA-NOVA-N quando a resposta nao serve.
      * ---------------------------------------------------------------
       PEDE-AGENCIA.
           DISPLAY "Agencia de lotacao (4 digitos): "
                   WITH NO ADVANCING
           ACCEPT WS-AGENCIA-NOVA
           IF WS-AGENCIA-NOVA IS NOT NUMERIC
               DISPLAY "Agencia invalida."
               MOVE ZEROS TO WS-AGENCIA-NOVA-N
               EXIT PARAGRAPH
           END-IF
           IF WS-AGENCIA-NOVA-N = ZEROS
               DISPLAY "Agencia invalida."
           END-IF.

      * ---------------------------------------------------------------
      * Transferencia do operador para outra agencia (remanejamento,
      * fusao de agencias): passa a ver somente as contas da nova.
      * ---------------------------------------------------------------
       MUDA-AGENCIA-OPERADOR.
           DISPLAY "ID do operador: " WITH NO ADVANCING
           ACCEPT WS-ID-ALVO
           MOVE FUNCTION UPPER-CASE (WS-ID-ALVO) TO WS-ID-ALVO
           MOVE WS-ID-ALVO TO WS-ID-PROCURA
           PERFORM PROCURA-OPERADOR
           IF WS-OPER-ACHADO = ZEROS
               DISPLAY "Operador nao cadastrado."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Agencia atual: " WS-OPER-AGENCIA (WS-OPER-ACHADO)
           PERFORM PEDE-AGENCIA
           IF WS-AGENCIA-NOVA-N = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGENCIA-NOVA-N TO WS-OPER-AGENCIA (WS-OPER-ACHADO)
           PERFORM REGRAVA-OPERADORES
           DISPLAY "Agencia do operador alterada.".

       DESATIVA-OPERADOR.
           DISPLAY "ID do operador a desativar: " WITH NO ADVANCING
           ACCEPT WS-ID-ALVO
           DISPLAY "Operador desbloqueado.".

       LISTA-OPERADORES.
           DISPLAY "ID        PERFIL STATUS FALHAS AGENCIA"
           PERFORM VARYING WS-IX-OPER FROM 1 BY 1
                   UNTIL WS-IX-OPER > WS-QTD-OPERADORES
               DISPLAY WS-OPER-ID (WS-IX-OPER) "  "
                       WS-OPER-PERFIL (WS-IX-OPER) "      "
                       WS-OPER-STATUS (WS-IX-OPER) "      "
                       WS-OPER-FALHAS (WS-IX-OPER) "     "
                       WS-OPER-AGENCIA (WS-IX-OPER)
           END-PERFORM.

           COPY OPERAUPD.
