                   WHEN "F"
                       CALL "APROVA01"
                       CANCEL "APROVA01"
                   WHEN "G"
                       CALL "RESCAIXA"
                       CANCEL "RESCAIXA"
                   WHEN "H"
                       CALL "APLICA01"
                       CANCEL "APLICA01"
                   WHEN "I"
                       CALL "EMPRES01"
                       CANCEL "EMPRES01"
                   WHEN "J"
                       CALL "PLDMAN"
                       CANCEL "PLDMAN"
                   WHEN "K"
                       CALL "CHEQUE01"
                       CANCEL "CHEQUE01"
                   WHEN "L"
                       CALL "ALERTA01"
                       CANCEL "ALERTA01"
                   WHEN "M"
                       CALL "POSDATA"
                       CANCEL "POSDATA"
                   WHEN "N"
                       CALL "TRFAGE"
                       CANCEL "TRFAGE"
                   WHEN "O"
                       CALL "OBITO01"
                       CANCEL "OBITO01"
                   WHEN "S"
                       MOVE "S" TO WS-SAIR
                   WHEN OTHER
           DISPLAY "D - Posicao consolidada por CPF (CONSCPF)"
           DISPLAY "E - Extrato avulso por periodo (EXTRATO2)"
           DISPLAY "F - Fila de aprovacao (APROVA01)"
           DISPLAY "G - Resumo de gavetas de caixa (RESCAIXA)"
           DISPLAY "H - Aplicacoes em CDB (APLICA01)"
           DISPLAY "I - Emprestimo pessoal (EMPRES01)"
           DISPLAY "J - Casos de PLD (PLDMAN)"
           DISPLAY "K - Talao de cheques (CHEQUE01)"
           DISPLAY "L - Alertas ao cliente (ALERTA01)"
           DISPLAY "M - Posicao em data passada (POSDATA)"
           DISPLAY "N - Transferencia de carteira (TRFAGE)"
           DISPLAY "O - Registro de obito / espolio (OBITO01)"
           DISPLAY "S - Sair"
           DISPLAY "Opcao: " WITH NO ADVANCING.

