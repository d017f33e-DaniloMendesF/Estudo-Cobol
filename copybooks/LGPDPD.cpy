               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REGISTRO-LGPD
           ACCEPT LGP-DATA FROM DATE YYYYMMDD
           ACCEPT LGP-HORA FROM TIME
           MOVE WS-OPERADOR-ID TO LGP-OPERADOR
           MOVE WS-LGPD-PROGRAMA TO LGP-PROGRAMA
           MOVE "A" TO LGP-EVENTO
           MOVE ZEROS TO LGP-QTD-CONTAS
           WRITE REGISTRO-LGPD
           IF WS-LGPDLOG-STATUS NOT = "00"
               DISPLAY "ERRO GRAVANDO LGPDLOG.DAT: "
