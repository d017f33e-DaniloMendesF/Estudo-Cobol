               EXIT PARAGRAPH
           END-IF

      * como na carga de novos clientes: a inclusao conta como a
      * primeira revisao cadastral e o cliente entra com risco medio
           MOVE WRK-DATA TO DT-REVISAO-CADASTRAL
           MOVE "M" TO RISCO-CADASTRAL
           WRITE CLIENTE
           EVALUATE WS-CLIENTES-STATUS
               WHEN "00"
