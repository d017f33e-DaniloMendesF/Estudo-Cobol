      * (LGPDPD.cpy) -- the report is archived nightly; the clear
      * form only comes out with the ABERTO argument, a supervisor
      * login, and the request recorded in LGPDLOG.DAT.
      * Customers anonymized under LGPD (ANONLGPD) have no birth date
      * left and are not counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELIDADE.
      * menos um se o aniversario deste ano ainda nao chegou.
      * ---------------------------------------------------------------
       TABULA-CLIENTE.
      * anonimizado (LGPD) nao tem mais data de nascimento
           IF CLIENTE-ANONIMIZADO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WRK-TOTAL-CLIENTES
           COMPUTE WRK-IDADE = WRK-REL-ANO - ANO
           IF MES > WRK-REL-MES OR
