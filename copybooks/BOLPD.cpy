      ******************************************************************
      * Copybook: BOLPD
      * Purpose : Shared bill check. COPY at the end of the PROCEDURE
      *           DIVISION of any program that takes bill payments,
      *           together with BOLWS.cpy in WORKING-STORAGE (see that
      *           copybook for what goes in and what comes out). One
      *           place for the FEBRABAN rules, so the teller and the
      *           batch processor cannot accept different bills:
      *             - 47 digits: bank boleto. Fields 1-3 carry a
      *               module-10 digit, the barcode a module-11 general
      *               digit; due date from the factor (days since
      *               07/10/1997, restarted at 1000 on 22/02/2025)
      *               and the value from the last 10 digits.
      *             - 48 digits starting with 8: utility bill
      *               ("arrecadacao"). Four blocks of 11 digits plus a
      *               digit, module 10 or 11 depending on the third
      *               digit; value when the third digit is 6 or 8; no
      *               due date.
      *           A bill past its due date is refused, unless all the
      *           days since the due date were a Saturday, a Sunday or
      *           a FERIADOS.DAT holiday (the consumer provides the FD,
      *           see BOLWS.cpy).
      ******************************************************************
      * ---------------------------------------------------------------
      * Valida WRK-BOL-ENTRADA em WRK-BOL-DATA-REF. Liga BOLETO-VALIDO
      * ou deixa o motivo da recusa em WRK-BOL-MOTIVO.
      * ---------------------------------------------------------------
       VALIDA-BOLETO.
           IF NOT BOL-FERIADOS-CARREGADOS
               PERFORM CARREGA-FERIADOS-BOLETO
           END-IF
           MOVE "N" TO WS-BOL-VALIDO
           MOVE "N" TO WS-BOL-TEM-VALOR
           MOVE "N" TO WS-BOL-CARACTER-INV
           MOVE SPACES TO WRK-BOL-MOTIVO WRK-BOL-LINHA
                          WRK-BOL-CODIGO-BARRAS WRK-BOL-TIPO
                          WRK-BOL-BENEF-PADRAO
           MOVE ZEROS TO WRK-BOL-VALOR WRK-BOL-VENCIMENTO
                         WRK-BOL-QTD-DIGITOS
           PERFORM VARYING WRK-BOL-IX FROM 1 BY 1
                   UNTIL WRK-BOL-IX > 60
               MOVE WRK-BOL-ENTRADA (WRK-BOL-IX:1) TO WRK-BOL-CARACTER
               EVALUATE TRUE
                   WHEN WRK-BOL-CARACTER IS NUMERIC
                       ADD 1 TO WRK-BOL-QTD-DIGITOS
                       IF WRK-BOL-QTD-DIGITOS <= 48
                           MOVE WRK-BOL-CARACTER TO
                               WRK-BOL-LINHA (WRK-BOL-QTD-DIGITOS:1)
                       END-IF
                   WHEN WRK-BOL-CARACTER = SPACE OR "." OR "-"
                       CONTINUE
                   WHEN OTHER
                       MOVE "S" TO WS-BOL-CARACTER-INV
               END-EVALUATE
           END-PERFORM
           IF BOL-CARACTER-INVALIDO
               MOVE "LINHA DIGITAVEL COM CARACTER INVALIDO"
                   TO WRK-BOL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WRK-BOL-QTD-DIGITOS
               WHEN 47
                   MOVE "B" TO WRK-BOL-TIPO
                   PERFORM VALIDA-BOLETO-BANCARIO
               WHEN 48
                   MOVE "C" TO WRK-BOL-TIPO
                   PERFORM VALIDA-BOLETO-CONVENIO
               WHEN OTHER
                   MOVE "LINHA DIGITAVEL DEVE TER 47/48 DIGITOS"
                       TO WRK-BOL-MOTIVO
           END-EVALUATE.

      * ---------------------------------------------------------------
      * Boleto bancario (47 digitos): campos 1, 2 e 3 em modulo 10,
      * codigo de barras remontado e conferido em modulo 11, fator de
      * vencimento e valor.
      * ---------------------------------------------------------------
       VALIDA-BOLETO-BANCARIO.
           MOVE SPACES TO WRK-BOL-TRECHO
           MOVE WRK-BOL-LINHA (1:9) TO WRK-BOL-TRECHO
           MOVE 9 TO WRK-BOL-TAM
           MOVE WRK-BOL-LINHA (10:1) TO WRK-BOL-DV-INFORMADO
           PERFORM CALCULA-MODULO-10
           IF WRK-BOL-DV-CALC NOT = WRK-BOL-DV-INFORMADO
               MOVE "DIGITO DO CAMPO 1 NAO CONFERE"
                   TO WRK-BOL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WRK-BOL-TRECHO
           MOVE WRK-BOL-LINHA (11:10) TO WRK-BOL-TRECHO
           MOVE 10 TO WRK-BOL-TAM
           MOVE WRK-BOL-LINHA (21:1) TO WRK-BOL-DV-INFORMADO
           PERFORM CALCULA-MODULO-10
           IF WRK-BOL-DV-CALC NOT = WRK-BOL-DV-INFORMADO
               MOVE "DIGITO DO CAMPO 2 NAO CONFERE"
                   TO WRK-BOL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WRK-BOL-TRECHO
           MOVE WRK-BOL-LINHA (22:10) TO WRK-BOL-TRECHO
           MOVE 10 TO WRK-BOL-TAM
           MOVE WRK-BOL-LINHA (32:1) TO WRK-BOL-DV-INFORMADO
           PERFORM CALCULA-MODULO-10
           IF WRK-BOL-DV-CALC NOT = WRK-BOL-DV-INFORMADO
               MOVE "DIGITO DO CAMPO 3 NAO CONFERE"
                   TO WRK-BOL-MOTIVO
               EXIT PARAGRAPH
           END-IF

      *    banco+moeda, DV geral, fator+valor, campo livre
           STRING WRK-BOL-LINHA (1:4)  WRK-BOL-LINHA (33:1)
                  WRK-BOL-LINHA (34:14) WRK-BOL-LINHA (5:5)
                  WRK-BOL-LINHA (11:10) WRK-BOL-LINHA (22:10)
               DELIMITED BY SIZE INTO WRK-BOL-CODIGO-BARRAS
           END-STRING
           MOVE SPACES TO WRK-BOL-TRECHO
           STRING WRK-BOL-CODIGO-BARRAS (1:4)
                  WRK-BOL-CODIGO-BARRAS (6:39)
               DELIMITED BY SIZE INTO WRK-BOL-TRECHO
           END-STRING
           MOVE 43 TO WRK-BOL-TAM
           MOVE WRK-BOL-CODIGO-BARRAS (5:1) TO WRK-BOL-DV-INFORMADO
           PERFORM CALCULA-MODULO-11
           COMPUTE WRK-BOL-DV-CALC = 11 - WRK-BOL-RESTO
           IF WRK-BOL-DV-CALC = 0 OR WRK-BOL-DV-CALC > 9
               MOVE 1 TO WRK-BOL-DV-CALC
           END-IF
           IF WRK-BOL-DV-CALC NOT = WRK-BOL-DV-INFORMADO
               MOVE "DIGITO GERAL DO BOLETO NAO CONFERE"
                   TO WRK-BOL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE WRK-BOL-LINHA (38:10) TO WRK-BOL-VALOR-8-X
           MOVE WRK-BOL-VALOR-8 TO WRK-BOL-VALOR
           IF WRK-BOL-VALOR > ZEROS
               MOVE "S" TO WS-BOL-TEM-VALOR
           END-IF
           STRING "BANCO " WRK-BOL-LINHA (1:3)
               DELIMITED BY SIZE INTO WRK-BOL-BENEF-PADRAO
           END-STRING

      *    fator 0000 = boleto sem vencimento
           MOVE WRK-BOL-LINHA (34:4) TO WRK-BOL-FATOR
           IF WRK-BOL-FATOR = ZEROS
               MOVE "S" TO WS-BOL-VALIDO
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULA-VENCIMENTO-FATOR
           PERFORM CONFERE-VENCIMENTO-BOLETO.

      * ---------------------------------------------------------------
      * Conta de consumo / arrecadacao (48 digitos, comeca com 8): o
      * terceiro digito diz o modulo dos digitos (6/7 = 10, 8/9 = 11)
      * e se o valor vem no codigo (6/8 = valor efetivo).
      * ---------------------------------------------------------------
       VALIDA-BOLETO-CONVENIO.
           IF WRK-BOL-LINHA (1:1) NOT = "8"
               MOVE "CONTA DE CONSUMO DEVE COMECAR COM 8"
                   TO WRK-BOL-MOTIVO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WRK-BOL-LINHA (3:1)
               WHEN "6"
               WHEN "7"
                   MOVE 10 TO WRK-BOL-MODULO
               WHEN "8"
               WHEN "9"
                   MOVE 11 TO WRK-BOL-MODULO
               WHEN OTHER
                   MOVE "IDENTIFICADOR DE VALOR INVALIDO"
                       TO WRK-BOL-MOTIVO
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM VARYING WRK-BOL-BLOCO FROM 1 BY 1
                   UNTIL WRK-BOL-BLOCO > 4
               COMPUTE WRK-BOL-POS = (WRK-BOL-BLOCO - 1) * 12 + 1
               MOVE SPACES TO WRK-BOL-TRECHO
               MOVE WRK-BOL-LINHA (WRK-BOL-POS:11) TO WRK-BOL-TRECHO
               MOVE 11 TO WRK-BOL-TAM
               MOVE WRK-BOL-LINHA (WRK-BOL-POS + 11:1)
                   TO WRK-BOL-DV-INFORMADO
               PERFORM CALCULA-DV-CONVENIO
               IF WRK-BOL-DV-CALC NOT = WRK-BOL-DV-INFORMADO
                   STRING "DIGITO DO BLOCO " WRK-BOL-BLOCO
                          " NAO CONFERE"
                       DELIMITED BY SIZE INTO WRK-BOL-MOTIVO
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           STRING WRK-BOL-LINHA (1:11)  WRK-BOL-LINHA (13:11)
                  WRK-BOL-LINHA (25:11) WRK-BOL-LINHA (37:11)
               DELIMITED BY SIZE INTO WRK-BOL-CODIGO-BARRAS
           END-STRING
           MOVE SPACES TO WRK-BOL-TRECHO
           STRING WRK-BOL-CODIGO-BARRAS (1:3)
                  WRK-BOL-CODIGO-BARRAS (5:40)
               DELIMITED BY SIZE INTO WRK-BOL-TRECHO
           END-STRING
           MOVE 43 TO WRK-BOL-TAM
           MOVE WRK-BOL-CODIGO-BARRAS (4:1) TO WRK-BOL-DV-INFORMADO
           PERFORM CALCULA-DV-CONVENIO
           IF WRK-BOL-DV-CALC NOT = WRK-BOL-DV-INFORMADO
               MOVE "DIGITO GERAL DA CONTA NAO CONFERE"
                   TO WRK-BOL-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF WRK-BOL-LINHA (3:1) = "6" OR "8"
               MOVE WRK-BOL-CODIGO-BARRAS (5:11) TO WRK-BOL-VALOR-9-X
               MOVE WRK-BOL-VALOR-9 TO WRK-BOL-VALOR
               IF WRK-BOL-VALOR > ZEROS
                   MOVE "S" TO WS-BOL-TEM-VALOR
               END-IF
           END-IF
           STRING "CONV " WRK-BOL-CODIGO-BARRAS (16:4)
               DELIMITED BY SIZE INTO WRK-BOL-BENEF-PADRAO
           END-STRING
           MOVE "S" TO WS-BOL-VALIDO.

       CALCULA-DV-CONVENIO.
           IF WRK-BOL-MODULO = 10
               PERFORM CALCULA-MODULO-10
           ELSE
               PERFORM CALCULA-MODULO-11
               IF WRK-BOL-RESTO < 2
                   MOVE 0 TO WRK-BOL-DV-CALC
               ELSE
                   COMPUTE WRK-BOL-DV-CALC = 11 - WRK-BOL-RESTO
               END-IF
           END-IF.

      * ---------------------------------------------------------------
      * Modulo 10 sobre os WRK-BOL-TAM digitos de WRK-BOL-TRECHO:
      * pesos 2 e 1 alternados da direita para a esquerda, somando os
      * algarismos de cada produto. DV em WRK-BOL-DV-CALC.
      * ---------------------------------------------------------------
       CALCULA-MODULO-10.
           MOVE ZEROS TO WRK-BOL-SOMA
           MOVE 2 TO WRK-BOL-PESO
           PERFORM VARYING WRK-BOL-IX FROM WRK-BOL-TAM BY -1
                   UNTIL WRK-BOL-IX < 1
               MOVE WRK-BOL-TRECHO (WRK-BOL-IX:1) TO WRK-BOL-DIGITO
               COMPUTE WRK-BOL-PRODUTO = WRK-BOL-DIGITO * WRK-BOL-PESO
               IF WRK-BOL-PRODUTO > 9
                   SUBTRACT 9 FROM WRK-BOL-PRODUTO
               END-IF
               ADD WRK-BOL-PRODUTO TO WRK-BOL-SOMA
               IF WRK-BOL-PESO = 2
                   MOVE 1 TO WRK-BOL-PESO
               ELSE
                   MOVE 2 TO WRK-BOL-PESO
               END-IF
           END-PERFORM
           COMPUTE WRK-BOL-RESTO = FUNCTION MOD (WRK-BOL-SOMA, 10)
           IF WRK-BOL-RESTO = ZEROS
               MOVE 0 TO WRK-BOL-DV-CALC
           ELSE
               COMPUTE WRK-BOL-DV-CALC = 10 - WRK-BOL-RESTO
           END-IF.

      * ---------------------------------------------------------------
      * Modulo 11 sobre os WRK-BOL-TAM digitos de WRK-BOL-TRECHO:
      * pesos 2 a 9 ciclicos da direita para a esquerda. Deixa o resto
      * da soma por 11 em WRK-BOL-RESTO; a regra do DV fica com quem
      * chama (boleto bancario e arrecadacao diferem).
      * ---------------------------------------------------------------
       CALCULA-MODULO-11.
           MOVE ZEROS TO WRK-BOL-SOMA
           MOVE 2 TO WRK-BOL-PESO
           PERFORM VARYING WRK-BOL-IX FROM WRK-BOL-TAM BY -1
                   UNTIL WRK-BOL-IX < 1
               MOVE WRK-BOL-TRECHO (WRK-BOL-IX:1) TO WRK-BOL-DIGITO
               COMPUTE WRK-BOL-PRODUTO = WRK-BOL-DIGITO * WRK-BOL-PESO
               ADD WRK-BOL-PRODUTO TO WRK-BOL-SOMA
               IF WRK-BOL-PESO = 9
                   MOVE 2 TO WRK-BOL-PESO
               ELSE
                   ADD 1 TO WRK-BOL-PESO
               END-IF
           END-PERFORM
           COMPUTE WRK-BOL-RESTO = FUNCTION MOD (WRK-BOL-SOMA, 11).

      * ---------------------------------------------------------------
      * Vencimento = 07/10/1997 + fator, no ciclo de 9000 dias mais
      * proximo da data de referencia (o fator voltou a 1000 em
      * 22/02/2025 e volta de novo a cada 9000 dias).
      * ---------------------------------------------------------------
       CALCULA-VENCIMENTO-FATOR.
           MOVE 1997 TO WRK-BOL-CIV-ANO
           MOVE 10 TO WRK-BOL-CIV-MES
           MOVE 07 TO WRK-BOL-CIV-DIA
           PERFORM CONVERTE-DATA-EM-DIAS
           MOVE WRK-BOL-CIV-DN TO WRK-BOL-DN-BASE
           MOVE WRK-BOL-DATA-REF (1:4) TO WRK-BOL-CIV-ANO
           MOVE WRK-BOL-DATA-REF (5:2) TO WRK-BOL-CIV-MES
           MOVE WRK-BOL-DATA-REF (7:2) TO WRK-BOL-CIV-DIA
           PERFORM CONVERTE-DATA-EM-DIAS
           MOVE WRK-BOL-CIV-DN TO WRK-BOL-DN-HOJE
           COMPUTE WRK-BOL-DIFERENCA =
               WRK-BOL-DN-HOJE - WRK-BOL-DN-BASE - WRK-BOL-FATOR
           COMPUTE WRK-BOL-CICLOS ROUNDED = WRK-BOL-DIFERENCA / 9000
           COMPUTE WRK-BOL-DN-VENC = WRK-BOL-DN-BASE + WRK-BOL-FATOR
                                   + WRK-BOL-CICLOS * 9000
           MOVE WRK-BOL-DN-VENC TO WRK-BOL-CIV-DN
           PERFORM CONVERTE-DIAS-EM-DATA
           COMPUTE WRK-BOL-VENCIMENTO = WRK-BOL-CIV-ANO * 10000
                                      + WRK-BOL-CIV-MES * 100
                                      + WRK-BOL-CIV-DIA.

      * ---------------------------------------------------------------
      * Vencido antes da data de referencia so passa se todos os dias
      * desde o vencimento ate ontem foram sabado, domingo ou feriado
      * de FERIADOS.DAT.
      * ---------------------------------------------------------------
       CONFERE-VENCIMENTO-BOLETO.
           IF WRK-BOL-DN-VENC >= WRK-BOL-DN-HOJE
               MOVE "S" TO WS-BOL-VALIDO
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-BOL-SO-NAO-UTIL
           PERFORM VARYING WRK-BOL-DN-EXAME FROM WRK-BOL-DN-VENC BY 1
                   UNTIL WRK-BOL-DN-EXAME >= WRK-BOL-DN-HOJE
                      OR NOT BOL-SO-DIAS-NAO-UTEIS
      *        dia 0 (01/01/1970) foi uma quinta-feira; 0 = domingo
               COMPUTE WRK-BOL-DIA-SEMANA =
                   FUNCTION MOD (WRK-BOL-DN-EXAME + 4, 7)
               IF WRK-BOL-DIA-SEMANA NOT = 0 AND NOT = 6
                   PERFORM VERIFICA-FERIADO-BOLETO
                   IF NOT BOL-DIA-FERIADO
                       MOVE "N" TO WS-BOL-SO-NAO-UTIL
                   END-IF
               END-IF
           END-PERFORM
           IF BOL-SO-DIAS-NAO-UTEIS
               MOVE "S" TO WS-BOL-VALIDO
           ELSE
               MOVE "BOLETO VENCIDO - PAGAMENTO RECUSADO"
                   TO WRK-BOL-MOTIVO
           END-IF.

      * dia WRK-BOL-DN-EXAME e feriado da tabela?
       VERIFICA-FERIADO-BOLETO.
           MOVE "N" TO WS-BOL-E-FERIADO
           MOVE WRK-BOL-DN-EXAME TO WRK-BOL-CIV-DN
           PERFORM CONVERTE-DIAS-EM-DATA
           COMPUTE WRK-BOL-DATA-EXAME = WRK-BOL-CIV-ANO * 10000
                                      + WRK-BOL-CIV-MES * 100
                                      + WRK-BOL-CIV-DIA
           PERFORM VARYING WS-BOL-IX-FER FROM 1 BY 1
                   UNTIL WS-BOL-IX-FER > WS-BOL-QTD-FERIADOS
                      OR BOL-DIA-FERIADO
               IF WS-BOL-FERIADO (WS-BOL-IX-FER) = WRK-BOL-DATA-EXAME
                   MOVE "S" TO WS-BOL-E-FERIADO
               END-IF
           END-PERFORM.

      * ---------------------------------------------------------------
      * Tabela de feriados (FERIADOS.DAT, uma data AAAAMMDD por linha,
      * o mesmo arquivo de CALEND01). Sem o arquivo, so sabado e
      * domingo contam como dia nao util.
      * ---------------------------------------------------------------
       CARREGA-FERIADOS-BOLETO.
           MOVE "S" TO WS-BOL-FERIADOS-LIDOS
           MOVE ZEROS TO WS-BOL-QTD-FERIADOS
           OPEN INPUT FERIADOS-FILE
           IF WS-FERIADOS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-BOL-FIM-FERIADOS
           PERFORM UNTIL BOL-FIM-FERIADOS
               READ FERIADOS-FILE
                   AT END
                       MOVE "S" TO WS-BOL-FIM-FERIADOS
                   NOT AT END
                       IF FERIADO-REG IS NUMERIC AND
                          WS-BOL-QTD-FERIADOS < WS-BOL-MAX-FERIADOS
                           ADD 1 TO WS-BOL-QTD-FERIADOS
                           MOVE FERIADO-REG
                               TO WS-BOL-FERIADO (WS-BOL-QTD-FERIADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FERIADOS-FILE.

      * ---------------------------------------------------------------
      * WRK-BOL-CIV-ANO/MES/DIA -> numero de dias desde 01/01/1970 em
      * WRK-BOL-CIV-DN (calendario gregoriano; ano comecando em marco
      * para o dia 29/02 cair no fim).
      * ---------------------------------------------------------------
       CONVERTE-DATA-EM-DIAS.
           MOVE WRK-BOL-CIV-ANO TO WRK-BOL-ANO-AJ
           IF WRK-BOL-CIV-MES <= 2
               SUBTRACT 1 FROM WRK-BOL-ANO-AJ
               COMPUTE WRK-BOL-MP = WRK-BOL-CIV-MES + 9
           ELSE
               COMPUTE WRK-BOL-MP = WRK-BOL-CIV-MES - 3
           END-IF
           DIVIDE WRK-BOL-ANO-AJ BY 400 GIVING WRK-BOL-ERA
           COMPUTE WRK-BOL-YOE = WRK-BOL-ANO-AJ - WRK-BOL-ERA * 400
           COMPUTE WRK-BOL-Q1 = 153 * WRK-BOL-MP + 2
           DIVIDE WRK-BOL-Q1 BY 5 GIVING WRK-BOL-Q1
           COMPUTE WRK-BOL-DOY = WRK-BOL-Q1 + WRK-BOL-CIV-DIA - 1
           DIVIDE WRK-BOL-YOE BY 4 GIVING WRK-BOL-Q2
           DIVIDE WRK-BOL-YOE BY 100 GIVING WRK-BOL-Q3
           COMPUTE WRK-BOL-DOE = WRK-BOL-YOE * 365 + WRK-BOL-Q2
                               - WRK-BOL-Q3 + WRK-BOL-DOY
           COMPUTE WRK-BOL-CIV-DN = WRK-BOL-ERA * 146097
                                  + WRK-BOL-DOE - 719468.

      * ---------------------------------------------------------------
      * Inverso: WRK-BOL-CIV-DN -> WRK-BOL-CIV-ANO/MES/DIA.
      * ---------------------------------------------------------------
       CONVERTE-DIAS-EM-DATA.
           COMPUTE WRK-BOL-Z = WRK-BOL-CIV-DN + 719468
           DIVIDE WRK-BOL-Z BY 146097 GIVING WRK-BOL-ERA
           COMPUTE WRK-BOL-DOE = WRK-BOL-Z - WRK-BOL-ERA * 146097
           DIVIDE WRK-BOL-DOE BY 1460 GIVING WRK-BOL-Q1
           DIVIDE WRK-BOL-DOE BY 36524 GIVING WRK-BOL-Q2
           DIVIDE WRK-BOL-DOE BY 146096 GIVING WRK-BOL-Q3
           COMPUTE WRK-BOL-Q1 = WRK-BOL-DOE - WRK-BOL-Q1
                              + WRK-BOL-Q2 - WRK-BOL-Q3
           DIVIDE WRK-BOL-Q1 BY 365 GIVING WRK-BOL-YOE
           COMPUTE WRK-BOL-ANO = WRK-BOL-YOE + WRK-BOL-ERA * 400
           DIVIDE WRK-BOL-YOE BY 4 GIVING WRK-BOL-Q2
           DIVIDE WRK-BOL-YOE BY 100 GIVING WRK-BOL-Q3
           COMPUTE WRK-BOL-DOY = WRK-BOL-DOE
               - (365 * WRK-BOL-YOE + WRK-BOL-Q2 - WRK-BOL-Q3)
           COMPUTE WRK-BOL-Q1 = 5 * WRK-BOL-DOY + 2
           DIVIDE WRK-BOL-Q1 BY 153 GIVING WRK-BOL-MP
           COMPUTE WRK-BOL-Q1 = 153 * WRK-BOL-MP + 2
           DIVIDE WRK-BOL-Q1 BY 5 GIVING WRK-BOL-Q1
           COMPUTE WRK-BOL-CIV-DIA = WRK-BOL-DOY - WRK-BOL-Q1 + 1
           IF WRK-BOL-MP < 10
               COMPUTE WRK-BOL-CIV-MES = WRK-BOL-MP + 3
           ELSE
               COMPUTE WRK-BOL-CIV-MES = WRK-BOL-MP - 9
           END-IF
           IF WRK-BOL-CIV-MES <= 2
               ADD 1 TO WRK-BOL-ANO
           END-IF
           MOVE WRK-BOL-ANO TO WRK-BOL-CIV-ANO.
