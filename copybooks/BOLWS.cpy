      ******************************************************************
      * Copybook: BOLWS
      * Purpose : WORKING-STORAGE for the shared bill check (BOLPD.cpy):
      *           the typed line, what was read from it and the
      *           answer. COPY this in the WORKING-STORAGE SECTION of
      *           any program that PERFORMs VALIDA-BOLETO.
      *           The caller fills WRK-BOL-ENTRADA (the line as typed;
      *           dots, blanks and hyphens are ignored) and
      *           WRK-BOL-DATA-REF (business date) and gets:
      *             - BOLETO-VALIDO, or WRK-BOL-MOTIVO saying why not;
      *             - WRK-BOL-LINHA / WRK-BOL-CODIGO-BARRAS (digits);
      *             - WRK-BOL-TIPO, bank boleto or utility bill;
      *             - WRK-BOL-VALOR (BOL-TEM-VALOR when the bill
      *               states it) and WRK-BOL-VENCIMENTO (zeros when
      *               it has no due date);
      *             - WRK-BOL-BENEF-PADRAO, the bank or company code
      *               as a default beneficiary.
      *           The consuming program must also provide
      *           FD FERIADOS-FILE (FERIADOS.DAT, one AAAAMMDD per
      *           line) with the record FERIADO-REG PIC 9(08) and
      *           WS-FERIADOS-STATUS PIC X(02); the holiday table is
      *           loaded by the first VALIDA-BOLETO.
      ******************************************************************
       01 WS-CONTROLE-BOLETO.
           02 WRK-BOL-ENTRADA PIC X(60) VALUE SPACES.
           02 WRK-BOL-DATA-REF PIC 9(08) VALUE ZEROS.
           02 WS-BOL-VALIDO PIC X VALUE "N".
              88 BOLETO-VALIDO VALUE "S".
           02 WRK-BOL-MOTIVO PIC X(40) VALUE SPACES.
           02 WRK-BOL-LINHA PIC X(48) VALUE SPACES.
           02 WRK-BOL-CODIGO-BARRAS PIC X(44) VALUE SPACES.
           02 WRK-BOL-TIPO PIC X(01) VALUE SPACES.
              88 BOL-E-BANCARIO VALUE "B".
              88 BOL-E-CONVENIO VALUE "C".
           02 WRK-BOL-VALOR PIC 9(09)V9(02) VALUE ZEROS.
           02 WS-BOL-TEM-VALOR PIC X VALUE "N".
              88 BOL-TEM-VALOR VALUE "S".
           02 WRK-BOL-VENCIMENTO PIC 9(08) VALUE ZEROS.
           02 WRK-BOL-BENEF-PADRAO PIC X(14) VALUE SPACES.

      * calculo dos digitos verificadores (modulos 10 e 11)
       01 WS-CALCULO-BOLETO.
           02 WRK-BOL-QTD-DIGITOS PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-IX PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-CARACTER PIC X(01) VALUE SPACES.
           02 WRK-BOL-TRECHO PIC X(44) VALUE SPACES.
           02 WRK-BOL-TAM PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-DIGITO PIC 9(01) VALUE ZEROS.
           02 WRK-BOL-PESO PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-PRODUTO PIC 9(03) VALUE ZEROS.
           02 WRK-BOL-SOMA PIC 9(05) VALUE ZEROS.
           02 WRK-BOL-RESTO PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-DV-CALC PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-DV-INFORMADO PIC 9(01) VALUE ZEROS.
           02 WRK-BOL-MODULO PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-BLOCO PIC 9(01) VALUE ZEROS.
           02 WRK-BOL-POS PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-VALOR-8 PIC 9(08)V9(02) VALUE ZEROS.
           02 WRK-BOL-VALOR-8-X REDEFINES WRK-BOL-VALOR-8 PIC X(10).
           02 WRK-BOL-VALOR-9 PIC 9(09)V9(02) VALUE ZEROS.
           02 WRK-BOL-VALOR-9-X REDEFINES WRK-BOL-VALOR-9 PIC X(11).
           02 WS-BOL-CARACTER-INV PIC X VALUE "N".
              88 BOL-CARACTER-INVALIDO VALUE "S".
           02 WRK-BOL-FATOR PIC 9(04) VALUE ZEROS.

      * vencimento pelo fator (dias desde 07/10/1997, que recomecou em
      * 1000 em 22/02/2025): datas convertidas em numero de dias
       01 WS-DATAS-BOLETO.
           02 WRK-BOL-CIV-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-BOL-CIV-MES PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-CIV-DIA PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-CIV-DN PIC S9(09) VALUE ZEROS.
           02 WRK-BOL-DN-HOJE PIC S9(09) VALUE ZEROS.
           02 WRK-BOL-DN-BASE PIC S9(09) VALUE ZEROS.
           02 WRK-BOL-DN-VENC PIC S9(09) VALUE ZEROS.
           02 WRK-BOL-DN-EXAME PIC S9(09) VALUE ZEROS.
           02 WRK-BOL-DIFERENCA PIC S9(09) VALUE ZEROS.
           02 WRK-BOL-Z PIC 9(09) VALUE ZEROS.
           02 WRK-BOL-CICLOS PIC S9(03) VALUE ZEROS.
           02 WRK-BOL-DIA-SEMANA PIC 9(01) VALUE ZEROS.
           02 WS-BOL-SO-NAO-UTIL PIC X VALUE "S".
              88 BOL-SO-DIAS-NAO-UTEIS VALUE "S".
           02 WRK-BOL-DATA-EXAME PIC 9(08) VALUE ZEROS.
           02 WRK-BOL-ANO-AJ PIC 9(04) VALUE ZEROS.
           02 WRK-BOL-ERA PIC 9(03) VALUE ZEROS.
           02 WRK-BOL-YOE PIC 9(03) VALUE ZEROS.
           02 WRK-BOL-DOY PIC 9(03) VALUE ZEROS.
           02 WRK-BOL-DOE PIC 9(06) VALUE ZEROS.
           02 WRK-BOL-MP PIC 9(02) VALUE ZEROS.
           02 WRK-BOL-ANO PIC 9(04) VALUE ZEROS.
           02 WRK-BOL-Q1 PIC 9(06) VALUE ZEROS.
           02 WRK-BOL-Q2 PIC 9(06) VALUE ZEROS.
           02 WRK-BOL-Q3 PIC 9(06) VALUE ZEROS.

      * feriados de FERIADOS.DAT (mesma tabela fixa de CALEND01),
      * carregados uma vez por execucao
       01 WS-FERIADOS-BOLETO.
           02 WS-BOL-FERIADOS-LIDOS PIC X VALUE "N".
              88 BOL-FERIADOS-CARREGADOS VALUE "S".
           02 WS-BOL-FIM-FERIADOS PIC X VALUE "N".
              88 BOL-FIM-FERIADOS VALUE "S".
           02 WS-BOL-E-FERIADO PIC X VALUE "N".
              88 BOL-DIA-FERIADO VALUE "S".
           02 WS-BOL-QTD-FERIADOS PIC 9(03) VALUE ZEROS.
           02 WS-BOL-MAX-FERIADOS PIC 9(03) VALUE 100.
           02 WS-BOL-IX-FER PIC 9(03) VALUE ZEROS.
           02 WS-BOL-FERIADO PIC 9(08) OCCURS 100 TIMES.
