      * Purpose : WORKING-STORAGE for the shared customer-data
      *           validations (VALCLIPD.cpy). COPY this in the
      *           WORKING-STORAGE SECTION of any program that PERFORMs
      *           VALIDA-CPF / VALIDA-RG / VALIDA-DATANASC (and
      *           VALIDA-TELEFONE / VALIDA-EMAIL, the contacts the
      *           customer alerts are delivered to).
      *           The consuming program must also provide:
      *             - the CLIREC.cpy record (CPF, RG, UF-RG, DIA,
      *               MES, ANO are referenced by the paragraphs)
              03 WS-TAB-UF-COD PIC X(02).
              03 WS-TAB-UF-MIN PIC 9(02).
              03 WS-TAB-UF-MAX PIC 9(02).

      * -- validacao dos contatos (celular para SMS, e-mail) ---------
       01 WS-VALIDA-CONTATO.
           02 WS-FONE-OK PIC X VALUE "N".
              88 TELEFONE-VALIDO VALUE "S".
              88 TELEFONE-INVALIDO VALUE "N".
           02 WS-EMAIL-OK PIC X VALUE "N".
              88 EMAIL-VALIDO VALUE "S".
              88 EMAIL-INVALIDO VALUE "N".
      *    DDD + numero so com digitos, como o provedor de SMS recebe
           02 WS-FONE-DIGITOS PIC X(15) VALUE SPACES.
           02 WS-FONE-QTD PIC 9(02) VALUE ZEROS.
           02 WS-FONE-NORMAL PIC X(11) VALUE SPACES.
           02 WS-EMAIL-TAM PIC 9(02) VALUE ZEROS.
           02 WS-EMAIL-ARROBAS PIC 9(02) VALUE ZEROS.
           02 WS-EMAIL-POS-ARROBA PIC 9(02) VALUE ZEROS.
           02 WS-EMAIL-POS-PONTO PIC 9(02) VALUE ZEROS.
