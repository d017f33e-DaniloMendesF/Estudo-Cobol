      ******************************************************************
      * Copybook: TITWS
      * Purpose : WORKING-STORAGE for the shared holder lookup
      *           (TITPD.cpy): the holders of one account loaded into
      *           a small table, with the joint type. COPY this in the
      *           WORKING-STORAGE SECTION of any program that must
      *           treat every holder of a joint account, not only
      *           CONTA-CPF.
      *           The consuming program must also provide:
      *             - FD TITULAR-FILE with COPY TITREC, SELECT
      *               ORGANIZATION INDEXED, ACCESS DYNAMIC, RECORD KEY
      *               TIT-CHAVE, ALTERNATE RECORD KEY TIT-CPF WITH
      *               DUPLICATES and WS-TITULAR-STATUS PIC X(02)
      ******************************************************************
       01 WS-CONTROLE-TITULARIDADE.
           02 WS-CONTA-TIT-PROCURA PIC 9(08) VALUE ZEROS.
           02 WS-CPF-TIT-PROCURA PIC X(11) VALUE SPACES.
           02 WS-CPF-TIT-PRINCIPAL PIC X(11) VALUE SPACES.
           02 WS-QTD-TIT-CONTA PIC 9(02) VALUE ZEROS.
           02 WS-MAX-TIT-CONTA PIC 9(02) VALUE 09.
           02 WS-IX-TIT PIC 9(02) VALUE ZEROS.
           02 WS-SOLIDARIEDADE PIC X(01) VALUE "I".
              88 CONTA-INDIVIDUAL VALUE "I".
              88 CONTA-CONJUNTA-E VALUE "E".
              88 CONTA-CONJUNTA-OU VALUE "O".
           02 WS-PAPEL-ACHADO PIC X(01) VALUE SPACE.
           02 WS-TITULAR-ABERTO PIC X VALUE "N".
              88 TITULAR-ATIVO VALUE "S".
           02 WS-E-TITULAR PIC X VALUE "N".
              88 E-TITULAR-DA-CONTA VALUE "S".
           02 WS-FIM-TIT PIC X VALUE "N".
              88 FIM-TITULARIDADE VALUE "S".
       01 WS-TAB-TIT-CONTA.
           02 WS-TITC-ENT OCCURS 9 TIMES.
              03 WS-TITC-CPF PIC X(11).
              03 WS-TITC-PAPEL PIC X(01).
