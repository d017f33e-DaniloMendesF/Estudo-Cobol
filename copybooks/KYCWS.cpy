      ******************************************************************
      * Copybook: KYCWS
      * Purpose : WORKING-STORAGE for the shared cadastral-review
      *           (KYC) rule (KYCPD.cpy): review period per risk
      *           category and grace period, factory defaults
      *           overridden by PARAMS.DAT, and the outcome of the
      *           evaluation of one customer. COPY this in the
      *           WORKING-STORAGE SECTION of any program that PERFORMs
      *           LE-PARAMETROS-KYC / AVALIA-REVISAO-KYC.
      *           The consuming program must also provide:
      *             - the CLIREC.cpy record of the customer evaluated
      *             - FD PARAMETROS-FILE with COPY PARMREC and
      *               WS-PARAMETROS-STATUS PIC X(02)
      *           and move the business date to WRK-KYC-DATA-REF
      *           before the PERFORMs.
      ******************************************************************
       01 WS-CONTROLE-KYC.
           02 WRK-KYC-MESES-BAIXO PIC 9(03) VALUE 060.
           02 WRK-KYC-MESES-MEDIO PIC 9(03) VALUE 024.
           02 WRK-KYC-MESES-ALTO PIC 9(03) VALUE 012.
           02 WRK-KYC-MESES-CARENCIA PIC 9(03) VALUE 003.
           02 WRK-KYC-DT-LEGADO PIC 9(08) VALUE ZEROS.
           02 WRK-KYC-DATA-REF PIC 9(08) VALUE ZEROS.
           02 WS-FIM-PARM-KYC PIC X VALUE "N".
              88 FIM-PARAMETROS-KYC VALUE "S".
      *    resultado da avaliacao do cliente
           02 WRK-KYC-DT-BASE PIC 9(08) VALUE ZEROS.
           02 WRK-KYC-PRAZO PIC 9(03) VALUE ZEROS.
           02 WRK-KYC-DT-VENCIMENTO PIC 9(08) VALUE ZEROS.
           02 WRK-KYC-DT-LIMITE PIC 9(08) VALUE ZEROS.
           02 WS-KYC-SITUACAO PIC X(01) VALUE SPACE.
              88 KYC-EM-DIA VALUE "E".
              88 KYC-VENCIDA VALUE "V".
              88 KYC-BLOQUEADA VALUE "B".
      *    soma de meses a uma data AAAAMMDD (o dia fica como esta:
      *    so serve para comparar datas)
           02 WRK-KYC-DATA-SOMA PIC 9(08) VALUE ZEROS.
           02 WRK-KYC-DATA-SOMA-G REDEFINES WRK-KYC-DATA-SOMA.
              03 WRK-KYC-SOMA-ANO PIC 9(04).
              03 WRK-KYC-SOMA-MES PIC 9(02).
              03 WRK-KYC-SOMA-DIA PIC 9(02).
           02 WRK-KYC-MESES-SOMA PIC 9(04) VALUE ZEROS.
           02 WRK-KYC-YM PIC 9(07) VALUE ZEROS.
