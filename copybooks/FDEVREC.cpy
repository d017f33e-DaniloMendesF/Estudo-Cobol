      ******************************************************************
      * Copybook: FDEVREC
      * Purpose : Payroll credit to be reported back to the employer
      *           (FOLHADEV.DAT, line sequential, small file rewritten
      *           whole by FOLHA01). When a death is registered
      *           (OBITO01), every payroll deposit the holder's
      *           accounts received AFTER the date of death is listed
      *           here, with the employer's batch origin and the line
      *           of the employer's file it came from. FOLHA01 reports
      *           the pending ones in the return file (RETFOLHA.DAT)
      *           of that employer's next delivery and marks them
      *           reported, with the date. The money itself stays in
      *           the estate account until the court decides.
      ******************************************************************
       01 FOLHA-DEVOLVER.
           02 FDV-ORIGEM PIC X(08).
           02 FDV-DATA-CREDITO PIC 9(08).
           02 FDV-SEQ PIC 9(09).
           02 FDV-CPF PIC X(11).
           02 FDV-CONTA PIC 9(08).
           02 FDV-VALOR PIC 9(07)V9(02).
           02 FDV-DT-OBITO PIC 9(08).
           02 FDV-STATUS PIC X(01).
              88 FDV-PENDENTE VALUE "P".
              88 FDV-REPORTADO VALUE "R".
           02 FDV-DT-REPORTE PIC 9(08).
