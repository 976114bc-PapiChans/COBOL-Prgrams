      ******************************************************************
      * Tuition rate record - one line per course in FEERATE.DAT,
      * maintained by STUDACCT: the charge per enrolled unit that the
      * term assessment multiplies the student's subject units by.
      ******************************************************************
       01  FEE-RATE-REC.
           02 FEE-COURSE   PIC X(5).
           02 FEE-UNIT-RATE PIC 9(5)V99.
