      ******************************************************************
      * Parameter look-up request block - passed to the PARMGET
      * subprogram by a program running unattended under a job
      * stream (see JOBPARM.CPY). The parameter file is line
      * sequential, one KEYWORD=VALUE answer per line, with "*" in
      * column 1 for a comment line, e.g.
      *        TERM=2025-2026/1
      *        PASS-GRADE=075
      * PRQ-REPLY comes back "Y" with the value when the keyword is
      * on the file, "N" when it is not, and "X" when the file itself
      * cannot be opened. On "Y" PRQ-NUM-OK is "Y" when the value is
      * an unsigned number (digits with an optional decimal point and
      * up to two decimals), with the number in PRQ-NUM and its
      * whole and decimal parts apart in PRQ-NUM-WHOLE / PRQ-NUM-DEC.
      ******************************************************************
       01  PARM-REQ.
           02 PRQ-FILE    PIC X(40).
           02 PRQ-KEY     PIC X(12).
           02 PRQ-REPLY   PIC X.
           02 PRQ-VALUE   PIC X(40).
           02 PRQ-NUM     PIC 9(7)V99.
           02 FILLER REDEFINES PRQ-NUM.
              03 PRQ-NUM-WHOLE PIC 9(7).
              03 PRQ-NUM-DEC   PIC 99.
           02 PRQ-NUM-OK  PIC X.
