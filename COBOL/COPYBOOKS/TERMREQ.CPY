      ******************************************************************
      * Term look-up request block - passed to the TERMCHK subprogram
      * by every program that asks for a term, so the term typed is
      * checked against the term calendar master (TERMMAST.CPY).
      * TKQ-FUNC is FIND (by school year + semester), LABL (by a term
      * label such as 2025-2026/1), DATE (the term whose start/end
      * dates take in TKQ-DATE) or CLOS (mark the term CLOSED - used
      * by TERMCLSE once a term is finished). TKQ-REPLY comes back
      * "Y" when the term is on file (and for CLOS, marked), "N" when
      * it is not, and "X" when there is no term master at all; on
      * "Y" the year, semester, label, dates and status are filled
      * in, so a caller keyed by label also gets the year/semester
      * and the reverse.
      ******************************************************************
       01  TERM-CHK-REQ.
           02 TKQ-FUNC       PIC X(4).
           02 TKQ-SCH-YEAR   PIC X(9).
           02 TKQ-SEMESTER   PIC X(1).
           02 TKQ-LABEL      PIC X(13).
           02 TKQ-DATE       PIC X(8).
           02 TKQ-OPERATOR   PIC X(20).
           02 TKQ-REPLY      PIC X.
           02 TKQ-STATUS     PIC X(6).
           02 TKQ-START-DATE PIC X(8).
           02 TKQ-END-DATE   PIC X(8).
