      ******************************************************************
      * Term calendar master record - one line per school year and
      * semester in TERMMAST.DAT, maintained by TERMMNT and looked up
      * through the TERMCHK subprogram (see TERMREQ.CPY). Every term
      * prompt checks against it, so a mistyped term tag is refused
      * instead of quietly starting a new census file or history term
      * nobody can find later. Dates are YYYYMMDD. A term is FUTURE
      * until it starts, OPEN while it runs, and CLOSED once TERMCLSE
      * has finished it - posting programs refuse a CLOSED term until
      * the coordinator reopens it in TERMMNT. The last-changed
      * operator and stamp say who opened, closed or reopened it.
      ******************************************************************
       01  TERM-REC.
           02 TRM-KEY.
              03 TRM-SCH-YEAR  PIC X(9).
              03 TRM-SEMESTER  PIC X(1).
           02 TRM-START-DATE   PIC X(8).
           02 TRM-END-DATE     PIC X(8).
           02 TRM-STATUS       PIC X(6).
              88 TRM-OPEN      VALUE "OPEN".
              88 TRM-CLOSED    VALUE "CLOSED".
              88 TRM-FUTURE    VALUE "FUTURE".
           02 TRM-CHG-OPR      PIC X(20).
           02 TRM-CHG-STAMP    PIC X(19).
