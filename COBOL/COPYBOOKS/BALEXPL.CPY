      ******************************************************************
      * Balancing explanation record - one line per student break
      * between two pipeline stages that somebody has looked into, in
      * BALEXPL.DAT, keyed by PIPEBAL's mode 2 (e.g. a student
      * withdrawn after the roster came in, or a grade held back by
      * the department). BXP-GAP is the break number on the report:
      * 1 roster/master, 2 master/graded, 3 graded/final grade,
      * 4 final grade/sent, 5 sent/accepted, 6 accepted/archived.
      * An explained break still prints but no longer holds up
      * TERMCLSE.
      ******************************************************************
       01  BAL-EXPLAIN-REC.
           02 BXP-TERM     PIC X(13).
           02 BXP-STD-NO   PIC X(10).
           02 BXP-GAP      PIC 9.
           02 BXP-REASON   PIC X(30).
           02 BXP-OPERATOR PIC X(20).
           02 BXP-DATE     PIC X(8).
