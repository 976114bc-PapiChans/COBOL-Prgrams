      * units-weighted general weighted average possible (see
      * FINALGRD's ledger mode), which is how the registrar's office
      * actually transacts grades.
      * SBJ-PREREQ holds up to three subject codes that must already
      * be PASSED (see SBJHIST.CPY) before ENLIST admits a student to
      * this subject; unused slots are spaces.
      ******************************************************************
       01  SUBJECT-REC.
           02 SBJ-CODE  PIC X(8).
           02 SBJ-TITLE PIC X(30).
           02 SBJ-UNITS PIC 9V9.
           02 SBJ-PREREQ OCCURS 3 TIMES PIC X(8).
