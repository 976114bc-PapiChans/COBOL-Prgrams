      * The single SM-GRADE on the student master was fine when the
      * lab tracked one course; the registrar needs grades per
      * subject, and FINALGRD's ledger mode folds these into a
      * units-weighted general weighted average. GRDLEDGR.DAT is
      * indexed on LDG-KEY (student number + subject code), so every
      * program reads and updates single lines by key - a student's
      * lines come together from a START on the student number.
      ******************************************************************
       01  LEDGER-REC.
           02 LDG-KEY.
              03 LDG-STD-NO   PIC X(10).
              03 LDG-SBJ-CODE PIC X(8).
           02 LDG-GRADE    PIC 9(3).
           02 LDG-EQUIV    PIC 9V99.
           02 LDG-REMARKS  PIC X(6).
