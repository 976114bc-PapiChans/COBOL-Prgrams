      ******************************************************************
      * Enlistment exception record - one line per refused or
      * overridden enlistment in ENLEXCP.DAT, appended by ENLIST and
      * printed per term on its exception list for the chairperson.
      * EXC-TYPE is REJ (refused: a prerequisite not passed, or the
      * subject already passed) or OVR (admitted on an override);
      * EXC-MISSING names the prerequisites not yet passed and
      * EXC-REASON the override reason code (spaces on a REJ).
      ******************************************************************
       01  ENL-EXCP-REC.
           02 EXC-SCH-YEAR PIC X(9).
           02 EXC-SEMESTER PIC X(1).
           02 EXC-STD-NO   PIC X(10).
           02 EXC-SBJ-CODE PIC X(8).
           02 EXC-TYPE     PIC X(3).
           02 EXC-MISSING OCCURS 3 TIMES PIC X(8).
           02 EXC-REASON   PIC X(3).
           02 EXC-OPERATOR PIC X(20).
           02 EXC-DATETIME PIC X(19).
