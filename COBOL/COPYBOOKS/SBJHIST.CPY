      ******************************************************************
      * Subject-history record - one per student per subject per
      * school year/term in SBJHIST.DAT, written by TERMEND's
      * end-of-term close-out from the grade ledger (GRDLEDGR.CPY)
      * before the ledger is cleared for the new term. Keyed on
      * student number + school year + semester + subject so a
      * student's subjects list together term by term; ENLIST reads
      * it to tell which prerequisites a student has passed.
      * SBH-REMARKS carries the ledger remark as it stood at close-out
      * (PASSED, FAILED, or ENLSTD for a subject never graded).
      ******************************************************************
       01  SUBJ-HIST-REC.
           02 SBH-KEY.
              03 SBH-STD-NO   PIC X(10).
              03 SBH-SCH-YEAR PIC X(9).
              03 SBH-SEMESTER PIC X(1).
              03 SBH-SBJ-CODE PIC X(8).
           02 SBH-GRADE   PIC 9(3).
           02 SBH-EQUIV   PIC 9V99.
           02 SBH-REMARKS PIC X(6).
