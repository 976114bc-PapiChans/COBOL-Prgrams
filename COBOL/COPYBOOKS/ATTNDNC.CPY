      * the absence register needs no second lookup, and ATRISK
      * counts these per student for its absence criterion -
      * attendance is the earliest failure signal the advisers
      * have. ATTNDNC.DAT is indexed on ATT-KEY (student number +
      * session date), which also keeps a session from being
      * recorded twice for the same student.
      ******************************************************************
       01  ABSENCE-REC.
           02 ATT-KEY.
              03 ATT-STD-NO   PIC X(10).
              03 ATT-DATE     PIC X(8).
           02 ATT-COURSE   PIC X(5).
           02 ATT-YR-LEVEL PIC 9.
