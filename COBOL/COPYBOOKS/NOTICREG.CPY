      ******************************************************************
      * Notice register record - one per notification letter sent,
      * in NOTICREG.DAT, written by NOTICEGN and indexed on student
      * number + school year + semester + trigger, so the same
      * warning goes to a student's guardian at most once a term and
      * the register is the proof that the guardian was notified.
      * NTC-TRIGGER says what the letter was about; NTC-DETAIL is
      * the figure behind it (criteria flags, absence count or the
      * referral's screening date).
      ******************************************************************
       01  NOTICE-REC.
           02 NTC-KEY.
              03 NTC-STD-NO   PIC X(10).
              03 NTC-SCH-YEAR PIC X(9).
              03 NTC-SEMESTER PIC X(1).
              03 NTC-TRIGGER  PIC X(3).
                 88 NTC-AT-RISK  VALUE "ATR".
                 88 NTC-ABSENCES VALUE "ABS".
                 88 NTC-CLINIC   VALUE "CLN".
           02 NTC-SENT-DATE PIC X(8).
           02 NTC-ADVISER   PIC X(25).
           02 NTC-GUARDIAN  PIC X(30).
           02 NTC-OPERATOR  PIC X(20).
           02 NTC-DETAIL    PIC X(20).
