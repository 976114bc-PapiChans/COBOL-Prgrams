      ******************************************************************
      * Learning-platform user map - one record per student LMSXCHG
      * has put on a class list for the online learning platform, in
      * LMSUSER.DAT, indexed on the platform user ID with the student
      * number as a unique alternate key. The user ID is the prefix
      * and the student number's letters and digits, made once and
      * kept here, so the gradebook import can turn the platform's
      * user IDs back into student numbers by key - a user the
      * platform has that this file does not is not one of ours.
      ******************************************************************
       01  LMS-USER-REC.
           02 LMU-USER-ID    PIC X(12).
           02 LMU-STD-NO     PIC X(10).
           02 LMU-CREATED    PIC X(8).
