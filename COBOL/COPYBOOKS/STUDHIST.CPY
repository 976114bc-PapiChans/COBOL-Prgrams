           02 HS-HONOR-MARK  PIC X(13).
           02 HS-FINAL-GRADE PIC 9(3).
           02 HS-GRADE-EQUIV PIC 9V99.
      * Where the student stood at the close-out - the master's
      * SM-STATUS and the course and year level on the registrar's
      * roster (ENROLL.DAT) - so COHORT can follow an entering class
      * term by term after the roster has dropped those who left.
      * Year level 0 means the student was not on the roster. A
      * history file written before these fields were carried
      * (107-byte records) is brought onto this layout once by
      * TERMEND mode 3, which leaves the status and course as spaces
      * and the year level 0 on the terms closed before then.
           02 HS-STATUS      PIC X(1).
           02 HS-COURSE      PIC X(5).
           02 HS-YR-LEVEL    PIC 9.
