      ******************************************************************
      * Curriculum record - one line per required subject in
      * CURRMAST.DAT, maintained by DEGAUDIT. A curriculum is a
      * course (2DPROG's COURSE-LIST) plus the school year it took
      * effect (CUR-CURR-YEAR, e.g. 2024), and lists each subject
      * the course requires with the year level (1-4) and semester
      * (1, 2, or S for summer) it is normally taken in. A student
      * follows the latest curriculum of the course that took effect
      * on or before the school year the student entered.
      ******************************************************************
       01  CURRICULUM-REC.
           02 CUR-COURSE    PIC X(5).
           02 CUR-CURR-YEAR PIC X(4).
           02 CUR-YR-LEVEL  PIC 9.
           02 CUR-SEMESTER  PIC X(1).
           02 CUR-SBJ-CODE  PIC X(8).
