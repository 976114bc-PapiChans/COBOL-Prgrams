      * SECASSGN.DAT, written by SECTASGN from the enrollment roster
      * (see ENROLL.CPY). The course/year level ride along from the
      * roster so a roster printout or section filter needs no
      * second lookup. SECASSGN.DAT is indexed on the student
      * number, with the section (course + year level + section
      * code, ASG-SECT-KEY) as an alternate key with duplicates so a
      * section's members are read together.
      ******************************************************************
       01  SECT-ASSIGN-REC.
           02 ASG-STD-NO   PIC X(10).
           02 ASG-SECT-KEY.
              03 ASG-COURSE   PIC X(5).
              03 ASG-YR-LEVEL PIC 9.
              03 ASG-SECTION  PIC X(3).
