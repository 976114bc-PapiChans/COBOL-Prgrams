      ******************************************************************
      * Student kiosk credential record - one per student in
      * STUDCRED.DAT, indexed on SCR-STD-NO. The registrar's office
      * issues and resets the PIN in PINMNT; KIOSKINQ checks it
      * before showing a student their own grades, absences, clinic
      * referral and account hold. Failed tries count up in
      * SCR-FAIL-CNT the way OPR-FAIL-CNT does for LABMENU's
      * sign-on, and SCR-LOCKED goes to "Y" at the limit - only a
      * PINMNT reset lets the student back in. SCR-ISSUE-OPR /
      * SCR-ISSUE-DATE say who last issued or reset the PIN, and
      * SCR-LAST-USE when the kiosk last accepted it.
      ******************************************************************
       01  STUDENT-CRED-REC.
           02 SCR-STD-NO     PIC X(10).
           02 SCR-PIN        PIC X(6).
           02 SCR-FAIL-CNT   PIC 9.
           02 SCR-LOCKED     PIC X(1).
              88 SCR-IS-LOCKED VALUE "Y".
           02 SCR-ISSUE-OPR  PIC X(20).
           02 SCR-ISSUE-DATE PIC X(8).
           02 SCR-LAST-USE   PIC X(19).
