      ******************************************************************
      * Approved-change hand-off - EXTERNAL (like BALREQ.CPY) so
      * APPROVE can have GRADECOR, SUBJGRD, STATUPD or STUDMERG post
      * one approved request through its own journaled path without
      * stopping at its prompts. Run from the menu the program finds
      * APR-POSTING not "Y" and queues requests as usual; when it is
      * "Y", APR-REC holds the approved APPROVAL-QUEUE-REC (see
      * APPRQUE.CPY) and the program posts just that change and
      * hands back APR-REPLY - "Y" posted, "L" the student master
      * was locked (try again later), "N" refused, with the reason
      * in APR-MSG. The caller sets APR-POSTING back to "N".
      ******************************************************************
       01  APPROVAL-POST-AREA EXTERNAL.
           02 APR-POSTING PIC X.
           02 APR-REC     PIC X(257).
           02 APR-REPLY   PIC X.
           02 APR-MSG     PIC X(30).
