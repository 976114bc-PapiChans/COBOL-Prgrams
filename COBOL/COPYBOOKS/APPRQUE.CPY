      ******************************************************************
      * Pending change request - one record per sensitive master
      * change in APPRQUE.DAT, indexed on APQ-NO. GRADECOR grade
      * corrections, SUBJGRD ledger corrections, STATUPD withdrawals
      * and STUDMERG merges no longer post when keyed; the program
      * queues a request here through APRQPUT, and a second operator
      * holding the approver permission decides it in APPROVE, which
      * hands an approved request back to the same program to post.
      * APQ-TYPE names that program. APQ-ALT-KEY is the subject code
      * (SUBJGRD) or the duplicate number (STUDMERG); APQ-TERM is
      * the term SUBJGRD was posting. APQ-BEFORE / APQ-AFTER are the
      * values as shown to the requester - the grade, the status or
      * the two students' names - and the posting program refuses a
      * request whose before value no longer matches the file.
      ******************************************************************
       01  APPROVAL-QUEUE-REC.
           02 APQ-NO        PIC 9(6).
           02 APQ-TYPE      PIC X(8).
           02 APQ-STATE     PIC X(8).
              88 APQ-PENDING  VALUE "PENDING".
              88 APQ-APPROVED VALUE "APPROVED".
              88 APQ-REJECTED VALUE "REJECTED".
              88 APQ-FAILED   VALUE "FAILED".
           02 APQ-STD-NO    PIC X(10).
           02 APQ-ALT-KEY   PIC X(10).
           02 APQ-TERM      PIC X(13).
           02 APQ-BEFORE    PIC X(25).
           02 APQ-AFTER     PIC X(25).
           02 APQ-RSN-CODE  PIC X(4).
           02 APQ-REASON    PIC X(40).
           02 APQ-REQ-OPR   PIC X(20).
           02 APQ-REQ-STAMP PIC X(19).
           02 APQ-DEC-OPR   PIC X(20).
           02 APQ-DEC-STAMP PIC X(19).
           02 APQ-DEC-NOTE  PIC X(30).
