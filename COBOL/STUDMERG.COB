      *          where the survivor is blank, deletes the duplicate
      *          master record (both changes journaled to
      *          STUDJRNL.DAT), re-keys the duplicate's STUDHIST.DAT
      *          terms and SBJHIST.DAT subject history,
      *          BMIROSTER.DAT screenings, GRDLEDGR.DAT
      *          subject grades, SECASSGN.DAT section assignment and
      *          CLINREF.DAT referrals, fixes the ENROLL.DAT line,
      *          and appends a merge audit record to MERGELOG.DAT.
      *          Anything already on file for both numbers (a term,
      *          a graded subject, a seat, a referral) is reported
      *          and dropped or left for the registrar to rule on
      *          rather than overwritten. A merge no longer runs
      *          when it is confirmed: it goes to the approval queue
      *          (APPRQUE.DAT, see APPRQUE.CPY) with the requester,
      *          the reason and both students' names, and runs only
      *          when a second operator approves it in APPROVE,
      *          which hands it back here (APPRPOST.CPY). A request
      *          whose duplicate record has since changed or gone is
      *          refused. The requester is the verified LABMENU
      *          sign-on; a standalone run cannot request a merge.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HS-STATUS.
           SELECT SBJHIST ASSIGN TO "SBJHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBH-KEY
               FILE STATUS IS WS-SBH-STATUS.
           SELECT ROSTER-IN ASSIGN TO "BMIROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
      * The other per-student files that carry the student number:
      * SUBJGRD's grade ledger and SECTASGN's section assignments
      * re-key by key the way the histories do; CLINREF's referral
      * queue re-keys the same way the BMI roster does.
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT REF-IN ASSIGN TO "CLINREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY "STUDHIST.CPY".

       FD  SBJHIST
           LABEL RECORDS ARE STANDARD.
           COPY "SBJHIST.CPY".

       FD  ROSTER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROSTER-LINE-IN.
           DATA RECORD IS ENROLL-LINE-OUT.
       01  ENROLL-LINE-OUT PIC X(41).

       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  REF-IN
           LABEL RECORDS ARE STANDARD

       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-HS-STATUS PIC XX VALUE "00".
       01  WS-SBH-STATUS PIC XX VALUE "00".
       01  WS-RST-STATUS PIC XX VALUE "00".
       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-MRG-STATUS PIC XX VALUE "00".
       01  WS-DUP-IMAGE PIC X(102) VALUE SPACES.
       01  WS-SURV-FOUND PIC X VALUE "N".
       01  WS-DUP-FOUND PIC X VALUE "N".
       01  WS-REASON-TEXT PIC X(40) VALUE SPACES.

      * Approval queue request and the approved-change hand-off (see
      * APPRQUE.CPY, APRQPUT and APPRPOST.CPY).
       COPY "APPRQUE.CPY".
       COPY "APPRPOST.CPY".
       01  WS-APQ-REPLY PIC X VALUE SPACES.
       01  Q PIC 99 VALUE 0.

      * Master lock request block (see MSTLOCK.CPY) - WS-LOCKED
      * Per-file consolidation counts for the merge audit record.
       01  WS-HIST-MOVED PIC 99 VALUE 0.
       01  WS-HIST-CLASH PIC 99 VALUE 0.
       01  WS-SBH-MOVED PIC 999 VALUE 0.
       01  WS-SBH-CLASH PIC 99 VALUE 0.
       01  WS-BMI-MOVED PIC 999 VALUE 0.
       01  WS-ENR-FIXED PIC 9 VALUE 0.
       01  WS-ENR-DROPPED PIC 9 VALUE 0.
      * is silently destroyed.
       01  WS-LOAD-OVFL PIC X VALUE "N".

       01  WS-REF-USED PIC 999 VALUE 0.
       01  WS-REF-TABLE.
           02 WS-REF-LINE OCCURS 500 TIMES PIC X(97).
       01  WS-TRM-TABLE.
           02 WS-TRM-KEY OCCURS 20 TIMES PIC X(20).
       01  T PIC 99 VALUE 0.
      * Duplicate's subject-history keys, collected before moving.
       01  WS-SBK-USED PIC 999 VALUE 0.
       01  WS-SBK-TABLE.
           02 WS-SBK-KEY OCCURS 200 TIMES PIC X(28).
       01  SX PIC 999 VALUE 0.
      * Duplicate's ledger subjects, collected before moving.
       01  WS-LDK-USED PIC 999 VALUE 0.
       01  WS-LDK-TABLE.
           02 WS-LDK-SBJ OCCURS 100 TIMES PIC X(8).

      * Side-by-side display line for one master image.
       01  SHOW-LINE.
               ACCEPT WS-OPERATOR
           END-IF.
           PERFORM SET-RUN-STAMP-RTN.
      * An approved merge handed over by APPROVE runs here.
           IF APR-POSTING = "Y"
               PERFORM POST-APPROVED-RTN
               IF WS-LOCKED = "Y"
                   PERFORM FREE-LOCK-RTN
               END-IF
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
      * A request is queued under the requester's verified sign-on,
      * which APPROVE holds against the approver - a typed-in name
      * could be anyone's, so a standalone run queues nothing.
           IF SGN-OPR-ID = SPACES OR SGN-OPR-ID = LOW-VALUES
               DISPLAY "A MERGE NEEDS A VERIFIED SIGN-ON"
                   " - RUN STUDMERG FROM THE MENU"
               MOVE "ABORTED-NO-SIGNON" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           DISPLAY "SURVIVING STUDENT NUMBER: ".
           ACCEPT WS-SURV-NO.
           DISPLAY "DUPLICATE NUMBER TO ABSORB: ".
           IF WS-OUTCOME = "COMPLETED" AND WS-DUP-FOUND = "Y"
               PERFORM CONFIRM-RTN
               IF WS-ANS = "Y" OR WS-ANS = "y"
                   PERFORM REQUEST-MERGE-RTN
               ELSE
                   DISPLAY "MERGE CANCELLED"
                   MOVE "CANCELLED" TO WS-OUTCOME
               END-IF
               CLOSE STUDMAS JRNL-OUT
           END-IF.
           IF WS-LOCKED = "Y"
               PERFORM FREE-LOCK-RTN
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       REQUEST-MERGE-RTN.
      * The merge waits for a second operator's approval (APPROVE).
           MOVE SPACES TO WS-REASON-TEXT.
           PERFORM UNTIL WS-REASON-TEXT NOT = SPACES
               DISPLAY "REASON FOR THE APPROVER: "
               ACCEPT WS-REASON-TEXT
           END-PERFORM.
           MOVE SPACES TO APPROVAL-QUEUE-REC.
           MOVE "STUDMERG" TO APQ-TYPE.
           MOVE WS-SURV-NO TO APQ-STD-NO.
           MOVE WS-DUP-NO TO APQ-ALT-KEY.
           MOVE WS-DUP-IMAGE TO STUDENT-MASTER-REC.
           MOVE SM-STD-NM TO APQ-BEFORE.
           IF WS-SURV-FOUND = "Y"
               MOVE WS-SURV-IMAGE TO STUDENT-MASTER-REC
               MOVE SM-STD-NM TO APQ-AFTER
           ELSE
               MOVE "(NO RECORD - RE-KEYED)" TO APQ-AFTER
           END-IF.
           MOVE WS-REASON-TEXT TO APQ-REASON.
           MOVE SGN-OPR-ID TO APQ-REQ-OPR.
           CALL "APRQPUT" USING APPROVAL-QUEUE-REC WS-APQ-REPLY.
           EVALUATE WS-APQ-REPLY
               WHEN "Y"
                   DISPLAY "SENT FOR APPROVAL AS REQUEST " APQ-NO
                       " - MERGES WHEN A SECOND OPERATOR APPROVES IT"
                   MOVE "COMPLETED-QUEUED" TO WS-OUTCOME
               WHEN "D"
                   DISPLAY "REQUEST " APQ-NO " FOR THIS MERGE IS"
                       " ALREADY WAITING - NOTHING QUEUED"
                   MOVE "ABORTED-DUPLICATE" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "APPROVAL QUEUE NOT AVAILABLE - NOTHING"
                       " QUEUED"
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-EVALUATE.

       POST-APPROVED-RTN.
           MOVE APR-REC TO APPROVAL-QUEUE-REC.
           MOVE "N" TO APR-REPLY.
           MOVE SPACES TO APR-MSG.
           MOVE APQ-STD-NO TO WS-SURV-NO.
           MOVE APQ-ALT-KEY TO WS-DUP-NO.
           PERFORM GET-LOCK-RTN.
           IF LKQ-REPLY = "Y"
               MOVE "Y" TO WS-LOCKED
               PERFORM FETCH-BOTH-RTN
               PERFORM POST-MERGE-RTN
           ELSE
               MOVE "L" TO APR-REPLY
               MOVE "STUDENT MASTER LOCKED" TO APR-MSG
               MOVE "ABORTED-LOCKED" TO WS-OUTCOME
           END-IF.

       POST-MERGE-RTN.
      * Refused when the duplicate has gone or changed name while
      * the request waited.
           EVALUATE TRUE
               WHEN WS-OUTCOME = "ABORTED-BAD-FILE"
                   MOVE "STUDENT MASTER NOT AVAILABLE" TO APR-MSG
               WHEN WS-DUP-FOUND = "N"
                   CLOSE STUDMAS JRNL-OUT
                   MOVE "DUPLICATE NO LONGER ON FILE" TO APR-MSG
               WHEN OTHER
                   MOVE WS-DUP-IMAGE TO STUDENT-MASTER-REC
                   IF SM-STD-NM NOT = APQ-BEFORE
                       CLOSE STUDMAS JRNL-OUT
                       MOVE "DUPLICATE CHANGED SINCE QUEUED"
                           TO APR-MSG
                       MOVE "ABORTED-REFUSED" TO WS-OUTCOME
                   ELSE
                       PERFORM DO-MERGE-RTN
                       MOVE "Y" TO APR-REPLY
                   END-IF
           END-EVALUATE.

       DO-MERGE-RTN.
           PERFORM MERGE-MASTER-RTN.
           PERFORM MOVE-HISTORY-RTN.
           PERFORM MOVE-SBJHIST-RTN.
           PERFORM MOVE-ROSTER-RTN.
           PERFORM FIX-ENROLL-RTN.
           PERFORM FIX-LEDGER-RTN.
           PERFORM FIX-SECTION-RTN.
           PERFORM FIX-REFERRALS-RTN.
           PERFORM WRITE-MERGELOG-RTN.
           DISPLAY "MERGE DONE - " WS-HIST-MOVED
               " TERM(S) MOVED (" WS-HIST-CLASH
               " CLASH), " WS-SBH-MOVED " SUBJECT HISTORY"
               " LINE(S) (" WS-SBH-CLASH " CLASH), "
               WS-BMI-MOVED " SCREENING(S), "
               WS-ENR-FIXED " ROSTER LINE(S) FIXED, "
               WS-LDG-MOVED " LEDGER LINE(S), "
               WS-SEC-MOVED " SECTION ASSIGNMENT(S), "
               WS-REF-MOVED " REFERRAL(S)".

       GET-LOCK-RTN.
      * Single-updater guard on the shared master (see MSTLOCK) -
      * a second updater is told who holds it instead of opening
                   END-WRITE
           END-READ.

       MOVE-SBJHIST-RTN.
      * Same two-pass move as the term history - a subject already
      * on file for the survivor in the same term is left under the
      * duplicate for the registrar.
           OPEN I-O SBJHIST.
           IF WS-SBH-STATUS NOT = "00"
               DISPLAY "NO SBJHIST.DAT ON HAND - SUBJECT HISTORY"
                   " SKIPPED"
           ELSE
               MOVE 0 TO WS-SBK-USED
               MOVE SPACES TO SBH-KEY
               MOVE WS-DUP-NO TO SBH-STD-NO
               MOVE "NO" TO WS-EOF
               START SBJHIST KEY IS NOT < SBH-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ SBJHIST NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF SBH-STD-NO NOT = WS-DUP-NO
                               MOVE "YES" TO WS-EOF
                           ELSE
                               IF WS-SBK-USED < 200
                                   ADD 1 TO WS-SBK-USED
                                   MOVE SBH-KEY
                                       TO WS-SBK-KEY(WS-SBK-USED)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > WS-SBK-USED
                   PERFORM MOVE-ONE-SBJ-RTN
               END-PERFORM
               CLOSE SBJHIST
           END-IF.

       MOVE-ONE-SBJ-RTN.
           MOVE WS-SBK-KEY(SX) TO SBH-KEY.
           READ SBJHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-SURV-NO TO SBH-STD-NO
                   WRITE SUBJ-HIST-REC
                       INVALID KEY
                           ADD 1 TO WS-SBH-CLASH
                           DISPLAY "SUBJECT " SBH-SBJ-CODE " TERM "
                               SBH-SCH-YEAR "/" SBH-SEMESTER
                               " ON FILE FOR BOTH - LEFT UNDER "
                               WS-DUP-NO
                       NOT INVALID KEY
                           ADD 1 TO WS-SBH-MOVED
                           MOVE WS-SBK-KEY(SX) TO SBH-KEY
                           READ SBJHIST
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   DELETE SBJHIST RECORD
                           END-READ
                   END-WRITE
           END-READ.

       MOVE-ROSTER-RTN.
      * BMIROSTER.DAT is line sequential - re-key in place via a
      * whole-file rewrite.
      * this, FINALGRD's ledger GWA would miss the duplicate's
      * subjects. A subject already graded under the surviving
      * number is a clash for the registrar to rule on, like the
      * history clash path. Same two-pass move as the subject
      * history: collect the duplicate's subjects, then move each.
           OPEN I-O LEDGER.
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "NO GRDLEDGR.DAT ON HAND - LEDGER SKIPPED"
           ELSE
               MOVE 0 TO WS-LDK-USED
               MOVE SPACES TO LDG-KEY
               MOVE WS-DUP-NO TO LDG-STD-NO
               MOVE "NO" TO WS-EOF
               START LEDGER KEY IS NOT < LDG-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ LEDGER NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF LDG-STD-NO NOT = WS-DUP-NO
                               MOVE "YES" TO WS-EOF
                           ELSE
                               IF WS-LDK-USED < 100
                                   ADD 1 TO WS-LDK-USED
                                   MOVE LDG-SBJ-CODE
                                       TO WS-LDK-SBJ(WS-LDK-USED)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-LDK-USED
                   PERFORM MOVE-ONE-LDG-RTN
               END-PERFORM
               CLOSE LEDGER
           END-IF.

       MOVE-ONE-LDG-RTN.
      * The duplicate's line goes either way - moved to the survivor
      * or, on a clash, dropped with a note.
           MOVE WS-DUP-NO TO LDG-STD-NO.
           MOVE WS-LDK-SBJ(K) TO LDG-SBJ-CODE.
           READ LEDGER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-SURV-NO TO LDG-STD-NO
                   WRITE LEDGER-REC
                       INVALID KEY
                           ADD 1 TO WS-LDG-CLASH
                           DISPLAY "SUBJECT " LDG-SBJ-CODE " GRADED"
                               " UNDER BOTH NUMBERS - DUPLICATE'S"
                               " LINE DROPPED"
                       NOT INVALID KEY
                           ADD 1 TO WS-LDG-MOVED
                   END-WRITE
                   MOVE WS-DUP-NO TO LDG-STD-NO
                   MOVE WS-LDK-SBJ(K) TO LDG-SBJ-CODE
                   DELETE LEDGER RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
           END-READ.

       FIX-SECTION-RTN.
      * SECTASGN's assignment re-keys too, so the section roster
      * stops printing the dead number. A survivor already placed
      * keeps their seat and the duplicate's assignment is dropped.
           OPEN I-O ASSIGN-FILE.
           IF WS-ASG-STATUS NOT = "00"
               DISPLAY "NO SECASSGN.DAT ON HAND - SECTIONS SKIPPED"
           ELSE
               MOVE WS-DUP-NO TO ASG-STD-NO
               READ ASSIGN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-SURV-NO TO ASG-STD-NO
                       WRITE SECT-ASSIGN-REC
                           INVALID KEY
                               ADD 1 TO WS-SEC-DROPPED
                               DISPLAY "BOTH NUMBERS ASSIGNED TO"
                                   " SECTIONS - DUPLICATE'S"
                                   " ASSIGNMENT DROPPED"
                           NOT INVALID KEY
                               ADD 1 TO WS-SEC-MOVED
                       END-WRITE
                       MOVE WS-DUP-NO TO ASG-STD-NO
                       DELETE ASSIGN-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
               END-READ
               CLOSE ASSIGN-FILE
           END-IF.

       FIX-REFERRALS-RTN.
      * CLINREF's queue re-keys so an open referral can still be
      * closed against a living master record. A referral for the
