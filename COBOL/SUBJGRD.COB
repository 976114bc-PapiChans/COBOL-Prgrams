      *          to LDGCORR.DAT the way GRADECOR does for the single
      *          grade. FINALGRD's ledger mode folds the ledger into
      *          a true units-weighted general weighted average.
      *          Grade entry and correction name the term the grades
      *          belong to; it must be on the term calendar
      *          (TERMMAST.DAT) and a CLOSED term takes no postings
      *          unless the coordinator reopens it in TERMMNT.
      *          A subject carries up to three prerequisites (entered
      *          when it is added, or changed later in mode 6) that
      *          ENLIST checks against the student's passed subjects.
      *          Grades post only into the ledger line ENLIST wrote
      *          when the student was enlisted in the subject - a
      *          student not enlisted is refused at grade entry.
      *          GRDLEDGR.DAT is indexed on student number + subject
      *          code, so each grade is read and rewritten by key
      *          in place - no whole-ledger table or rewrite.
      *          A correction (mode 4) no longer posts when it is
      *          keyed: it goes to the approval queue (APPRQUE.DAT,
      *          see APPRQUE.CPY) with the requester, the reason and
      *          the before and after grades, and posts only when a
      *          second operator approves it in APPROVE, which hands
      *          it back here (APPRPOST.CPY). The term is checked
      *          again at posting, and a request whose before grade
      *          no longer matches the ledger is refused. The
      *          requester is the verified LABMENU sign-on; a
      *          standalone run cannot request a correction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SUBJ-OUT ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBJ-STATUS.
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
       FD  SUBJ-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJ-LINE-IN.
       01  SUBJ-LINE-IN PIC X(64).

       FD  SUBJ-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJ-LINE-OUT.
       01  SUBJ-LINE-OUT PIC X(64).

       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
      * Subject master record (see SUBJMAST.CPY).
       COPY "SUBJMAST.CPY".

      * Correction audit record (see LDGCORR.CPY).
       COPY "LDGCORR.CPY".

              03 WS-SB-CODE PIC X(8).
              03 WS-SB-TITLE PIC X(30).
              03 WS-SB-UNITS PIC 9V9.
              03 WS-SB-PRQ-LIST.
                 04 WS-SB-PREREQ OCCURS 3 TIMES PIC X(8).
       01  WS-SBJ-OVFL PIC X VALUE "N".

      * Prerequisite entry scratch.
       01  WS-PRQ-LIST.
           02 WS-PRQ OCCURS 3 TIMES PIC X(8).
       01  WS-PRQ-CODE PIC X(8) VALUE SPACES.
       01  WS-PRQ-HIT PIC 99 VALUE 0.
       01  WS-PRQ-DONE PIC X VALUE "N".
       01  P PIC 9 VALUE 0.

      * Ledger look-up - WS-LDG-HIT is "Y" when the student/subject
      * line is on file (and then in LEDGER-REC).
       01  WS-LDG-HIT PIC X VALUE "N".
       01  WS-LDG-EOF PIC X VALUE "N".

       01  S PIC 99 VALUE 0.
       01  WS-SBJ-HIT PIC 99 VALUE 0.
       01  WS-STD-NO PIC X(10) VALUE SPACES.
       01  WS-SBJ-CODE PIC X(8) VALUE SPACES.
       01  WS-NEW-GRADE PIC 9(3) VALUE 0.
       01  WS-GR-VALID PIC X VALUE "N".
       01  WS-ENT-CNT PIC 999 VALUE 0.
       01  WS-CORR-CNT PIC 99 VALUE 0.
       01  WS-REASON-TEXT PIC X(40) VALUE SPACES.
       01  WS-QUE-CNT PIC 99 VALUE 0.

      * Approval queue request and the approved-change hand-off (see
      * APPRQUE.CPY, APRQPUT and APPRPOST.CPY).
       COPY "APPRQUE.CPY".
       COPY "APPRPOST.CPY".
       01  WS-APQ-REPLY PIC X VALUE SPACES.
       01  WS-GRADE-X PIC X(3) VALUE SPACES.

      * Term calendar look-up for the posting modes (TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

      * Grade-point conversion scratch - same department scale
      * FINALGRD applies (1.00 best, 3.00 lowest passing, 5.00
               DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
               ACCEPT WS-OPERATOR
           END-IF.
      * An approved correction handed over by APPROVE posts here.
           IF APR-POSTING = "Y"
               PERFORM POST-APPROVED-RTN
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           DISPLAY "MODE - 1=ADD SUBJECT  2=LIST SUBJECTS"
               "  3=ENTER GRADES  4=CORRECT A GRADE"
               "  5=STUDENT LEDGER  6=SET PREREQUISITES: ".
           ACCEPT WS-MODE.
           PERFORM LOAD-SUBJECTS-RTN.
           EVALUATE WS-MODE
               WHEN 2
                   PERFORM LIST-SUBJECTS-RTN
               WHEN 3
                   PERFORM GET-TERM-RTN
                   IF WS-TERM-OK = "Y"
                       PERFORM ENTER-GRADES-RTN
                   END-IF
               WHEN 4
                   PERFORM CHECK-SIGNON-RTN
                   IF WS-OUTCOME = "COMPLETED"
                       PERFORM GET-TERM-RTN
                   END-IF
                   IF WS-TERM-OK = "Y"
                       PERFORM CORRECT-GRADE-RTN
                   END-IF
               WHEN 5
                   PERFORM STUDENT-LEDGER-RTN
               WHEN 6
                   PERFORM SET-PREREQ-RTN
               WHEN OTHER
                   PERFORM ADD-SUBJECT-RTN
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-SIGNON-RTN.
      * A request is queued under the requester's verified sign-on,
      * which APPROVE holds against the approver - a typed-in name
      * could be anyone's, so a standalone run queues nothing.
           IF SGN-OPR-ID = SPACES OR SGN-OPR-ID = LOW-VALUES
               DISPLAY "A GRADE CORRECTION NEEDS A VERIFIED SIGN-ON"
                   " - RUN SUBJGRD FROM THE MENU"
               MOVE "ABORTED-NO-SIGNON" TO WS-OUTCOME
           END-IF.

       GET-TERM-RTN.
      * The ledger being posted belongs to one term - it must be on
      * the calendar, and a term TERMCLSE has closed takes no more
      * grades until the coordinator reopens it.
           MOVE "N" TO WS-TERM-OK.
           DISPLAY "TERM LABEL OF THESE GRADES (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   IF TKQ-STATUS = "CLOSED"
                       DISPLAY "TERM " WS-TERM-LABEL " IS CLOSED -"
                           " POSTING REFUSED (COORDINATOR CAN REOPEN"
                           " IT IN TERMMNT)"
                       MOVE "ABORTED-CLOSED-TERM" TO WS-OUTCOME
                   ELSE
                       MOVE "Y" TO WS-TERM-OK
                   END-IF
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST"
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - "
                       WS-TERM-LABEL
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-EVALUATE.

       LOAD-SUBJECTS-RTN.
           MOVE 0 TO WS-SBJ-USED.
           MOVE "N" TO WS-SBJ-OVFL.
           OPEN INPUT SUBJ-IN.
           IF WS-SBJ-STATUS = "00"
               MOVE "NO" TO WS-EOF
                   READ SUBJ-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SUBJ-LINE-IN TO SUBJECT-REC
                           IF SBJ-CODE NOT = SPACES
                               AND WS-SBJ-USED >= 50
                               MOVE "Y" TO WS-SBJ-OVFL
                           END-IF
                           IF SBJ-CODE NOT = SPACES
                               AND WS-SBJ-USED < 50
                               ADD 1 TO WS-SBJ-USED
                                   TO WS-SB-TITLE(WS-SBJ-USED)
                               MOVE SBJ-UNITS
                                   TO WS-SB-UNITS(WS-SBJ-USED)
                               MOVE SBJ-PREREQ(1)
                                   TO WS-SB-PREREQ(WS-SBJ-USED, 1)
                               MOVE SBJ-PREREQ(2)
                                   TO WS-SB-PREREQ(WS-SBJ-USED, 2)
                               MOVE SBJ-PREREQ(3)
                                   TO WS-SB-PREREQ(WS-SBJ-USED, 3)
                           END-IF
                   END-READ
               END-PERFORM
                   ACCEPT SBJ-TITLE
                   DISPLAY "UNITS (E.G. 3.0): "
                   ACCEPT SBJ-UNITS
                   PERFORM ACCEPT-PREREQS-RTN
                   MOVE WS-PRQ(1) TO SBJ-PREREQ(1)
                   MOVE WS-PRQ(2) TO SBJ-PREREQ(2)
                   MOVE WS-PRQ(3) TO SBJ-PREREQ(3)
                   OPEN EXTEND SUBJ-OUT
                   IF WS-SBJ-STATUS = "35"
                       OPEN OUTPUT SUBJ-OUT
               END-IF
           END-IF.

       ACCEPT-PREREQS-RTN.
      * Up to three subjects that must already be passed before
      * ENLIST admits a student - each must itself be on the subject
      * master, and a blank answer ends the list.
           MOVE SPACES TO WS-PRQ-LIST.
           MOVE "N" TO WS-PRQ-DONE.
           MOVE 0 TO P.
           PERFORM UNTIL WS-PRQ-DONE = "Y" OR P >= 3
               DISPLAY "PREREQUISITE SUBJECT (BLANK = NO MORE): "
               ACCEPT WS-PRQ-CODE
               IF WS-PRQ-CODE = SPACES
                   MOVE "Y" TO WS-PRQ-DONE
               ELSE
                   PERFORM CHECK-PREREQ-RTN
               END-IF
           END-PERFORM.

       CHECK-PREREQ-RTN.
           MOVE 0 TO WS-PRQ-HIT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SBJ-USED
               IF WS-SB-CODE(S) = WS-PRQ-CODE
                   MOVE S TO WS-PRQ-HIT
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-PRQ-CODE = WS-SBJ-CODE
                   DISPLAY "A SUBJECT CANNOT BE ITS OWN PREREQUISITE"
               WHEN WS-PRQ-HIT = 0
                   DISPLAY "NO SUCH SUBJECT - " WS-PRQ-CODE
               WHEN WS-PRQ-CODE = WS-PRQ(1) OR WS-PRQ(2) OR WS-PRQ(3)
                   DISPLAY "ALREADY LISTED - " WS-PRQ-CODE
               WHEN OTHER
                   ADD 1 TO P
                   MOVE WS-PRQ-CODE TO WS-PRQ(P)
           END-EVALUATE.

       SET-PREREQ-RTN.
           IF WS-SBJ-OVFL = "Y"
      * The save rewrites the file from the table - a subject master
      * bigger than the table would be silently truncated.
               DISPLAY "SUBJMAST.DAT EXCEEDS 50 SUBJECTS -"
                   " CHANGE REFUSED, FILE LEFT UNTOUCHED"
               MOVE "ABORTED-TOO-MANY" TO WS-OUTCOME
           ELSE
               DISPLAY "SUBJECT CODE: "
               ACCEPT WS-SBJ-CODE
               PERFORM FIND-SUBJECT-RTN
               IF WS-SBJ-HIT = 0
                   DISPLAY "NO SUCH SUBJECT - " WS-SBJ-CODE
               ELSE
                   DISPLAY "CURRENT PREREQUISITES: "
                       WS-SB-PREREQ(WS-SBJ-HIT, 1) " "
                       WS-SB-PREREQ(WS-SBJ-HIT, 2) " "
                       WS-SB-PREREQ(WS-SBJ-HIT, 3)
                   DISPLAY "ENTER THE FULL NEW LIST (BLANK FIRST"
                       " ANSWER CLEARS THEM)"
                   PERFORM ACCEPT-PREREQS-RTN
                   MOVE WS-PRQ-LIST TO WS-SB-PRQ-LIST(WS-SBJ-HIT)
                   PERFORM SAVE-SUBJECTS-RTN
                   DISPLAY "PREREQUISITES UPDATED - " WS-SBJ-CODE
               END-IF
           END-IF.

       SAVE-SUBJECTS-RTN.
           OPEN OUTPUT SUBJ-OUT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SBJ-USED
               MOVE WS-SB-CODE(S) TO SBJ-CODE
               MOVE WS-SB-TITLE(S) TO SBJ-TITLE
               MOVE WS-SB-UNITS(S) TO SBJ-UNITS
               MOVE WS-SB-PREREQ(S, 1) TO SBJ-PREREQ(1)
               MOVE WS-SB-PREREQ(S, 2) TO SBJ-PREREQ(2)
               MOVE WS-SB-PREREQ(S, 3) TO SBJ-PREREQ(3)
               WRITE SUBJ-LINE-OUT FROM SUBJECT-REC
           END-PERFORM.
           CLOSE SUBJ-OUT.

       LIST-SUBJECTS-RTN.
           IF WS-SBJ-USED = 0
               DISPLAY "NO SUBJECTS ON FILE - ADD SOME FIRST"
           ELSE
               DISPLAY "CODE     TITLE                          UNITS"
                   " PREREQUISITES"
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SBJ-USED
                   DISPLAY WS-SB-CODE(S) " " WS-SB-TITLE(S) " "
                       WS-SB-UNITS(S) "   " WS-SB-PREREQ(S, 1) " "
                       WS-SB-PREREQ(S, 2) " " WS-SB-PREREQ(S, 3)
               END-PERFORM
               DISPLAY WS-SBJ-USED " SUBJECT(S) ON FILE"
           END-IF.

       OPEN-LEDGER-RTN.
      * ENLIST writes the ledger lines, so a missing ledger only
      * means nobody is enlisted yet - the file is created empty.
           OPEN I-O LEDGER.
           IF WS-LDG-STATUS = "35"
               OPEN OUTPUT LEDGER
               CLOSE LEDGER
               OPEN I-O LEDGER
           END-IF.
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "GRDLEDGR.DAT NOT AVAILABLE - STATUS "
                   WS-LDG-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.

       FIND-LEDGER-RTN.
           MOVE "N" TO WS-LDG-HIT.
           MOVE WS-STD-NO TO LDG-STD-NO.
           MOVE WS-SBJ-CODE TO LDG-SBJ-CODE.
           READ LEDGER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-LDG-HIT
           END-READ.

       ENTER-GRADES-RTN.
           IF WS-SBJ-USED = 0
                       WS-SM-STATUS
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               ELSE
                   PERFORM OPEN-LEDGER-RTN
                   IF WS-LDG-STATUS = "00"
                       PERFORM ENTER-ONE-RTN
                           UNTIL ANS = "N" OR ANS = "n"
                       CLOSE LEDGER
                       DISPLAY WS-ENT-CNT " GRADE(S) ENTERED"
                   END-IF
                   CLOSE STUDMAS
               END-IF
           END-IF.

               DISPLAY "NO SUCH SUBJECT - " WS-SBJ-CODE
           ELSE
               PERFORM FIND-LEDGER-RTN
               EVALUATE TRUE
                   WHEN WS-LDG-HIT = "N"
                       DISPLAY "NOT ENLISTED IN " WS-SBJ-CODE
                           " - ENLIST THE STUDENT FIRST (ENLIST)"
                   WHEN LDG-REMARKS NOT = "ENLSTD"
                       DISPLAY "GRADE ALREADY ON THE LEDGER ("
                           LDG-GRADE
                           ") - USE THE CORRECTION MODE"
                   WHEN OTHER
                       PERFORM ACCEPT-GRADE-RTN
                       PERFORM POST-LEDGER-RTN
               END-EVALUATE
           END-IF.

       ACCEPT-GRADE-RTN.
           END-PERFORM.

       POST-LEDGER-RTN.
      * The grade goes into the line ENLIST wrote for the subject.
           MOVE WS-NEW-GRADE TO LDG-GRADE.
           MOVE WS-NEW-GRADE TO WS-FINAL.
           PERFORM EQUIV-RTN.
           MOVE WS-EQUIV TO LDG-EQUIV.
           IF WS-NEW-GRADE >= 75
               MOVE "PASSED" TO LDG-REMARKS
           ELSE
               MOVE "FAILED" TO LDG-REMARKS
           END-IF.
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "LEDGER REWRITE FAILED - STATUS "
                       WS-LDG-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-ENT-CNT
                   DISPLAY "POSTED - EQUIVALENT " WS-EQUIV
           END-REWRITE.

       CORRECT-GRADE-RTN.
      * Keyed corrections only go to the approval queue - the ledger
      * is just read here.
           OPEN INPUT LEDGER.
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "NO LEDGER ON FILE - NOTHING TO CORRECT"
           ELSE
               PERFORM CORRECT-ONE-RTN
                   UNTIL ANS = "N" OR ANS = "n"
               CLOSE LEDGER
               DISPLAY WS-QUE-CNT " CORRECTION(S) SENT FOR APPROVAL"
           END-IF.

       POST-APPROVED-RTN.
           MOVE APR-REC TO APPROVAL-QUEUE-REC.
           MOVE "N" TO APR-REPLY.
           MOVE SPACES TO APR-MSG.
      * The term may have been closed while the request waited.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE APQ-TERM TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TRUE
               WHEN TKQ-REPLY NOT = "Y"
                   MOVE "TERM NO LONGER ON CALENDAR" TO APR-MSG
               WHEN TKQ-STATUS = "CLOSED"
                   MOVE "TERM CLOSED SINCE REQUEST" TO APR-MSG
               WHEN OTHER
                   PERFORM POST-LEDGER-LINE-RTN
           END-EVALUATE.
           IF APR-REPLY NOT = "Y"
               MOVE "ABORTED-REFUSED" TO WS-OUTCOME
           END-IF.

       POST-LEDGER-LINE-RTN.
           OPEN I-O LEDGER.
           IF WS-LDG-STATUS NOT = "00"
               MOVE "LEDGER NOT AVAILABLE" TO APR-MSG
           ELSE
               MOVE APQ-STD-NO TO WS-STD-NO
               MOVE APQ-ALT-KEY TO WS-SBJ-CODE
               PERFORM FIND-LEDGER-RTN
               MOVE LDG-GRADE TO WS-GRADE-X
               EVALUATE TRUE
                   WHEN WS-LDG-HIT = "N"
                       MOVE "LEDGER LINE NO LONGER ON FILE" TO APR-MSG
                   WHEN LDG-REMARKS = "ENLSTD"
                       OR WS-GRADE-X NOT = APQ-BEFORE
                       MOVE "GRADE CHANGED SINCE REQUEST" TO APR-MSG
                   WHEN OTHER
                       MOVE APQ-AFTER(1:3) TO WS-NEW-GRADE
                       MOVE APQ-RSN-CODE TO WS-REASON
                       PERFORM POST-CORRECTION-RTN
                       IF WS-CORR-CNT > 0
                           MOVE "Y" TO APR-REPLY
                       ELSE
                           MOVE "LEDGER REWRITE FAILED" TO APR-MSG
                       END-IF
               END-EVALUATE
               CLOSE LEDGER
           END-IF.

       CORRECT-ONE-RTN.
           DISPLAY "SUBJECT CODE: ".
           ACCEPT WS-SBJ-CODE.
           PERFORM FIND-LEDGER-RTN.
           IF WS-LDG-HIT = "N"
               DISPLAY "NO LEDGER LINE FOR THAT STUDENT/SUBJECT"
           ELSE
               IF LDG-REMARKS = "ENLSTD"
                   DISPLAY "NOT GRADED YET - USE THE GRADE ENTRY MODE"
               ELSE
                   PERFORM APPLY-CORRECTION-RTN
               END-IF
           END-IF.
           DISPLAY "CORRECT ANOTHER GRADE? (Y/N): ".
           ACCEPT ANS.

       APPLY-CORRECTION-RTN.
           DISPLAY "CURRENT GRADE: " LDG-GRADE.
           PERFORM ACCEPT-GRADE-RTN.
           DISPLAY "REASON CODE (E.G. ENC=ENCODING ERROR): ".
           ACCEPT WS-REASON.
           MOVE SPACES TO WS-REASON-TEXT.
           PERFORM UNTIL WS-REASON-TEXT NOT = SPACES
               DISPLAY "REASON FOR THE APPROVER: "
               ACCEPT WS-REASON-TEXT
           END-PERFORM.
           MOVE SPACES TO APPROVAL-QUEUE-REC.
           MOVE "SUBJGRD" TO APQ-TYPE.
           MOVE WS-STD-NO TO APQ-STD-NO.
           MOVE WS-SBJ-CODE TO APQ-ALT-KEY.
           MOVE WS-TERM-LABEL TO APQ-TERM.
           MOVE LDG-GRADE TO WS-GRADE-X.
           MOVE WS-GRADE-X TO APQ-BEFORE.
           MOVE WS-NEW-GRADE TO WS-GRADE-X.
           MOVE WS-GRADE-X TO APQ-AFTER.
           MOVE WS-REASON TO APQ-RSN-CODE.
           MOVE WS-REASON-TEXT TO APQ-REASON.
           MOVE SGN-OPR-ID TO APQ-REQ-OPR.
           CALL "APRQPUT" USING APPROVAL-QUEUE-REC WS-APQ-REPLY.
           EVALUATE WS-APQ-REPLY
               WHEN "Y"
                   ADD 1 TO WS-QUE-CNT
                   DISPLAY "SENT FOR APPROVAL AS REQUEST " APQ-NO
                       " - POSTS WHEN A SECOND OPERATOR APPROVES IT"
               WHEN "D"
                   DISPLAY "REQUEST " APQ-NO " FOR THIS GRADE IS"
                       " ALREADY WAITING - NOTHING QUEUED"
               WHEN OTHER
                   DISPLAY "APPROVAL QUEUE NOT AVAILABLE - NOTHING"
                       " QUEUED"
           END-EVALUATE.

       POST-CORRECTION-RTN.
           PERFORM WRITE-CORR-RTN.
           MOVE WS-NEW-GRADE TO LDG-GRADE.
           MOVE WS-NEW-GRADE TO WS-FINAL.
           PERFORM EQUIV-RTN.
           MOVE WS-EQUIV TO LDG-EQUIV.
           IF WS-NEW-GRADE >= 75
               MOVE "PASSED" TO LDG-REMARKS
           ELSE
               MOVE "FAILED" TO LDG-REMARKS
           END-IF.
           REWRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "LEDGER REWRITE FAILED - STATUS "
                       WS-LDG-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-CORR-CNT
                   DISPLAY "GRADE CORRECTED"
           END-REWRITE.

       WRITE-CORR-RTN.
      * Before/after images go out before the ledger is touched so
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO LC-DATETIME.
      * The operator who asked for the correction; the approver is
      * on the queue record and the run log.
           MOVE APQ-REQ-OPR TO LC-OPERATOR.
           MOVE WS-STD-NO TO LC-STD-NO.
           MOVE WS-SBJ-CODE TO LC-SBJ-CODE.
           MOVE WS-REASON TO LC-REASON.
           MOVE LDG-GRADE TO LC-OLD-GRADE.
           MOVE WS-NEW-GRADE TO LC-NEW-GRADE.
           MOVE LEDGER-CORR-REC TO CORR-LINE.
           OPEN EXTEND CORR-OUT.
           CLOSE CORR-OUT.

       STUDENT-LEDGER-RTN.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-STD-NO.
           MOVE 0 TO WS-UNIT-SUM.
           MOVE 0 TO WS-WGT-SUM.
           MOVE 0 TO WS-ENT-CNT.
           DISPLAY "SUBJECT  GRADE EQUIV UNITS REMARKS".
      * The student's lines sit together under the key.
           OPEN INPUT LEDGER.
           IF WS-LDG-STATUS = "00"
               MOVE WS-STD-NO TO LDG-STD-NO
               MOVE LOW-VALUES TO LDG-SBJ-CODE
               MOVE "N" TO WS-LDG-EOF
               START LEDGER KEY IS NOT < LDG-KEY
                   INVALID KEY MOVE "Y" TO WS-LDG-EOF
               END-START
               PERFORM UNTIL WS-LDG-EOF = "Y"
                   READ LEDGER NEXT RECORD
                       AT END MOVE "Y" TO WS-LDG-EOF
                       NOT AT END
                           IF LDG-STD-NO NOT = WS-STD-NO
                               MOVE "Y" TO WS-LDG-EOF
                           ELSE
                               PERFORM SHOW-LEDGER-LINE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER
           END-IF.
           IF WS-ENT-CNT = 0
               DISPLAY "NO LEDGER LINES FOR " WS-STD-NO
           ELSE

       SHOW-LEDGER-LINE-RTN.
           ADD 1 TO WS-ENT-CNT.
           MOVE LDG-SBJ-CODE TO WS-SBJ-CODE.
           PERFORM FIND-SUBJECT-RTN.
           IF WS-SBJ-HIT = 0
               DISPLAY LDG-SBJ-CODE " " LDG-GRADE "   "
                   LDG-EQUIV "  ?.?  " LDG-REMARKS
           ELSE
               DISPLAY LDG-SBJ-CODE " " LDG-GRADE "   "
                   LDG-EQUIV "  " WS-SB-UNITS(WS-SBJ-HIT)
                   "  " LDG-REMARKS
               IF LDG-EQUIV > 0
                   ADD WS-SB-UNITS(WS-SBJ-HIT) TO WS-UNIT-SUM
                   COMPUTE WS-WGT-SUM = WS-WGT-SUM
                       + (LDG-EQUIV * WS-SB-UNITS(WS-SBJ-HIT))
               END-IF
           END-IF.

