      *          for the new term - journaling each master update like
      *          every other updater. Mode 2 lists one student's terms
      *          (quiz average, grade, rank) from the history file for
      *          scholarship retention review. The term being closed
      *          must be on the term calendar (TERMMAST.DAT) and not
      *          already CLOSED, and the listing's term label must be
      *          a calendar term or ALL TERMS.
      *          The close-out also carries the term's grade ledger
      *          (GRDLEDGR.DAT) into the subject-history file
      *          SBJHIST.DAT (see SBJHIST.CPY) under the same school
      *          year/term - the record ENLIST checks prerequisites
      *          against - and then empties the ledger so the new
      *          term's enlistments start clean.
      *          Each history record also keeps the student's status
      *          and roster course and year level (ENROLL.DAT) as they
      *          stood at the close-out, for COHORT's retention
      *          figures and RESXTRCT's past-term groups.
      *          A history or subject-history record that cannot be
      *          written leaves that student's master fields, or the
      *          whole grade ledger, in place and ends the run
      *          COMPLETED-PARTIAL, so nothing is cleared that was
      *          not archived.
      *          Mode 3 is the one-time layout conversion: a history
      *          file written before the status/course/year-level
      *          bytes were added carries 107-byte records and will
      *          not open under the current layout, so this mode
      *          reads it under the old layout and reloads it on the
      *          new one (HISTWORK.DAT is kept as the conversion-time
      *          backup).
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
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT ENROLL-IN ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
      * The pre-conversion history, opened under its own 107-byte
      * layout by mode 3 only - the current FD gets status 39 on it.
           SELECT STUDHIST-OLD ASSIGN TO "STUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HS-KEY
               FILE STATUS IS WS-OLD-STATUS.
      * Conversion work file - old images widened to the new length
      * sit here between the read-out and the reload, and the file
      * stays behind as the conversion-time backup.
           SELECT CONV-OUT ASSIGN TO "HISTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-STATUS.
           SELECT CONV-IN ASSIGN TO "HISTWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-STATUS.
      * Update journal - before/after image of every master REWRITE
      * this run (see MSTJRNL.CPY), consumed by MSTRECOV.
           SELECT JRNL-OUT ASSIGN TO "STUDJRNL.DAT"
           LABEL RECORDS ARE STANDARD.
           COPY "STUDHIST.CPY".

       FD  SBJHIST
           LABEL RECORDS ARE STANDARD.
           COPY "SBJHIST.CPY".

       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  ENROLL-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENROLL-LINE.
       01  ENROLL-LINE PIC X(41).

       FD  STUDHIST-OLD
           LABEL RECORDS ARE STANDARD.
       01  OLD-HIST-REC.
           02 OLD-HS-KEY PIC X(20).
           02 OLD-HS-REST PIC X(87).

       FD  CONV-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONV-LINE-OUT.
       01  CONV-LINE-OUT PIC X(114).

       FD  CONV-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONV-LINE-IN.
       01  CONV-LINE-IN PIC X(114).

       FD  JRNL-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS JRNL-LINE.
       WORKING-STORAGE SECTION.
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-HS-STATUS PIC XX VALUE "00".
       01  WS-SBH-STATUS PIC XX VALUE "00".
       01  WS-LDG-STATUS PIC XX VALUE "00".
       01  WS-SBH-CNT PIC 9(4) VALUE 0.
       01  WS-ENR-STATUS PIC XX VALUE "00".

      * Archive write failures - any one keeps what it could not
      * archive in place and makes the close-out partial.
       01  WS-HSF-CNT PIC 9(4) VALUE 0.
       01  WS-SBF-CNT PIC 9(4) VALUE 0.
       01  WS-LDG-KEPT PIC X VALUE "N".

      * Layout conversion (mode 3).
       01  WS-OLD-STATUS PIC XX VALUE "00".
       01  WS-CNV-STATUS PIC XX VALUE "00".
       01  WS-CONV-IMAGE PIC X(114) VALUE SPACES.
       01  WS-REC-CNT PIC 9(5) VALUE 0.
       01  WS-APPLY-CNT PIC 9(5) VALUE 0.

      * Enrollment roster (see ENROLL.CPY) - the course and year
      * level each student is carried under in the term history.
       COPY "ENROLL.CPY".
       01  WS-ROS-USED PIC 999 VALUE 0.
       01  WS-ROS-TABLE.
           02 WS-ROS-ENTRY OCCURS 999 TIMES.
              03 WS-RO-STD-NO PIC X(10).
              03 WS-RO-COURSE PIC X(5).
              03 WS-RO-YR PIC 9.
       01  R PIC 999 VALUE 0.

       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-ARC-CNT PIC 9(4) VALUE 0.
       01  WS-ANS PIC X VALUE SPACES.
       01  Q PIC 99 VALUE 0.

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-OK PIC X VALUE "N".

      * Update journal bookkeeping (see MSTJRNL.CPY) - WS-SM-BEFORE
      * holds the record image as read, before this run's changes.
       COPY "MSTJRNL.CPY".
               ACCEPT WS-OPERATOR
           END-IF.
           PERFORM SET-RUN-STAMP-RTN.
           DISPLAY "MODE - 1=TERM CLOSE-OUT  2=HISTORY LISTING"
               "  3=CONVERT OLD-LAYOUT HISTORY: ".
           ACCEPT WS-MODE.
      * The close-out updates the master and the conversion rebuilds
      * the history the close-out writes, so both take the
      * single-updater lock; the history listing reads free.
           EVALUATE WS-MODE
               WHEN 2
                   PERFORM HISTORY-LIST-RTN
               WHEN 3
                   PERFORM GET-LOCK-RTN
                   IF LKQ-REPLY = "Y"
                       PERFORM CONVERT-RTN
                       PERFORM FREE-LOCK-RTN
                   ELSE
                       MOVE "ABORTED-LOCKED" TO WS-OUTCOME
                   END-IF
               WHEN OTHER
                   PERFORM GET-LOCK-RTN
                   IF LKQ-REPLY = "Y"
                       PERFORM CLOSE-OUT-RTN
                       PERFORM FREE-LOCK-RTN
                   ELSE
                       MOVE "ABORTED-LOCKED" TO WS-OUTCOME
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

           ACCEPT WS-SCH-YEAR.
           DISPLAY "SEMESTER BEING CLOSED (1, 2, OR S): ".
           ACCEPT WS-SEMESTER.
           MOVE "FIND" TO TKQ-FUNC.
           MOVE WS-SCH-YEAR TO TKQ-SCH-YEAR.
           MOVE WS-SEMESTER TO TKQ-SEMESTER.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "Y" AND TKQ-STATUS = "CLOSED"
               DISPLAY "TERM " TKQ-LABEL " IS CLOSED - ITS HISTORY"
                   " CANNOT BE REPLACED UNLESS THE COORDINATOR"
                   " REOPENS IT (TERMMNT)"
               MOVE "N" TO WS-TERM-OK
           END-IF.
           IF WS-TERM-OK = "Y"
               PERFORM CONFIRM-CLOSE-RTN
           ELSE
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-IF.

       CONFIRM-CLOSE-RTN.
           DISPLAY "ARCHIVE AND CLEAR THE LIVE MASTER? (Y/N): ".
           ACCEPT WS-ANS.
           IF WS-ANS NOT = "Y" AND WS-ANS NOT = "y"
               PERFORM ARCHIVE-SWEEP-RTN
           END-IF.

       CHECK-TERM-RTN.
      * Look the term up on the calendar (see TERMREQ.CPY); the
      * caller has set the function and key.
           MOVE "N" TO WS-TERM-OK.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE "Y" TO WS-TERM-OK
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST"
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - CHECK THE"
                       " SCHOOL YEAR AND SEMESTER"
           END-EVALUATE.

       ARCHIVE-SWEEP-RTN.
           OPEN I-O STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               IF WS-JRN-STATUS = "35"
                   OPEN OUTPUT JRNL-OUT
               END-IF
               PERFORM LOAD-ENROLL-RTN
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDMAS NEXT RECORD
               END-PERFORM
               CLOSE STUDMAS STUDHIST JRNL-OUT
               DISPLAY WS-ARC-CNT " RECORD(S) ARCHIVED AND CLEARED"
               IF WS-HSF-CNT > 0
                   DISPLAY WS-HSF-CNT " HISTORY WRITE(S) FAILED -"
                       " THOSE STUDENTS' MASTER RECORDS LEFT AS THEY"
                       " WERE"
               END-IF
               PERFORM ARCHIVE-LEDGER-RTN
      * The run log names the mode, so TERMCLSE can tell a real
      * close-out from a history listing when it verifies steps -
      * and a partial one stops the close-out sequence there.
               IF WS-HSF-CNT > 0 OR WS-LDG-KEPT = "Y"
                   MOVE "COMPLETED-PARTIAL" TO WS-OUTCOME
               ELSE
                   MOVE "COMPLETED-CLOSE" TO WS-OUTCOME
               END-IF
           END-IF.

       ARCHIVE-ONE-RTN.
           MOVE SM-HONOR-MARK TO HS-HONOR-MARK.
           MOVE SM-FINAL-GRADE TO HS-FINAL-GRADE.
           MOVE SM-GRADE-EQUIV TO HS-GRADE-EQUIV.
           MOVE SM-STATUS TO HS-STATUS.
           MOVE SPACES TO HS-COURSE.
           MOVE 0 TO HS-YR-LEVEL.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROS-USED
               IF WS-RO-STD-NO(R) = SM-STD-NO
                   MOVE WS-RO-COURSE(R) TO HS-COURSE
                   MOVE WS-RO-YR(R) TO HS-YR-LEVEL
               END-IF
           END-PERFORM.
      * A re-run of the same close-out replaces that term's history
      * rather than abending on the duplicate key. Only a record
      * safely on the history is cleared in the master.
           WRITE STUDENT-HIST-REC
               INVALID KEY REWRITE STUDENT-HIST-REC
           END-WRITE.
           IF WS-HS-STATUS NOT = "00"
               DISPLAY "HISTORY WRITE FAILED - " SM-STD-NO
                   " STATUS " WS-HS-STATUS
               ADD 1 TO WS-HSF-CNT
           ELSE
               PERFORM CLEAR-TERM-RTN
           END-IF.

       CLEAR-TERM-RTN.
           MOVE ZEROS TO SM-NUM-QUIZZES.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 9
               MOVE ZEROS TO SM-QZ-SCORE(Q)
           PERFORM WRITE-JRNL-RTN.
           ADD 1 TO WS-ARC-CNT.

       LOAD-ENROLL-RTN.
      * No roster on file only leaves the course blank in history.
           MOVE 0 TO WS-ROS-USED.
           OPEN INPUT ENROLL-IN.
           IF WS-ENR-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ENROLL-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE ENROLL-LINE TO ENROLL-REC
                           IF ENR-STD-NO NOT = SPACES
                               AND WS-ROS-USED < 999
                               ADD 1 TO WS-ROS-USED
                               MOVE ENR-STD-NO
                                   TO WS-RO-STD-NO(WS-ROS-USED)
                               MOVE ENR-COURSE
                                   TO WS-RO-COURSE(WS-ROS-USED)
                               MOVE ENR-YR-LEVEL
                                   TO WS-RO-YR(WS-ROS-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-IN
           END-IF.

       ARCHIVE-LEDGER-RTN.
      * Every ledger line goes to the subject history under the term
      * being closed; only once they are all on file is the ledger
      * emptied for the new term. A re-run replaces the term's lines.
      * Any line that will not go on leaves the ledger as it was.
           MOVE 0 TO WS-SBH-CNT.
           MOVE 0 TO WS-SBF-CNT.
           MOVE "N" TO WS-LDG-KEPT.
           OPEN INPUT LEDGER.
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "NO GRADE LEDGER ON FILE - NO SUBJECT HISTORY"
                   " ARCHIVED"
           ELSE
               OPEN I-O SBJHIST
               IF WS-SBH-STATUS = "35"
                   OPEN OUTPUT SBJHIST
                   CLOSE SBJHIST
                   OPEN I-O SBJHIST
               END-IF
               IF WS-SBH-STATUS NOT = "00"
                   DISPLAY "SUBJECT HISTORY NOT AVAILABLE - STATUS "
                       WS-SBH-STATUS " - GRADE LEDGER LEFT IN PLACE"
                   MOVE "Y" TO WS-LDG-KEPT
                   CLOSE LEDGER
               ELSE
                   MOVE "NO" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "YES"
                       READ LEDGER NEXT RECORD
                           AT END MOVE "YES" TO WS-EOF
                           NOT AT END PERFORM ARCHIVE-LDG-LINE-RTN
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER SBJHIST
                   IF WS-SBF-CNT > 0
                       MOVE "Y" TO WS-LDG-KEPT
                       DISPLAY WS-SBF-CNT " LEDGER LINE(S) NOT WRITTEN"
                           " TO SUBJECT HISTORY - GRADE LEDGER LEFT IN"
                           " PLACE"
                   ELSE
                       OPEN OUTPUT LEDGER
                       CLOSE LEDGER
                       DISPLAY WS-SBH-CNT " LEDGER LINE(S) MOVED TO"
                           " SUBJECT HISTORY - LEDGER CLEARED"
                   END-IF
               END-IF
           END-IF.

       ARCHIVE-LDG-LINE-RTN.
           IF LDG-STD-NO NOT = SPACES
               MOVE LDG-STD-NO TO SBH-STD-NO
               MOVE WS-SCH-YEAR TO SBH-SCH-YEAR
               MOVE WS-SEMESTER TO SBH-SEMESTER
               MOVE LDG-SBJ-CODE TO SBH-SBJ-CODE
               MOVE LDG-GRADE TO SBH-GRADE
               MOVE LDG-EQUIV TO SBH-EQUIV
               MOVE LDG-REMARKS TO SBH-REMARKS
               WRITE SUBJ-HIST-REC
                   INVALID KEY REWRITE SUBJ-HIST-REC
               END-WRITE
               IF WS-SBH-STATUS NOT = "00"
                   DISPLAY "SUBJECT HISTORY WRITE FAILED - "
                       LDG-STD-NO " " LDG-SBJ-CODE
                       " STATUS " WS-SBH-STATUS
                   ADD 1 TO WS-SBF-CNT
               ELSE
                   ADD 1 TO WS-SBH-CNT
               END-IF
           END-IF.

       HISTORY-LIST-RTN.
      * The listing spans terms, so the label names the term the
      * review is being run for (or e.g. ALL TERMS).
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           IF WS-TERM-LABEL = "ALL TERMS"
               MOVE "Y" TO WS-TERM-OK
           ELSE
               MOVE "LABL" TO TKQ-FUNC
               MOVE WS-TERM-LABEL TO TKQ-LABEL
               PERFORM CHECK-TERM-RTN
           END-IF.
           IF WS-TERM-OK = "Y"
               PERFORM HISTORY-REPORT-RTN
           ELSE
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-IF.

       HISTORY-REPORT-RTN.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-SEL-STD-NO.
           OPEN INPUT STUDHIST.
           ADD 1 TO PG-LINE-CNT.
           ADD 1 TO WS-TERM-CNT.

       CONVERT-RTN.
      * One-time layout conversion for a history written before the
      * status/course/year-level bytes existed. Refuses to run when
      * the history already opens on the current layout, so it
      * cannot be run twice by accident.
           OPEN INPUT STUDHIST.
           IF WS-HS-STATUS = "00"
               CLOSE STUDHIST
               DISPLAY "TERM HISTORY ALREADY OPENS ON THE CURRENT"
                   " LAYOUT - NOTHING TO CONVERT"
           ELSE
               PERFORM CONVERT-HIST-RTN
               IF WS-OUTCOME = "COMPLETED"
                   MOVE "COMPLETED-CONVERT" TO WS-OUTCOME
               END-IF
           END-IF.

       CONVERT-HIST-RTN.
      * Old images out to the work file widened with spaces and a
      * zero year level (none of the three is known for those
      * terms), then reloaded under the new layout. The work file
      * is left behind as the conversion-time backup.
           MOVE 0 TO WS-REC-CNT.
           MOVE 0 TO WS-APPLY-CNT.
           OPEN INPUT STUDHIST-OLD.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "OLD-LAYOUT OPEN FAILED TOO - STATUS "
                   WS-OLD-STATUS " - NOT A PRE-CONVERSION HISTORY"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               OPEN OUTPUT CONV-OUT
           END-IF.
           IF WS-OUTCOME = "COMPLETED" AND WS-CNV-STATUS NOT = "00"
               DISPLAY "HISTWORK.DAT CANNOT BE WRITTEN - STATUS "
                   WS-CNV-STATUS " - NOTHING CONVERTED"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               CLOSE STUDHIST-OLD
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDHIST-OLD AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SPACES TO WS-CONV-IMAGE
                           MOVE OLD-HIST-REC
                               TO WS-CONV-IMAGE(1:107)
                           MOVE "0" TO WS-CONV-IMAGE(114:1)
                           WRITE CONV-LINE-OUT FROM WS-CONV-IMAGE
                           ADD 1 TO WS-REC-CNT
                   END-READ
               END-PERFORM
               CLOSE STUDHIST-OLD CONV-OUT
               PERFORM RELOAD-HIST-RTN
           END-IF.

       RELOAD-HIST-RTN.
      * The work file is opened first - the history is only started
      * afresh once there is something to reload it from.
           OPEN INPUT CONV-IN.
           IF WS-CNV-STATUS NOT = "00"
               DISPLAY "HISTWORK.DAT CANNOT BE READ BACK - STATUS "
                   WS-CNV-STATUS " - STUDHIST.DAT NOT TOUCHED"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               OPEN OUTPUT STUDHIST
               IF WS-HS-STATUS NOT = "00"
                   DISPLAY "STUDHIST.DAT CANNOT BE RECREATED - STATUS "
                       WS-HS-STATUS " - OLD IMAGES ARE IN HISTWORK.DAT"
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
                   CLOSE CONV-IN
               END-IF
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ CONV-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM RELOAD-ONE-RTN
                   END-READ
               END-PERFORM
               CLOSE CONV-IN STUDHIST
               PERFORM RELOAD-COUNT-RTN
           END-IF.

       RELOAD-ONE-RTN.
           MOVE CONV-LINE-IN TO STUDENT-HIST-REC.
           WRITE STUDENT-HIST-REC
               INVALID KEY
                   DISPLAY "  REJECTED - DUPLICATE KEY " HS-KEY
                       " STATUS " WS-HS-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-APPLY-CNT
           END-WRITE.

       RELOAD-COUNT-RTN.
           IF WS-APPLY-CNT = WS-REC-CNT
               DISPLAY WS-REC-CNT " HISTORY RECORD(S) CONVERTED -"
                   " HISTWORK.DAT KEPT AS THE CONVERSION BACKUP"
           ELSE
               DISPLAY "CONVERSION COUNT MISMATCH - " WS-REC-CNT
                   " READ, " WS-APPLY-CNT " RELOADED; OLD IMAGES"
                   " ARE IN HISTWORK.DAT"
               MOVE "ABORTED-BAD-COUNT" TO WS-OUTCOME
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
