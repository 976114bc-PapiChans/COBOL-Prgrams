      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Student self-service kiosk - read-only inquiry a
      *          student runs at the department window instead of
      *          queuing for staff to sign on to STUDINQ. The student
      *          keys their student number (checked by STDNOCHK) and
      *          the PIN the registrar's office issued in PINMNT (see
      *          STUDCRED.CPY); the kiosk then shows only that
      *          student's own current grades, ledger subjects, quiz
      *          average, absence count (for the running term when
      *          TERMMAST.DAT has one open), clinic referral status
      *          and account hold, and blanks the screen before the
      *          next student. No master is ever opened for update -
      *          the credential file alone is rewritten, to count
      *          failed PIN tries and lock the PIN at the same limit
      *          LABMENU uses for operators. Every look-up, refused or
      *          not, is written to AUDITLOG.DAT under the student
      *          number. Runs standalone, never from LABMENU, so no
      *          staff sign-on is ever left open behind it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIOSKINQ IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-FILE ASSIGN TO "STUDCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-STD-NO
               FILE STATUS IS WS-SCR-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT ATT-IN ASSIGN TO "ATTNDNC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-STD-NO
               FILE STATUS IS WS-ACT-STATUS.
           SELECT REF-IN ASSIGN TO "CLINREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT SUBJ-IN ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBJ-STATUS.
           SELECT TERM-IN ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "STUDCRED.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  ATT-IN
           LABEL RECORDS ARE STANDARD.
           COPY "ATTNDNC.CPY".

       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ACCTMAST.CPY".

       FD  REF-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REF-LINE-IN.
       01  REF-LINE-IN PIC X(97).

       FD  SUBJ-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJ-LINE-IN.
       01  SUBJ-LINE-IN PIC X(64).

       FD  TERM-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERM-LINE-IN.
       01  TERM-LINE-IN PIC X(71).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Clinic referral, subject and term records (see CLINREF.CPY,
      * SUBJMAST.CPY, TERMMAST.CPY).
       COPY "CLINREF.CPY".
       COPY "SUBJMAST.CPY".
       COPY "TERMMAST.CPY".

       01  WS-SCR-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-LDG-STATUS PIC XX VALUE "00".
       01  WS-ATT-STATUS PIC XX VALUE "00".
       01  WS-ACT-STATUS PIC XX VALUE "00".
       01  WS-REF-STATUS PIC XX VALUE "00".
       01  WS-SBJ-STATUS PIC XX VALUE "00".
       01  WS-TRM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-DONE PIC X VALUE "N".
       01  WS-ANS PIC X VALUE SPACES.
       01  L PIC 99 VALUE 0.

      * Failed PIN tries before the PIN locks - the same limit as
      * LABMENU's operator sign-on. Site-configurable here.
       01  WS-MAX-FAILS PIC 9 VALUE 3.

      * What the office keys at the student-number prompt to close
      * the kiosk down at the end of the day. Site-configurable here.
       01  WS-CLOSE-WORD PIC X(10) VALUE "*CLOSE".

      * Ledger lines that fit on the kiosk screen.
       01  WS-LDG-MAX PIC 99 VALUE 8.

      * This look-up.
       01  WS-STD-NO PIC X(10) VALUE SPACES.
       01  WS-PIN PIC X(6) VALUE SPACES.
       01  WS-CD-OK PIC X VALUE "N".
       01  WS-PIN-OK PIC X VALUE "N".
       01  WS-LOOKUP-CNT PIC 9(5) VALUE 0.
       01  WS-STATUS-WORD PIC X(18) VALUE SPACES.
       01  WS-ABS-CNT PIC 999 VALUE 0.
       01  WS-LDG-CNT PIC 99 VALUE 0.
       01  WS-LDG-MORE PIC 99 VALUE 0.
       01  WS-LDG-EOF PIC XXX VALUE "NO".
       01  WS-ATT-EOF PIC XXX VALUE "NO".
       01  WS-TITLE PIC X(30) VALUE SPACES.

      * The running term - the OPEN term whose dates take in today -
      * bounds the absence count; with none the whole file counts.
       01  WS-TODAY PIC X(8) VALUE SPACES.
       01  WS-TERM-FOUND PIC X VALUE "N".
       01  WS-TERM-START PIC X(8) VALUE SPACES.
       01  WS-TERM-END PIC X(8) VALUE SPACES.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.

      * Clinic referral - the latest one on file for the student.
       01  WS-REF-FOUND PIC X VALUE "N".
       01  WS-REF-STATE PIC X(6) VALUE SPACES.
       01  WS-REF-APPT PIC X(8) VALUE SPACES.
       01  WS-REF-DATE PIC X(8) VALUE SPACES.

      * Subject titles (see SUBJMAST.CPY) - the whole small file.
       01  WS-SBJ-USED PIC 99 VALUE 0.
       01  WS-SBJ-TABLE.
           02 WS-SBJ-ENTRY OCCURS 50 TIMES.
              03 WS-SB-CODE PIC X(8).
              03 WS-SB-TITLE PIC X(30).
       01  S PIC 99 VALUE 0.

      * Display lines.
       01  GRD-LINE.
           02 FILLER PIC X(13) VALUE "EXAM GRADE:  ".
           02 GL-GRADE PIC ZZ9.
           02 FILLER PIC X(16) VALUE "   FINAL GRADE: ".
           02 GL-FINAL PIC ZZ9.
           02 FILLER PIC X(2) VALUE " (".
           02 GL-EQUIV PIC 9.99.
           02 FILLER PIC X(1) VALUE ")".
       01  QZ-LINE.
           02 FILLER PIC X(14) VALUE "QUIZ AVERAGE: ".
           02 QL-AVE PIC 9.99.
           02 FILLER PIC X(6) VALUE " OVER ".
           02 QL-CNT PIC 9.
           02 FILLER PIC X(10) VALUE " QUIZ(ZES)".
       01  LDG-LINE.
           02 LL-CODE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-TITLE PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-GRADE PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-EQUIV PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-REMARKS PIC X(8).
       01  LDG-ENL-LINE.
           02 LE-CODE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LE-TITLE PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "NOT YET GRADED".

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-STAMP PIC X(19) VALUE SPACES.
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

       SCREEN SECTION.
       01  KSCRN.
           02 BLANK SCREEN.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * A kiosk with no credential file has nobody to let in.
           OPEN INPUT CRED-FILE.
           IF WS-SCR-STATUS NOT = "00"
               DISPLAY "NO STUDENT PINS ISSUED YET - KIOSK NOT"
                   " AVAILABLE (ISSUE PINS WITH PINMNT)"
               MOVE "KIOSK" TO WS-OPERATOR
               MOVE "ABORTED-NO-PINS" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           CLOSE CRED-FILE.
           PERFORM KIOSK-LOOP-RTN UNTIL WS-DONE = "Y".
           DISPLAY KSCRN.
           DISPLAY "KIOSK CLOSED - " WS-LOOKUP-CNT " LOOK-UP(S)"
               LINE 2 COLUMN 5.
           MOVE "KIOSK" TO WS-OPERATOR.
           MOVE "KIOSK-CLOSED" TO WS-OUTCOME.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       KIOSK-LOOP-RTN.
           DISPLAY KSCRN.
           DISPLAY "===== STUDENT SELF-SERVICE INQUIRY =====" LINE 2
               COLUMN 5.
           DISPLAY "STUDENT NUMBER: " LINE 4 COLUMN 5.
           MOVE SPACES TO WS-STD-NO.
           ACCEPT WS-STD-NO LINE 4 COLUMN 22.
           IF WS-STD-NO = WS-CLOSE-WORD
               MOVE "Y" TO WS-DONE
           ELSE
               IF WS-STD-NO NOT = SPACES
                   PERFORM LOOKUP-RTN
               END-IF
           END-IF.

       LOOKUP-RTN.
           ADD 1 TO WS-LOOKUP-CNT.
           MOVE 6 TO L.
           MOVE SPACES TO WS-OPERATOR.
           STRING "KIOSK " WS-STD-NO DELIMITED BY SIZE
               INTO WS-OPERATOR.
           MOVE "VIEWED" TO WS-OUTCOME.
      * The shared check-digit validation (STDNOCHK) - a mistyped
      * number is turned away before any PIN is asked for.
           CALL "STDNOCHK" USING WS-STD-NO WS-CD-OK.
           IF WS-CD-OK NOT = "Y"
               DISPLAY "INVALID STUDENT NUMBER - PLEASE TRY AGAIN"
                   LINE L COLUMN 5
               MOVE "REFUSED-BAD-NUMBER" TO WS-OUTCOME
           ELSE
               DISPLAY "PIN: " LINE 5 COLUMN 5
               MOVE SPACES TO WS-PIN
               ACCEPT WS-PIN LINE 5 COLUMN 22 WITH NO-ECHO
               PERFORM CHECK-PIN-RTN
               IF WS-PIN-OK = "Y"
                   PERFORM SHOW-STUDENT-RTN
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           ADD 2 TO L.
           DISPLAY "PRESS ENTER WHEN DONE" LINE L COLUMN 5.
           ACCEPT WS-ANS LINE L COLUMN 28.

       CHECK-PIN-RTN.
      * Same shape as LABMENU's password check - a locked PIN stays
      * out, a wrong one counts toward the lock, a right one clears
      * the count. Nothing about the student shows until the PIN
      * has been accepted.
           MOVE "N" TO WS-PIN-OK.
           OPEN I-O CRED-FILE.
           IF WS-SCR-STATUS NOT = "00"
               DISPLAY "KIOSK NOT AVAILABLE - PLEASE ASK AT THE WINDOW"
                   LINE L COLUMN 5
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE WS-STD-NO TO SCR-STD-NO
               READ CRED-FILE
                   INVALID KEY
                       DISPLAY "NO PIN ON FILE FOR THIS NUMBER - SEE"
                           " THE REGISTRAR'S OFFICE" LINE L COLUMN 5
                       MOVE "REFUSED-NO-PIN" TO WS-OUTCOME
                   NOT INVALID KEY
                       PERFORM CHECK-PIN-VALUE-RTN
               END-READ
               CLOSE CRED-FILE
           END-IF.

       CHECK-PIN-VALUE-RTN.
           IF SCR-FAIL-CNT NOT NUMERIC
               MOVE 0 TO SCR-FAIL-CNT
           END-IF.
           IF SCR-IS-LOCKED
               DISPLAY "PIN LOCKED - SEE THE REGISTRAR'S OFFICE"
                   LINE L COLUMN 5
               MOVE "REFUSED-LOCKED" TO WS-OUTCOME
           ELSE
               IF WS-PIN = SCR-PIN AND SCR-PIN NOT = SPACES
                   MOVE "Y" TO WS-PIN-OK
                   MOVE 0 TO SCR-FAIL-CNT
                   PERFORM SET-STAMP-RTN
                   MOVE WS-STAMP TO SCR-LAST-USE
                   REWRITE STUDENT-CRED-REC
               ELSE
                   ADD 1 TO SCR-FAIL-CNT
                   MOVE "REFUSED-BAD-PIN" TO WS-OUTCOME
                   IF SCR-FAIL-CNT >= WS-MAX-FAILS
                       MOVE "Y" TO SCR-LOCKED
                       MOVE "REFUSED-PIN-LOCKED" TO WS-OUTCOME
                       DISPLAY "WRONG PIN - PIN NOW LOCKED, SEE THE"
                           " REGISTRAR'S OFFICE" LINE L COLUMN 5
                   ELSE
                       DISPLAY "WRONG PIN - PLEASE TRY AGAIN"
                           LINE L COLUMN 5
                   END-IF
                   REWRITE STUDENT-CRED-REC
               END-IF
           END-IF.

      ******************************************************************
      * The student's own record - every file opened INPUT only.
      ******************************************************************
       SHOW-STUDENT-RTN.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "RECORDS NOT AVAILABLE - PLEASE ASK AT THE"
                   " WINDOW" LINE L COLUMN 5
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE WS-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY
                       DISPLAY "NO STUDENT RECORD ON FILE - SEE THE"
                           " REGISTRAR'S OFFICE" LINE L COLUMN 5
                       MOVE "REFUSED-NO-RECORD" TO WS-OUTCOME
                   NOT INVALID KEY
                       PERFORM SHOW-MASTER-RTN
                       PERFORM SHOW-ABSENCES-RTN
                       PERFORM SHOW-REFERRAL-RTN
                       PERFORM SHOW-HOLD-RTN
                       PERFORM SHOW-LEDGER-RTN
               END-READ
               CLOSE STUDMAS
           END-IF.

       SHOW-MASTER-RTN.
           EVALUATE TRUE
               WHEN SM-ON-LEAVE
                   MOVE "ON LEAVE" TO WS-STATUS-WORD
               WHEN SM-WITHDRAWN
                   MOVE "WITHDRAWN" TO WS-STATUS-WORD
               WHEN SM-INCOMPLETE
                   MOVE "INCOMPLETE" TO WS-STATUS-WORD
               WHEN SM-GRADUATED
                   MOVE "GRADUATED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "ENROLLED" TO WS-STATUS-WORD
           END-EVALUATE.
           DISPLAY SM-STD-NO "  " SM-STD-NM "  " WS-STATUS-WORD
               LINE L COLUMN 5.
           ADD 1 TO L.
           MOVE SM-GRADE TO GL-GRADE.
           MOVE SM-FINAL-GRADE TO GL-FINAL.
           MOVE SM-GRADE-EQUIV TO GL-EQUIV.
           DISPLAY GRD-LINE LINE L COLUMN 5.
           ADD 1 TO L.
           MOVE SM-QZ-AVE TO QL-AVE.
           MOVE SM-NUM-QUIZZES TO QL-CNT.
           DISPLAY QZ-LINE LINE L COLUMN 5.
           ADD 1 TO L.

       SHOW-ABSENCES-RTN.
           PERFORM FIND-TERM-RTN.
           MOVE 0 TO WS-ABS-CNT.
           OPEN INPUT ATT-IN.
           IF WS-ATT-STATUS = "00"
               MOVE SPACES TO ATT-KEY
               MOVE WS-STD-NO TO ATT-STD-NO
               IF WS-TERM-FOUND = "Y"
                   MOVE WS-TERM-START TO ATT-DATE
               END-IF
               MOVE "NO" TO WS-ATT-EOF
               START ATT-IN KEY IS NOT < ATT-KEY
                   INVALID KEY MOVE "YES" TO WS-ATT-EOF
               END-START
               PERFORM UNTIL WS-ATT-EOF = "YES"
                   READ ATT-IN NEXT RECORD
                       AT END MOVE "YES" TO WS-ATT-EOF
                       NOT AT END
                           IF ATT-STD-NO NOT = WS-STD-NO
                               OR (WS-TERM-FOUND = "Y"
                               AND ATT-DATE > WS-TERM-END)
                               MOVE "YES" TO WS-ATT-EOF
                           ELSE
                               IF WS-ABS-CNT < 999
                                   ADD 1 TO WS-ABS-CNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATT-IN
           END-IF.
           IF WS-TERM-FOUND = "Y"
               DISPLAY "ABSENCES THIS TERM (" WS-TERM-LABEL "): "
                   WS-ABS-CNT LINE L COLUMN 5
           ELSE
               DISPLAY "ABSENCES ON FILE: " WS-ABS-CNT
                   LINE L COLUMN 5
           END-IF.
           ADD 1 TO L.

       FIND-TERM-RTN.
           MOVE "N" TO WS-TERM-FOUND.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO WS-TODAY.
           OPEN INPUT TERM-IN.
           IF WS-TRM-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ TERM-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE TERM-LINE-IN TO TERM-REC
                           IF TRM-OPEN
                               AND TRM-START-DATE <= WS-TODAY
                               AND TRM-END-DATE >= WS-TODAY
                               MOVE "Y" TO WS-TERM-FOUND
                               MOVE TRM-START-DATE TO WS-TERM-START
                               MOVE TRM-END-DATE TO WS-TERM-END
                               MOVE SPACES TO WS-TERM-LABEL
                               STRING TRM-SCH-YEAR "/" TRM-SEMESTER
                                   DELIMITED BY SIZE
                                   INTO WS-TERM-LABEL
                               MOVE "YES" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-IN
           END-IF.

       SHOW-REFERRAL-RTN.
      * CLINREF.DAT is in the order the referrals were raised, so
      * the last one read for the student is the current one.
           MOVE "N" TO WS-REF-FOUND.
           OPEN INPUT REF-IN.
           IF WS-REF-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ REF-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE REF-LINE-IN TO REFERRAL-REC
                           IF REF-STD-NO = WS-STD-NO
                               MOVE "Y" TO WS-REF-FOUND
                               MOVE REF-STATUS TO WS-REF-STATE
                               MOVE REF-APPT-DATE TO WS-REF-APPT
                               MOVE REF-SCR-DATE TO WS-REF-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-IN
           END-IF.
           IF WS-REF-FOUND = "N"
               DISPLAY "CLINIC REFERRAL: NONE" LINE L COLUMN 5
           ELSE
               IF WS-REF-STATE = "OPEN"
                   IF WS-REF-APPT = SPACES
                       DISPLAY "CLINIC REFERRAL: OPEN - PLEASE BOOK"
                           " AN APPOINTMENT AT THE CLINIC"
                           LINE L COLUMN 5
                   ELSE
                       DISPLAY "CLINIC REFERRAL: OPEN - APPOINTMENT "
                           WS-REF-APPT(1:4) "-" WS-REF-APPT(5:2) "-"
                           WS-REF-APPT(7:2) LINE L COLUMN 5
                   END-IF
               ELSE
                   DISPLAY "CLINIC REFERRAL: " WS-REF-STATE
                       " (SCREENING OF " WS-REF-DATE(1:4) "-"
                       WS-REF-DATE(5:2) "-" WS-REF-DATE(7:2) ")"
                       LINE L COLUMN 5
               END-IF
           END-IF.
           ADD 1 TO L.

       SHOW-HOLD-RTN.
      * No account file, or no account, means no hold.
           OPEN INPUT ACCT-FILE.
           IF WS-ACT-STATUS NOT = "00"
               DISPLAY "ACCOUNT HOLD: NONE" LINE L COLUMN 5
           ELSE
               MOVE WS-STD-NO TO ACT-STD-NO
               READ ACCT-FILE
                   INVALID KEY
                       DISPLAY "ACCOUNT HOLD: NONE" LINE L COLUMN 5
                   NOT INVALID KEY
                       IF ACT-ON-HOLD
                           DISPLAY "ACCOUNT HOLD: ON HOLD - PLEASE SEE"
                               " THE CASHIER" LINE L COLUMN 5
                       ELSE
                           DISPLAY "ACCOUNT HOLD: NONE"
                               LINE L COLUMN 5
                       END-IF
               END-READ
               CLOSE ACCT-FILE
           END-IF.
           ADD 1 TO L.

       SHOW-LEDGER-RTN.
           ADD 1 TO L.
           DISPLAY "SUBJECTS" LINE L COLUMN 5.
           ADD 1 TO L.
           MOVE 0 TO WS-LDG-CNT WS-LDG-MORE.
           OPEN INPUT LEDGER.
           IF WS-LDG-STATUS = "00"
               PERFORM LOAD-TITLES-RTN
               MOVE SPACES TO LDG-KEY
               MOVE WS-STD-NO TO LDG-STD-NO
               MOVE "NO" TO WS-LDG-EOF
               START LEDGER KEY IS NOT < LDG-KEY
                   INVALID KEY MOVE "YES" TO WS-LDG-EOF
               END-START
               PERFORM UNTIL WS-LDG-EOF = "YES"
                   READ LEDGER NEXT RECORD
                       AT END MOVE "YES" TO WS-LDG-EOF
                       NOT AT END
                           IF LDG-STD-NO NOT = WS-STD-NO
                               MOVE "YES" TO WS-LDG-EOF
                           ELSE
                               PERFORM SHOW-LEDGER-LINE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER
           END-IF.
           IF WS-LDG-CNT = 0
               DISPLAY "NO SUBJECTS ON FILE" LINE L COLUMN 5
               ADD 1 TO L
           END-IF.
           IF WS-LDG-MORE > 0
               DISPLAY "... AND " WS-LDG-MORE " MORE - ASK AT THE"
                   " WINDOW FOR A FULL LIST" LINE L COLUMN 5
               ADD 1 TO L
           END-IF.

       SHOW-LEDGER-LINE-RTN.
           IF WS-LDG-CNT >= WS-LDG-MAX
               ADD 1 TO WS-LDG-MORE
           ELSE
               ADD 1 TO WS-LDG-CNT
               MOVE SPACES TO WS-TITLE
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SBJ-USED
                   IF WS-SB-CODE(S) = LDG-SBJ-CODE
                       MOVE WS-SB-TITLE(S) TO WS-TITLE
                   END-IF
               END-PERFORM
               IF LDG-REMARKS = "ENLSTD"
                   MOVE LDG-SBJ-CODE TO LE-CODE
                   MOVE WS-TITLE TO LE-TITLE
                   DISPLAY LDG-ENL-LINE LINE L COLUMN 5
               ELSE
                   MOVE LDG-SBJ-CODE TO LL-CODE
                   MOVE WS-TITLE TO LL-TITLE
                   MOVE LDG-GRADE TO LL-GRADE
                   MOVE LDG-EQUIV TO LL-EQUIV
                   MOVE LDG-REMARKS TO LL-REMARKS
                   DISPLAY LDG-LINE LINE L COLUMN 5
               END-IF
               ADD 1 TO L
           END-IF.

       LOAD-TITLES-RTN.
           MOVE 0 TO WS-SBJ-USED.
           OPEN INPUT SUBJ-IN.
           IF WS-SBJ-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ SUBJ-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SUBJ-LINE-IN TO SUBJECT-REC
                           IF SBJ-CODE NOT = SPACES
                               AND WS-SBJ-USED < 50
                               ADD 1 TO WS-SBJ-USED
                               MOVE SBJ-CODE
                                   TO WS-SB-CODE(WS-SBJ-USED)
                               MOVE SBJ-TITLE
                                   TO WS-SB-TITLE(WS-SBJ-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJ-IN
           END-IF.

       SET-STAMP-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-STAMP.

       WRITE-AUDIT-RTN.
      * One line per look-up - the student number stands in for the
      * operator, and the outcome says whether the kiosk let them in.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "KIOSKINQ" TO ALR-PROGRAM.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-OUT.
