      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Second-person approval of sensitive master changes.
      *          GRADECOR grade corrections, SUBJGRD ledger
      *          corrections, STATUPD withdrawals and STUDMERG merges
      *          are queued on APPRQUE.DAT (see APPRQUE.CPY) instead
      *          of posting when keyed. Mode 1 walks the requests
      *          still waiting, oldest first, showing the requester,
      *          reason and before/after values; the operator
      *          approves, rejects (with a note) or skips each one.
      *          Only a signed-on operator holding the approver
      *          permission - the OPERMAST.DAT flag for this
      *          program's menu choice - may decide, and never on a
      *          request of their own. An approved request is handed
      *          back to the program that queued it (APPRPOST.CPY)
      *          to post through its usual journaled path; one that
      *          program refuses (the value moved since the request,
      *          the term closed) is marked FAILED with the reason,
      *          and one held up by the master lock stays waiting.
      *          Mode 2 prints the aging report of requests still
      *          waiting (APPRAGE.DAT, filed on the report spool),
      *          with each one's age in days and a count by age.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVE IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "APPRQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUE-NO
               FILE STATUS IS WS-QUE-STATUS.
           SELECT OPER-IN ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT RECORD-OUT ASSIGN TO "APPRAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC.
           02 QUE-NO   PIC 9(6).
           02 QUE-DATA PIC X(251).

       FD  OPER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPER-LINE-IN.
       01  OPER-LINE-IN PIC X(136).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(110).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Queue record and the approved-change hand-off (see
      * APPRQUE.CPY and APPRPOST.CPY).
       COPY "APPRQUE.CPY".
       COPY "APPRPOST.CPY".

      * Operator master record (see OPERMAST.CPY).
       COPY "OPERMAST.CPY".

       01  WS-QUE-STATUS PIC XX VALUE "00".
       01  WS-OPR-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-ANS PIC X VALUE SPACES.
       01  WS-QUIT PIC X VALUE "N".

      * The approver permission is the operator's flag for the menu
      * choice that runs this program (see OPERMAST.CPY) - keep the
      * two in step if the menu is renumbered.
       01  WS-APPROVER-CHOICE PIC 99 VALUE 52.
       01  WS-AUTH-SLOT PIC 99 VALUE 0.
       01  WS-APPROVER PIC X VALUE "N".
       01  WS-OPR-FOUND PIC X VALUE "N".

      * Review counts.
       01  WS-WAIT-CNT PIC 999 VALUE 0.
       01  WS-APPR-CNT PIC 999 VALUE 0.
       01  WS-REJ-CNT PIC 999 VALUE 0.
       01  WS-FAIL-CNT PIC 999 VALUE 0.
       01  WS-SKIP-CNT PIC 999 VALUE 0.
       01  WS-OWN-CNT PIC 999 VALUE 0.
       01  WS-NOTE PIC X(30) VALUE SPACES.

      * Aging - days waiting, off the request stamp, and the count
      * in each age band. Requests waiting longer than
      * WS-OVERDUE-DAYS are marked on the report - site-configurable
      * here.
       01  WS-OVERDUE-DAYS PIC 999 VALUE 7.
       01  WS-TODAY PIC 9(8) VALUE 0.
       01  WS-REQ-DATE PIC 9(8) VALUE 0.
       01  WS-AGE PIC 9(4) VALUE 0.
       01  WS-BAND-CNT OCCURS 4 TIMES PIC 9(4).
       01  WS-BAND-DESC-LIST.
           02 FILLER PIC X(16) VALUE "0-2 DAYS".
           02 FILLER PIC X(16) VALUE "3-7 DAYS".
           02 FILLER PIC X(16) VALUE "8-14 DAYS".
           02 FILLER PIC X(16) VALUE "OVER 14 DAYS".
       01  WS-BAND-DESC-TABLE REDEFINES WS-BAND-DESC-LIST.
           02 WS-BAND-DESC OCCURS 4 TIMES PIC X(16).
       01  B PIC 9 VALUE 0.
       01  WS-OVERDUE-CNT PIC 9(4) VALUE 0.

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

       01  AGE-COL-HDG.
           02 FILLER PIC X(8) VALUE "REQUEST ".
           02 FILLER PIC X(10) VALUE "PROGRAM   ".
           02 FILLER PIC X(11) VALUE "STUDENT    ".
           02 FILLER PIC X(12) VALUE "SUBJ/DUP    ".
           02 FILLER PIC X(24) VALUE "BEFORE -> AFTER".
           02 FILLER PIC X(22) VALUE "REQUESTED BY".
           02 FILLER PIC X(12) VALUE "ON".
           02 FILLER PIC X(4) VALUE "DAYS".
       01  AGE-LINE.
           02 AL-NO PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-TYPE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-STD-NO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AL-ALT-KEY PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-BEFORE PIC X(10).
           02 FILLER PIC X(4) VALUE " -> ".
           02 AL-AFTER PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-REQ-OPR PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-REQ-DATE PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AL-AGE PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 AL-FLAG PIC X(8).
       01  BAND-LINE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 BD-DESC PIC X(16).
           02 BD-CNT PIC ZZZ9.
       01  TOT-LINE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "STILL WAITING".
           02 TL-WAIT PIC ZZZ9.
           02 FILLER PIC X(12) VALUE "   OVERDUE: ".
           02 TL-OVERDUE PIC ZZZ9.
           02 FILLER PIC X(10) VALUE " (OVER ".
           02 TL-DAYS PIC ZZ9.
           02 FILLER PIC X(6) VALUE " DAYS)".
       01  NONE-LINE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "NO REQUESTS WAITING".

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-RUN-STAMP PIC X(19) VALUE SPACES.
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * The LABMENU sign-on already verified who this is - only
      * prompt when the program is run standalone.
           IF SGN-OPR-ID NOT = SPACES
               AND SGN-OPR-ID NOT = LOW-VALUES
               MOVE SGN-OPR-ID TO WS-OPERATOR
           ELSE
               DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
               ACCEPT WS-OPERATOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO WS-TODAY.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-RUN-STAMP.
           MOVE "N" TO APR-POSTING.
           DISPLAY "MODE - 1=REVIEW WAITING REQUESTS"
               "  2=AGING REPORT: ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 1
                   PERFORM CHECK-APPROVER-RTN
                   IF WS-APPROVER = "Y"
                       PERFORM REVIEW-RTN
                   END-IF
               WHEN 2
                   PERFORM AGING-RTN
               WHEN OTHER
                   DISPLAY "INVALID MODE"
                   MOVE "ABORTED-BAD-MODE" TO WS-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-APPROVER-RTN.
      * Deciding needs an identity the sign-on verified - a typed
      * name could be anyone's - and the approver flag on it.
           MOVE "N" TO WS-APPROVER.
           MOVE "N" TO WS-OPR-FOUND.
           IF SGN-OPR-ID = SPACES OR SGN-OPR-ID = LOW-VALUES
               DISPLAY "APPROVING NEEDS A VERIFIED SIGN-ON - RUN"
                   " APPROVE FROM THE MENU"
               MOVE "ABORTED-NO-SIGNON" TO WS-OUTCOME
           ELSE
               OPEN INPUT OPER-IN
               IF WS-OPR-STATUS = "00"
                   MOVE "NO" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "YES"
                       READ OPER-IN AT END MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE OPER-LINE-IN TO OPERATOR-REC
                               IF OPR-ID = SGN-OPR-ID
                                   MOVE "Y" TO WS-OPR-FOUND
                                   PERFORM CHECK-FLAG-RTN
                                   MOVE "YES" TO WS-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPER-IN
               END-IF
               IF WS-APPROVER = "N"
                   DISPLAY "OPERATOR " SGN-OPR-ID " DOES NOT HOLD THE"
                       " APPROVER PERMISSION - SEE THE COORDINATOR"
                   MOVE "ABORTED-NOT-APPROVER" TO WS-OUTCOME
               END-IF
           END-IF.

       CHECK-FLAG-RTN.
           IF WS-APPROVER-CHOICE > 40
               COMPUTE WS-AUTH-SLOT = WS-APPROVER-CHOICE - 40
               IF OPR-AUTH-EXT(WS-AUTH-SLOT) = "Y"
                   MOVE "Y" TO WS-APPROVER
               END-IF
           ELSE
               IF OPR-AUTH(WS-APPROVER-CHOICE) = "Y"
                   MOVE "Y" TO WS-APPROVER
               END-IF
           END-IF.

      ******************************************************************
      * Review.
      ******************************************************************
       REVIEW-RTN.
           OPEN I-O QUEUE-FILE.
           IF WS-QUE-STATUS = "35"
               DISPLAY "NO REQUESTS WAITING"
           ELSE
               IF WS-QUE-STATUS NOT = "00"
                   DISPLAY "APPRQUE.DAT NOT AVAILABLE - STATUS "
                       WS-QUE-STATUS
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               ELSE
                   PERFORM REVIEW-QUEUE-RTN
                   CLOSE QUEUE-FILE
               END-IF
           END-IF.

       REVIEW-QUEUE-RTN.
      * Request numbers run in the order the requests came in, so
      * the key order is oldest first.
           MOVE 0 TO QUE-NO.
           MOVE "NO" TO WS-EOF.
           START QUEUE-FILE KEY IS NOT < QUE-NO
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES" OR WS-QUIT = "Y"
               READ QUEUE-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       MOVE QUEUE-REC TO APPROVAL-QUEUE-REC
                       IF APQ-PENDING
                           PERFORM REVIEW-ONE-RTN
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY WS-WAIT-CNT " REQUEST(S) WAITING - " WS-APPR-CNT
               " APPROVED, " WS-REJ-CNT " REJECTED, " WS-FAIL-CNT
               " FAILED TO POST, " WS-SKIP-CNT " LEFT WAITING".
           IF WS-OWN-CNT > 0
               DISPLAY WS-OWN-CNT " OF YOUR OWN REQUEST(S) NEED"
                   " ANOTHER APPROVER"
           END-IF.

       REVIEW-ONE-RTN.
           ADD 1 TO WS-WAIT-CNT.
           DISPLAY " ".
           DISPLAY "REQUEST " APQ-NO "  " APQ-TYPE "  BY "
               APQ-REQ-OPR " ON " APQ-REQ-STAMP.
           EVALUATE APQ-TYPE
               WHEN "GRADECOR"
                   DISPLAY "  GRADE CORRECTION  STUDENT " APQ-STD-NO
               WHEN "SUBJGRD"
                   DISPLAY "  LEDGER CORRECTION  STUDENT " APQ-STD-NO
                       " SUBJECT " APQ-ALT-KEY " TERM " APQ-TERM
               WHEN "STATUPD"
                   DISPLAY "  WITHDRAWAL  STUDENT " APQ-STD-NO
               WHEN "STUDMERG"
                   DISPLAY "  MERGE DUPLICATE " APQ-ALT-KEY
                       " INTO " APQ-STD-NO
           END-EVALUATE.
           DISPLAY "  BEFORE: " APQ-BEFORE.
           DISPLAY "  AFTER:  " APQ-AFTER.
           IF APQ-RSN-CODE NOT = SPACES
               DISPLAY "  REASON: " APQ-RSN-CODE " " APQ-REASON
           ELSE
               DISPLAY "  REASON: " APQ-REASON
           END-IF.
           IF APQ-REQ-OPR = SGN-OPR-ID OR APQ-REQ-OPR = WS-OPERATOR
               DISPLAY "  YOUR OWN REQUEST - ANOTHER APPROVER MUST"
                   " DECIDE IT"
               ADD 1 TO WS-OWN-CNT
               ADD 1 TO WS-SKIP-CNT
           ELSE
               DISPLAY "A=APPROVE  R=REJECT  S=SKIP  Q=QUIT: "
               ACCEPT WS-ANS
               EVALUATE WS-ANS
                   WHEN "A"
                   WHEN "a"
                       PERFORM APPROVE-ONE-RTN
                   WHEN "R"
                   WHEN "r"
                       PERFORM REJECT-ONE-RTN
                   WHEN "Q"
                   WHEN "q"
                       MOVE "Y" TO WS-QUIT
                       ADD 1 TO WS-SKIP-CNT
                   WHEN OTHER
                       ADD 1 TO WS-SKIP-CNT
               END-EVALUATE
           END-IF.

       APPROVE-ONE-RTN.
      * The program that queued the request posts it (see
      * APPRPOST.CPY) - the same journaled path a keyed change took
      * before approvals.
           MOVE APPROVAL-QUEUE-REC TO APR-REC.
           MOVE "N" TO APR-REPLY.
           MOVE SPACES TO APR-MSG.
           MOVE "Y" TO APR-POSTING.
           EVALUATE APQ-TYPE
               WHEN "GRADECOR"
                   CALL "GRADECOR"
               WHEN "SUBJGRD"
                   CALL "SUBJGRD"
               WHEN "STATUPD"
                   CALL "STATUPD"
               WHEN "STUDMERG"
                   CALL "STUDMERG"
               WHEN OTHER
                   MOVE "UNKNOWN REQUEST TYPE" TO APR-MSG
           END-EVALUATE.
           MOVE "N" TO APR-POSTING.
           EVALUATE APR-REPLY
               WHEN "Y"
                   MOVE "APPROVED" TO APQ-STATE
                   MOVE "POSTED" TO APQ-DEC-NOTE
                   PERFORM DECIDE-RTN
                   ADD 1 TO WS-APPR-CNT
                   DISPLAY "REQUEST " APQ-NO " APPROVED AND POSTED"
               WHEN "L"
                   DISPLAY "STUDENT MASTER IN USE - REQUEST " APQ-NO
                       " LEFT WAITING, TRY AGAIN LATER"
                   ADD 1 TO WS-SKIP-CNT
               WHEN OTHER
                   MOVE "FAILED" TO APQ-STATE
                   MOVE APR-MSG TO APQ-DEC-NOTE
                   PERFORM DECIDE-RTN
                   ADD 1 TO WS-FAIL-CNT
                   DISPLAY "REQUEST " APQ-NO " NOT POSTED - " APR-MSG
                   DISPLAY "THE REQUESTER MUST KEY IT AGAIN"
           END-EVALUATE.

       REJECT-ONE-RTN.
           MOVE SPACES TO WS-NOTE.
           PERFORM UNTIL WS-NOTE NOT = SPACES
               DISPLAY "REASON FOR REJECTING: "
               ACCEPT WS-NOTE
           END-PERFORM.
           MOVE "REJECTED" TO APQ-STATE.
           MOVE WS-NOTE TO APQ-DEC-NOTE.
           PERFORM DECIDE-RTN.
           ADD 1 TO WS-REJ-CNT.
           DISPLAY "REQUEST " APQ-NO " REJECTED - NOTHING POSTED".

       DECIDE-RTN.
           MOVE WS-OPERATOR TO APQ-DEC-OPR.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO APQ-DEC-STAMP.
           MOVE APPROVAL-QUEUE-REC TO QUEUE-REC.
           REWRITE QUEUE-REC
               INVALID KEY
                   DISPLAY "QUEUE UPDATE FAILED - STATUS "
                       WS-QUE-STATUS
           END-REWRITE.

      ******************************************************************
      * Aging report.
      ******************************************************************
       AGING-RTN.
           MOVE 0 TO WS-WAIT-CNT WS-OVERDUE-CNT.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE 0 TO WS-BAND-CNT(B)
           END-PERFORM.
           MOVE "APPROVAL QUEUE AGING" TO PG-TITLE.
           MOVE SPACES TO PG-TERM.
           MOVE WS-RUN-STAMP TO PG-RUN-STAMP.
           OPEN OUTPUT RECORD-OUT.
           PERFORM NEW-PAGE-RTN.
           WRITE PRINT-REC FROM AGE-COL-HDG AFTER 2 LINES.
           ADD 2 TO PG-LINE-CNT.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUE-STATUS = "00"
               MOVE 0 TO QUE-NO
               MOVE "NO" TO WS-EOF
               START QUEUE-FILE KEY IS NOT < QUE-NO
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ QUEUE-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE QUEUE-REC TO APPROVAL-QUEUE-REC
                           IF APQ-PENDING
                               PERFORM AGE-LINE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.
           IF WS-WAIT-CNT = 0
               WRITE PRINT-REC FROM NONE-LINE AFTER 1 LINE
           END-IF.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE WS-BAND-DESC(B) TO BD-DESC
               MOVE WS-BAND-CNT(B) TO BD-CNT
               IF B = 1
                   WRITE PRINT-REC FROM BAND-LINE AFTER 2 LINES
               ELSE
                   WRITE PRINT-REC FROM BAND-LINE AFTER 1 LINE
               END-IF
           END-PERFORM.
           MOVE WS-WAIT-CNT TO TL-WAIT.
           MOVE WS-OVERDUE-CNT TO TL-OVERDUE.
           MOVE WS-OVERDUE-DAYS TO TL-DAYS.
           WRITE PRINT-REC FROM TOT-LINE AFTER 1 LINE.
           MOVE WS-WAIT-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 1 LINE.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.
           DISPLAY "AGING REPORT IN APPRAGE.DAT - " WS-WAIT-CNT
               " WAITING, " WS-OVERDUE-CNT " OVERDUE".

       AGE-LINE-RTN.
           ADD 1 TO WS-WAIT-CNT.
           MOVE 0 TO WS-AGE.
           IF APQ-REQ-STAMP(1:4) IS NUMERIC
               AND APQ-REQ-STAMP(6:2) IS NUMERIC
               AND APQ-REQ-STAMP(9:2) IS NUMERIC
               STRING APQ-REQ-STAMP(1:4) APQ-REQ-STAMP(6:2)
                      APQ-REQ-STAMP(9:2)
                   DELIMITED BY SIZE INTO WS-REQ-DATE
               IF WS-TODAY > WS-REQ-DATE
                   COMPUTE WS-AGE = FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(WS-REQ-DATE)
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE <= 2
                   ADD 1 TO WS-BAND-CNT(1)
               WHEN WS-AGE <= 7
                   ADD 1 TO WS-BAND-CNT(2)
               WHEN WS-AGE <= 14
                   ADD 1 TO WS-BAND-CNT(3)
               WHEN OTHER
                   ADD 1 TO WS-BAND-CNT(4)
           END-EVALUATE.
           MOVE APQ-NO TO AL-NO.
           MOVE APQ-TYPE TO AL-TYPE.
           MOVE APQ-STD-NO TO AL-STD-NO.
           MOVE APQ-ALT-KEY TO AL-ALT-KEY.
           MOVE APQ-BEFORE TO AL-BEFORE.
           MOVE APQ-AFTER TO AL-AFTER.
           MOVE APQ-REQ-OPR TO AL-REQ-OPR.
           MOVE APQ-REQ-STAMP(1:10) TO AL-REQ-DATE.
           MOVE WS-AGE TO AL-AGE.
           IF WS-AGE > WS-OVERDUE-DAYS
               MOVE "*OVERDUE" TO AL-FLAG
               ADD 1 TO WS-OVERDUE-CNT
           ELSE
               MOVE SPACES TO AL-FLAG
           END-IF.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM AGE-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY).
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           MOVE 3 TO PG-LINE-CNT.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
               WRITE PRINT-REC FROM AGE-COL-HDG AFTER 2 LINES
               ADD 2 TO PG-LINE-CNT
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV).
           MOVE "APPROVE" TO SPQ-PROGRAM.
           MOVE "APPRAGE.DAT" TO SPQ-REPORT-FILE.
           MOVE SPACES TO SPQ-TERM.
           MOVE WS-OPERATOR TO SPQ-OPERATOR.
           MOVE PG-RUN-STAMP TO SPQ-STAMP.
           CALL "SPOOLSAV" USING SPOOL-REQ.
           IF SPQ-REPLY = "Y"
               DISPLAY "REPORT SPOOLED AS " SPQ-MEMBER
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "APPROVE" TO ALR-PROGRAM.
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
