      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Per-quiz analysis from the quiz scores on the master
      *          - QUIZRPT and the rest only look at SM-QZ-AVE, so a
      *          quiz most of the class failed (usually a bad quiz,
      *          not a bad class) never shows. For each quiz number
      *          the report (QUIZANAL.DAT, filed on the report spool)
      *          gives the mean, median, high, low, standard
      *          deviation, and the count and percentage below the
      *          3.00 passing cutoff. A student counts on a quiz only
      *          if SM-NUM-QUIZZES says they took it - never as a
      *          zero. Run for the whole college, one section, or
      *          every section in turn off SECASSGN.DAT. A quiz is
      *          flagged when its mean is more than WS-FLAG-GAP off
      *          the average of the class's other quiz means, or its
      *          failure rate is WS-FLAG-FAIL-PTS points above the
      *          other quizzes' average rate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUIZANAL IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
      * Section assignments (see SECASSGN.CPY) - read by section on
      * the alternate key for each section's members.
           SELECT ASSIGN-IN ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT RECORD-OUT ASSIGN TO "QUIZANAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  ASSIGN-IN
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(100).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".

      * Department passing cutoff, as EX001 applies it to REMARKS.
       01  WS-PASS-CUTOFF PIC 9V99 VALUE 3.00.
      * Flagging rules - site-configurable here. A quiz is out of
      * pattern when its mean is more than WS-FLAG-GAP grade points
      * from the mean of the class's other quizzes, or its failure
      * rate is WS-FLAG-FAIL-PTS percentage points above theirs.
      * Fewer than WS-FLAG-MIN-N takers is too few to judge.
       01  WS-FLAG-GAP PIC 9V99 VALUE 0.50.
       01  WS-FLAG-FAIL-PTS PIC 999 VALUE 30.
       01  WS-FLAG-MIN-N PIC 999 VALUE 5.

      * Scope - 1 whole college, 2 one section, 3 every section.
       01  WS-SCOPE PIC 9 VALUE 1.
       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-ASG-ON PIC X VALUE "N".
       01  WS-SEL-CRS PIC X(5) VALUE SPACES.
       01  WS-SEL-YR PIC 9 VALUE 0.
       01  WS-SEL-SEC PIC X(3) VALUE SPACES.
       01  WS-SEL-KEY PIC X(9) VALUE SPACES.
       01  WS-CUR-KEY PIC X(9) VALUE SPACES.
       01  WS-BLK-CNT PIC 999 VALUE 0.
       01  WS-STD-CNT PIC 9(5) VALUE 0.

      * The class being analysed - each student's quiz count and
      * scores. Sized to SM-RANK's 999 range like the other master
      * sweeps.
       01  WS-BLK-USED PIC 999 VALUE 0.
       01  WS-BLK-TABLE.
           02 WS-BLK-ENTRY OCCURS 999 TIMES.
              03 WS-BK-NQ PIC 9.
              03 WS-BK-SCORE OCCURS 9 TIMES PIC 9V99.
       01  R PIC 9(4) VALUE 0.
       01  S PIC 9(4) VALUE 0.
       01  Q PIC 99 VALUE 0.
       01  J PIC 99 VALUE 0.

      * One quiz's scores, sorted for the median.
       01  WS-VAL-CNT PIC 999 VALUE 0.
       01  WS-VAL-TABLE.
           02 WS-VAL OCCURS 999 TIMES PIC 9V99.
       01  WS-SWAP-VAL PIC 9V99 VALUE 0.
       01  WS-MID PIC 999 VALUE 0.
       01  WS-SUM PIC 9(5)V99 VALUE 0.
       01  WS-DEV-SUM PIC 9(6)V9(4) VALUE 0.
       01  WS-DEV PIC S9V9(4) VALUE 0.
       01  WS-MEAN-X PIC 9V9(4) VALUE 0.
       01  WS-VAR PIC 99V9(4) VALUE 0.

      * Figures per quiz number for the class.
       01  WS-QST-TABLE.
           02 WS-QST OCCURS 9 TIMES.
              03 WS-QS-N PIC 999.
              03 WS-QS-MEAN PIC 9V99.
              03 WS-QS-MEDIAN PIC 9V99.
              03 WS-QS-HIGH PIC 9V99.
              03 WS-QS-LOW PIC 9V99.
              03 WS-QS-SD PIC 9V99.
              03 WS-QS-BELOW PIC 999.
              03 WS-QS-PCT PIC 999V9.
              03 WS-QS-FLAG PIC X(18).
       01  WS-MAX-Q PIC 9 VALUE 0.
       01  WS-OTH-N PIC 9 VALUE 0.
       01  WS-OTH-MEAN PIC 9V99 VALUE 0.
       01  WS-OTH-PCT PIC 999V9 VALUE 0.
       01  WS-OTH-MSUM PIC 99V99 VALUE 0.
       01  WS-OTH-PSUM PIC 9(4)V9 VALUE 0.
       01  WS-GAP PIC S9V99 VALUE 0.
       01  WS-PCT-GAP PIC S999V9 VALUE 0.
       01  WS-FLAG-CNT PIC 999 VALUE 0.

       01  BLK-HDG.
           02 BH-TEXT PIC X(30).
           02 FILLER PIC X(11) VALUE "STUDENTS: ".
           02 BH-CNT PIC ZZ9.
       01  COL-HDG.
           02 FILLER PIC X(6) VALUE "QUIZ".
           02 FILLER PIC X(6) VALUE " TOOK".
           02 FILLER PIC X(7) VALUE "   MEAN".
           02 FILLER PIC X(7) VALUE " MEDIAN".
           02 FILLER PIC X(7) VALUE "   HIGH".
           02 FILLER PIC X(7) VALUE "    LOW".
           02 FILLER PIC X(8) VALUE " STD DEV".
           02 FILLER PIC X(14) VALUE "  BELOW 3.00".
           02 FILLER PIC X(18) VALUE "FLAG".
       01  DTL-LINE.
           02 FILLER PIC X(1) VALUE "#".
           02 DL-QUIZ PIC 9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DL-N PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-MEAN PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-MEDIAN PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-HIGH PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-LOW PIC 9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 DL-SD PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DL-BELOW PIC ZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 DL-PCT PIC ZZ9.9.
           02 FILLER PIC X(3) VALUE "%  ".
           02 DL-FLAG PIC X(18).
       01  NOTE-LINE.
           02 NL-TEXT PIC X(90).
       01  RULE-LINE.
           02 FILLER PIC X(30) VALUE "FLAGGED WHEN THE MEAN IS MORE".
           02 FILLER PIC X(5) VALUE "THAN ".
           02 RL-GAP PIC 9.99.
           02 FILLER PIC X(40)
               VALUE " OFF THE OTHER QUIZZES' OR FAILURES RUN ".
           02 RL-PTS PIC ZZ9.
           02 FILLER PIC X(14) VALUE " POINTS ABOVE.".

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
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "N"
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           DISPLAY "SCOPE - 1=WHOLE COLLEGE 2=ONE SECTION"
               " 3=EVERY SECTION: ".
           ACCEPT WS-SCOPE.
           IF WS-SCOPE NOT = 2 AND WS-SCOPE NOT = 3
               MOVE 1 TO WS-SCOPE
           END-IF.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           IF WS-SCOPE NOT = 1
               PERFORM OPEN-SECTION-RTN
           END-IF.
           PERFORM START-REPORT-RTN.
           IF WS-SCOPE = 1
               PERFORM COLLEGE-RTN
           ELSE
               PERFORM SECTION-SWEEP-RTN
           END-IF.
           PERFORM END-REPORT-RTN.
           CLOSE STUDMAS.
           IF WS-ASG-ON = "Y"
               CLOSE ASSIGN-IN
           END-IF.
           DISPLAY WS-BLK-CNT " CLASS(ES), " WS-FLAG-CNT
               " QUIZ(ZES) FLAGGED - REPORT IN QUIZANAL.DAT".
           MOVE "COMPLETED-REPORT" TO WS-OUTCOME.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-TERM-RTN.
      * The label must be a term on the calendar, so the report
      * carries a term that exists.
           MOVE "N" TO WS-TERM-OK.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   MOVE "Y" TO WS-TERM-OK
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST"
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - "
                       WS-TERM-LABEL
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-EVALUATE.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV).
           MOVE "QUIZANAL" TO SPQ-PROGRAM.
           MOVE "QUIZANAL.DAT" TO SPQ-REPORT-FILE.
           MOVE WS-TERM-LABEL TO SPQ-TERM.
           MOVE WS-OPERATOR TO SPQ-OPERATOR.
           MOVE PG-RUN-STAMP TO SPQ-STAMP.
           CALL "SPOOLSAV" USING SPOOL-REQ.
           IF SPQ-REPLY = "Y"
               DISPLAY "REPORT SPOOLED AS " SPQ-MEMBER
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "QUIZANAL" TO ALR-PROGRAM.
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

       OPEN-SECTION-RTN.
      * One section is picked the way QUIZRPT picks it; every
      * section sweeps the assignment file's section key from the
      * start. Without the file the run falls back to the college.
           IF WS-SCOPE = 2
               DISPLAY "COURSE CODE (E.G. BSIT): "
               ACCEPT WS-SEL-CRS
               DISPLAY "YEAR LEVEL (1-4): "
               ACCEPT WS-SEL-YR
               DISPLAY "SECTION CODE: "
               ACCEPT WS-SEL-SEC
           END-IF.
           OPEN INPUT ASSIGN-IN.
           IF WS-ASG-STATUS NOT = "00"
               DISPLAY "SECASSGN.DAT NOT FOUND - RUN SECTASGN FIRST;"
                   " ANALYSING THE WHOLE COLLEGE"
               MOVE 1 TO WS-SCOPE
           ELSE
               MOVE "Y" TO WS-ASG-ON
               IF WS-SCOPE = 2
                   MOVE WS-SEL-CRS TO ASG-COURSE
                   MOVE WS-SEL-YR TO ASG-YR-LEVEL
                   MOVE WS-SEL-SEC TO ASG-SECTION
                   MOVE ASG-SECT-KEY TO WS-SEL-KEY
               ELSE
                   MOVE LOW-VALUES TO ASG-SECT-KEY
               END-IF
               MOVE "NO" TO WS-EOF
               START ASSIGN-IN KEY IS NOT < ASG-SECT-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
           END-IF.

      ******************************************************************
      * The whole college - every master record with quiz data.
      ******************************************************************
       COLLEGE-RTN.
           MOVE 0 TO WS-BLK-USED.
           MOVE "NO" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "YES"
               READ STUDMAS NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END PERFORM ADD-STUDENT-RTN
               END-READ
           END-PERFORM.
           MOVE "WHOLE COLLEGE" TO BH-TEXT.
           PERFORM ANALYSE-BLOCK-RTN.

      ******************************************************************
      * Sections off SECASSGN.DAT's section key - one block each.
      ******************************************************************
       SECTION-SWEEP-RTN.
           MOVE 0 TO WS-BLK-USED.
           MOVE SPACES TO WS-CUR-KEY.
           PERFORM UNTIL WS-EOF = "YES"
               READ ASSIGN-IN NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF WS-SCOPE = 2
                           AND ASG-SECT-KEY NOT = WS-SEL-KEY
                           MOVE "YES" TO WS-EOF
                       ELSE
                           IF ASG-SECT-KEY NOT = WS-CUR-KEY
                               PERFORM SECTION-BREAK-RTN
                               MOVE ASG-SECT-KEY TO WS-CUR-KEY
                           END-IF
                           MOVE ASG-STD-NO TO SM-STD-NO
                           READ STUDMAS
                               INVALID KEY CONTINUE
                               NOT INVALID KEY
                                   PERFORM ADD-STUDENT-RTN
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM SECTION-BREAK-RTN.
           IF WS-BLK-CNT = 0
               MOVE "NO STUDENTS ASSIGNED TO THAT SECTION" TO NL-TEXT
               WRITE PRINT-REC FROM NOTE-LINE AFTER 2 LINES
               ADD 2 TO PG-LINE-CNT
           END-IF.

       SECTION-BREAK-RTN.
           IF WS-CUR-KEY NOT = SPACES
               MOVE SPACES TO BH-TEXT
               STRING "SECTION " WS-CUR-KEY(1:5) " " WS-CUR-KEY(6:1)
                      " " WS-CUR-KEY(7:3)
                   DELIMITED BY SIZE INTO BH-TEXT
               PERFORM ANALYSE-BLOCK-RTN
           END-IF.
           MOVE 0 TO WS-BLK-USED.

       ADD-STUDENT-RTN.
           IF SM-NUM-QUIZZES > 0 AND WS-BLK-USED < 999
               ADD 1 TO WS-BLK-USED
               ADD 1 TO WS-STD-CNT
               MOVE SM-NUM-QUIZZES TO WS-BK-NQ(WS-BLK-USED)
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 9
                   MOVE SM-QZ-SCORE(Q) TO WS-BK-SCORE(WS-BLK-USED, Q)
               END-PERFORM
           END-IF.

      ******************************************************************
      * Figures for one class - each quiz over the students who took
      * it, then the out-of-pattern check against the others.
      ******************************************************************
       ANALYSE-BLOCK-RTN.
           ADD 1 TO WS-BLK-CNT.
           MOVE 0 TO WS-MAX-Q.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 9
               PERFORM QUIZ-STATS-RTN
               IF WS-QS-N(Q) > 0
                   MOVE Q TO WS-MAX-Q
               END-IF
           END-PERFORM.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-MAX-Q
               PERFORM FLAG-QUIZ-RTN
           END-PERFORM.
           PERFORM PRINT-BLOCK-RTN.

       QUIZ-STATS-RTN.
           MOVE 0 TO WS-VAL-CNT.
           MOVE 0 TO WS-SUM.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-BLK-USED
               IF WS-BK-NQ(R) >= Q
                   ADD 1 TO WS-VAL-CNT
                   MOVE WS-BK-SCORE(R, Q) TO WS-VAL(WS-VAL-CNT)
                   ADD WS-BK-SCORE(R, Q) TO WS-SUM
               END-IF
           END-PERFORM.
           MOVE WS-VAL-CNT TO WS-QS-N(Q).
           MOVE SPACES TO WS-QS-FLAG(Q).
           MOVE 0 TO WS-QS-MEAN(Q) WS-QS-MEDIAN(Q) WS-QS-HIGH(Q)
                     WS-QS-LOW(Q) WS-QS-SD(Q) WS-QS-BELOW(Q)
                     WS-QS-PCT(Q).
           IF WS-VAL-CNT > 0
               PERFORM SORT-VALUES-RTN
               COMPUTE WS-MEAN-X ROUNDED = WS-SUM / WS-VAL-CNT
               COMPUTE WS-QS-MEAN(Q) ROUNDED = WS-SUM / WS-VAL-CNT
               MOVE WS-VAL(1) TO WS-QS-LOW(Q)
               MOVE WS-VAL(WS-VAL-CNT) TO WS-QS-HIGH(Q)
               IF FUNCTION MOD(WS-VAL-CNT, 2) = 1
                   COMPUTE WS-MID = (WS-VAL-CNT + 1) / 2
                   MOVE WS-VAL(WS-MID) TO WS-QS-MEDIAN(Q)
               ELSE
                   COMPUTE WS-MID = WS-VAL-CNT / 2
                   COMPUTE WS-QS-MEDIAN(Q) ROUNDED =
                       (WS-VAL(WS-MID) + WS-VAL(WS-MID + 1)) / 2
               END-IF
      * Standard deviation over the takers (population form - the
      * class is the whole population, not a sample of it).
               MOVE 0 TO WS-DEV-SUM
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-VAL-CNT
                   COMPUTE WS-DEV = WS-VAL(S) - WS-MEAN-X
                   COMPUTE WS-DEV-SUM = WS-DEV-SUM + WS-DEV * WS-DEV
                   IF WS-VAL(S) < WS-PASS-CUTOFF
                       ADD 1 TO WS-QS-BELOW(Q)
                   END-IF
               END-PERFORM
               COMPUTE WS-VAR ROUNDED = WS-DEV-SUM / WS-VAL-CNT
               COMPUTE WS-QS-SD(Q) ROUNDED = FUNCTION SQRT(WS-VAR)
               COMPUTE WS-QS-PCT(Q) ROUNDED =
                   WS-QS-BELOW(Q) * 100 / WS-VAL-CNT
           END-IF.

       SORT-VALUES-RTN.
      * Straight exchange sort, lowest score first.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R >= WS-VAL-CNT
               PERFORM VARYING S FROM 1 BY 1
                       UNTIL S > WS-VAL-CNT - R
                   IF WS-VAL(S) > WS-VAL(S + 1)
                       MOVE WS-VAL(S) TO WS-SWAP-VAL
                       MOVE WS-VAL(S + 1) TO WS-VAL(S)
                       MOVE WS-SWAP-VAL TO WS-VAL(S + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FLAG-QUIZ-RTN.
      * Quiz Q against the mean and failure rate of the class's
      * other quizzes (those with enough takers to count).
           MOVE 0 TO WS-OTH-N WS-OTH-MSUM WS-OTH-PSUM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MAX-Q
               IF J NOT = Q AND WS-QS-N(J) >= WS-FLAG-MIN-N
                   ADD 1 TO WS-OTH-N
                   ADD WS-QS-MEAN(J) TO WS-OTH-MSUM
                   ADD WS-QS-PCT(J) TO WS-OTH-PSUM
               END-IF
           END-PERFORM.
           IF WS-OTH-N > 0 AND WS-QS-N(Q) >= WS-FLAG-MIN-N
               COMPUTE WS-OTH-MEAN ROUNDED = WS-OTH-MSUM / WS-OTH-N
               COMPUTE WS-OTH-PCT ROUNDED = WS-OTH-PSUM / WS-OTH-N
               COMPUTE WS-GAP = WS-QS-MEAN(Q) - WS-OTH-MEAN
               COMPUTE WS-PCT-GAP = WS-QS-PCT(Q) - WS-OTH-PCT
               EVALUATE TRUE
                   WHEN WS-GAP < 0 AND (0 - WS-GAP) > WS-FLAG-GAP
                       MOVE "*** LOW - REVIEW" TO WS-QS-FLAG(Q)
                   WHEN WS-PCT-GAP > WS-FLAG-FAIL-PTS
                       MOVE "*** FAILURES HIGH" TO WS-QS-FLAG(Q)
                   WHEN WS-GAP > WS-FLAG-GAP
                       MOVE "*** HIGH - REVIEW" TO WS-QS-FLAG(Q)
               END-EVALUATE
               IF WS-QS-FLAG(Q) NOT = SPACES
                   ADD 1 TO WS-FLAG-CNT
               END-IF
           END-IF.

      ******************************************************************
      * Report.
      ******************************************************************
       START-REPORT-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE "PER-QUIZ ANALYSIS" TO PG-TITLE.
           MOVE WS-TERM-LABEL TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.
           PERFORM NEW-PAGE-RTN.

       PRINT-BLOCK-RTN.
      * Keep a class's block together on one page.
           IF PG-LINE-CNT + WS-MAX-Q + 5 > PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.
           MOVE WS-BLK-USED TO BH-CNT.
           WRITE PRINT-REC FROM BLK-HDG AFTER 2 LINES.
           WRITE PRINT-REC FROM COL-HDG AFTER 1 LINE.
           ADD 3 TO PG-LINE-CNT.
           IF WS-MAX-Q = 0
               MOVE "  NO QUIZ SCORES ON THE MASTER" TO NL-TEXT
               WRITE PRINT-REC FROM NOTE-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-IF.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > WS-MAX-Q
               MOVE Q TO DL-QUIZ
               MOVE WS-QS-N(Q) TO DL-N
               MOVE WS-QS-MEAN(Q) TO DL-MEAN
               MOVE WS-QS-MEDIAN(Q) TO DL-MEDIAN
               MOVE WS-QS-HIGH(Q) TO DL-HIGH
               MOVE WS-QS-LOW(Q) TO DL-LOW
               MOVE WS-QS-SD(Q) TO DL-SD
               MOVE WS-QS-BELOW(Q) TO DL-BELOW
               MOVE WS-QS-PCT(Q) TO DL-PCT
               MOVE WS-QS-FLAG(Q) TO DL-FLAG
               WRITE PRINT-REC FROM DTL-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-PERFORM.

       END-REPORT-RTN.
           MOVE WS-FLAG-GAP TO RL-GAP.
           MOVE WS-FLAG-FAIL-PTS TO RL-PTS.
           WRITE PRINT-REC FROM RULE-LINE AFTER 2 LINES.
           MOVE WS-STD-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 1 LINE.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.

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
