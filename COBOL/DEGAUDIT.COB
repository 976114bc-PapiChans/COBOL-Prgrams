      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Curriculum master and degree-progress audit - the
      *          graduation check was being done on paper from
      *          TRNSCRPT printouts because nothing recorded what each
      *          course requires. Modes 1-3 maintain CURRMAST.DAT (see
      *          CURRMAST.CPY): per course and curriculum year, the
      *          required subjects by year level and semester. Mode 4
      *          audits one student - the student's passed subjects
      *          from the subject history (SBJHIST.DAT) and this
      *          term's ledger (GRDLEDGR.DAT) against the curriculum
      *          the student follows - and prints what is done, what
      *          is in progress, what is left and what was failed,
      *          with units (DGAUDIT.DAT). Mode 5 lists the graduation
      *          candidates for a term - every student with nothing
      *          left but subjects in progress - with the cumulative
      *          GWA across the term history (STUDHIST.DAT) and the
      *          Latin honors it earns (GRADCAND.DAT). Both reports
      *          are filed on the report spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJ-IN ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBJ-STATUS.
           SELECT CURR-IN ASSIGN TO "CURRMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT CURR-OUT ASSIGN TO "CURRMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.
           SELECT ENROLL-IN ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT STUDHIST ASSIGN TO "STUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HS-STATUS.
           SELECT SBJHIST ASSIGN TO "SBJHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBH-KEY
               FILE STATUS IS WS-SBH-STATUS.
      * Degree audit or candidate list - whichever the mode writes.
           SELECT RECORD-OUT ASSIGN TO DYNAMIC WS-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBJ-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJ-LINE-IN.
       01  SUBJ-LINE-IN PIC X(64).

       FD  CURR-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CURR-LINE-IN.
       01  CURR-LINE-IN PIC X(19).

       FD  CURR-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CURR-LINE-OUT.
       01  CURR-LINE-OUT PIC X(19).

       FD  ENROLL-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENROLL-LINE.
       01  ENROLL-LINE PIC X(41).

       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  STUDHIST
           LABEL RECORDS ARE STANDARD.
           COPY "STUDHIST.CPY".

       FD  SBJHIST
           LABEL RECORDS ARE STANDARD.
           COPY "SBJHIST.CPY".

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(110).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Subject master record (see SUBJMAST.CPY).
       COPY "SUBJMAST.CPY".

      * Curriculum record (see CURRMAST.CPY).
       COPY "CURRMAST.CPY".

      * Imported enrollment record view (see ENROLL.CPY).
       COPY "ENROLL.CPY".

       01  WS-SBJ-STATUS PIC XX VALUE "00".
       01  WS-CUR-STATUS PIC XX VALUE "00".
       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-LDG-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-HS-STATUS PIC XX VALUE "00".
       01  WS-SBH-STATUS PIC XX VALUE "00".
       01  WS-HS-ON PIC X VALUE "N".
       01  WS-SBH-ON PIC X VALUE "N".
       01  WS-LDG-ON PIC X VALUE "N".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  ANS PIC X VALUE "Y".
       01  WS-RPT-FILE PIC X(40) VALUE SPACES.
       01  WS-HDG-KIND PIC X VALUE "A".

      * Same course table 2DPROG keys the census data on.
       01  NUM-COURSES PIC 99 VALUE 4.
       01  COURSE-LIST-INIT.
           02 FILLER PIC X(5) VALUE "BSIT".
           02 FILLER PIC X(5) VALUE "BSCS".
           02 FILLER PIC X(5) VALUE "BSCPE".
           02 FILLER PIC X(5) VALUE "BSIS".
       01  COURSE-LIST REDEFINES COURSE-LIST-INIT.
           02 COURSE-CODE OCCURS 4 TIMES PIC X(5).

      * Subject table - code, title and units for the audit lines.
       01  WS-SBJ-USED PIC 999 VALUE 0.
       01  WS-SBJ-TABLE.
           02 WS-SBJ-ENTRY OCCURS 300 TIMES.
              03 WS-SB-CODE PIC X(8).
              03 WS-SB-TITLE PIC X(30).
              03 WS-SB-UNITS PIC 9V9.

      * Curriculum table - the whole curriculum file, held so a
      * removal can rewrite the line-sequential file in place.
       01  WS-CUR-USED PIC 999 VALUE 0.
       01  WS-CUR-OVFL PIC X VALUE "N".
       01  WS-CUR-TABLE.
           02 WS-CUR-ENTRY OCCURS 600 TIMES.
              03 WS-CU-COURSE PIC X(5).
              03 WS-CU-YEAR PIC X(4).
              03 WS-CU-YR-LEVEL PIC 9.
              03 WS-CU-SEM PIC X(1).
              03 WS-CU-SBJ PIC X(8).

      * Enrollment roster - course and year level by student.
       01  WS-ROS-USED PIC 999 VALUE 0.
       01  WS-ROS-TABLE.
           02 WS-ROS-ENTRY OCCURS 999 TIMES.
              03 WS-RO-STD-NO PIC X(10).
              03 WS-RO-COURSE PIC X(5).
              03 WS-RO-YR-LEVEL PIC 9.

      * The student's subjects taken - every subject-history line
      * plus this term's ledger lines.
       01  WS-TAK-USED PIC 999 VALUE 0.
       01  WS-TAK-TABLE.
           02 WS-TAK-ENTRY OCCURS 150 TIMES.
              03 WS-TK-SBJ PIC X(8).
              03 WS-TK-TERM PIC X(11).
              03 WS-TK-EQUIV PIC 9V99.
              03 WS-TK-RMK PIC X(6).

      * The curriculum the student follows, rated subject by
      * subject, in year level / semester / subject order.
       01  WS-REQ-USED PIC 999 VALUE 0.
       01  WS-REQ-TABLE.
           02 WS-REQ-ENTRY OCCURS 100 TIMES.
              03 WS-RQ-SORTKEY.
                 04 WS-RQ-YR-LEVEL PIC 9.
                 04 WS-RQ-SEM PIC X(1).
                 04 WS-RQ-SBJ PIC X(8).
              03 WS-RQ-TITLE PIC X(30).
              03 WS-RQ-UNITS PIC 9V9.
              03 WS-RQ-STAT PIC X(11).
              03 WS-RQ-TERM PIC X(11).
              03 WS-RQ-EQUIV PIC 9V99.
       01  WS-SWAP-ENTRY PIC X(67).

       01  I PIC 999 VALUE 0.
       01  J PIC 999 VALUE 0.
       01  C PIC 999 VALUE 0.
       01  R PIC 999 VALUE 0.
       01  T PIC 999 VALUE 0.
       01  WS-SBJ-HIT PIC 999 VALUE 0.
       01  WS-CUR-HIT PIC 999 VALUE 0.
       01  WS-ROS-HIT PIC 999 VALUE 0.
       01  WS-STD-NO PIC X(10) VALUE SPACES.
       01  WS-SBJ-CODE PIC X(8) VALUE SPACES.
       01  WS-SEL-COURSE PIC X(5) VALUE SPACES.
       01  WS-SEL-CURR PIC X(4) VALUE SPACES.
       01  WS-SEL-YR PIC 9 VALUE 0.
       01  WS-SEL-SEM PIC X(1) VALUE SPACES.
       01  WS-STU-YR PIC 9 VALUE 0.
       01  WS-KEY-OK PIC X VALUE "N".
       01  WS-ADD-CNT PIC 999 VALUE 0.
       01  WS-TERM-STR PIC X(11) VALUE SPACES.

      * Curriculum pick - the latest one in effect when the student
      * entered (the earliest school year in the student's history).
       01  WS-ENTRY-YEAR PIC X(4) VALUE SPACES.
       01  WS-BEST-YEAR PIC X(4) VALUE SPACES.
       01  WS-LOW-YEAR PIC X(4) VALUE SPACES.
       01  WS-TOP-YEAR PIC X(4) VALUE SPACES.

      * Per-subject rating scratch.
       01  WS-GOT-PASS PIC X VALUE "N".
       01  WS-GOT-PROG PIC X VALUE "N".
       01  WS-GOT-FAIL PIC X VALUE "N".
       01  WS-PASS-TERM PIC X(11) VALUE SPACES.
       01  WS-PASS-EQUIV PIC 9V99 VALUE 0.
       01  WS-PROG-TERM PIC X(11) VALUE SPACES.
       01  WS-FAIL-TERM PIC X(11) VALUE SPACES.
       01  WS-FAIL-EQUIV PIC 9V99 VALUE 0.
       01  WS-IN-CURR PIC X VALUE "N".

      * Audit totals.
       01  WS-REQ-UNITS PIC 999V9 VALUE 0.
       01  WS-DONE-CNT PIC 999 VALUE 0.
       01  WS-DONE-UNITS PIC 999V9 VALUE 0.
       01  WS-PROG-CNT PIC 999 VALUE 0.
       01  WS-PROG-UNITS PIC 999V9 VALUE 0.
       01  WS-FAIL-CNT PIC 999 VALUE 0.
       01  WS-FAIL-UNITS PIC 999V9 VALUE 0.
       01  WS-LEFT-CNT PIC 999 VALUE 0.
       01  WS-LEFT-UNITS PIC 999V9 VALUE 0.
       01  WS-ANY-FAIL PIC X VALUE "N".
       01  WS-ANY-LOW PIC X VALUE "N".

      * Cumulative GWA over the term history, and the Latin honors
      * bands it is judged against. A failed subject, or any
      * subject graded below WS-HON-FLOOR, rules honors out.
       01  WS-GWA-SUM PIC 999V99 VALUE 0.
       01  WS-GWA-TERMS PIC 99 VALUE 0.
       01  WS-GWA PIC 9V9999 VALUE 0.
       01  WS-TERM-IN-HIST PIC X VALUE "N".
       01  WS-SUMMA-MAX PIC 9V9999 VALUE 1.1500.
       01  WS-MAGNA-MAX PIC 9V9999 VALUE 1.3500.
       01  WS-CUM-MAX PIC 9V9999 VALUE 1.7500.
       01  WS-HON-FLOOR PIC 9V99 VALUE 2.50.
       01  WS-HONORS PIC X(31) VALUE SPACES.

      * Candidate list totals.
       01  WS-CAND-CNT PIC 999 VALUE 0.
       01  WS-SUMMA-CNT PIC 999 VALUE 0.
       01  WS-MAGNA-CNT PIC 999 VALUE 0.
       01  WS-CUM-CNT PIC 999 VALUE 0.
       01  WS-NOROS-CNT PIC 999 VALUE 0.
       01  WS-NOCUR-CNT PIC 999 VALUE 0.

      * Term calendar look-up for the candidate list (TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-SCH-YEAR PIC X(9) VALUE SPACES.
       01  WS-SEMESTER PIC X(1) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

      * Standard page handling for both reports (PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".
       01  WS-OUT-LINE PIC X(110) VALUE SPACES.

       01  AUD-HDG1.
           02 FILLER PIC X(9) VALUE "STUDENT: ".
           02 AH-STD-NO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AH-STD-NM PIC X(25).
       01  AUD-HDG2.
           02 FILLER PIC X(8) VALUE "COURSE: ".
           02 AH-COURSE PIC X(5).
           02 FILLER PIC X(14) VALUE "  YEAR LEVEL: ".
           02 AH-YR-LEVEL PIC X(1).
           02 FILLER PIC X(14) VALUE "  CURRICULUM: ".
           02 AH-CURR PIC X(4).
           02 FILLER PIC X(11) VALUE "  ENTERED: ".
           02 AH-ENTRY PIC X(4).
       01  AUD-COLS.
           02 FILLER PIC X(4) VALUE "YR".
           02 FILLER PIC X(4) VALUE "SEM".
           02 FILLER PIC X(9) VALUE "SUBJECT".
           02 FILLER PIC X(31) VALUE "TITLE".
           02 FILLER PIC X(6) VALUE "UNITS".
           02 FILLER PIC X(12) VALUE "STATUS".
           02 FILLER PIC X(12) VALUE "TERM".
           02 FILLER PIC X(5) VALUE "EQUIV".
       01  AUD-DTL.
           02 AD-YR-LEVEL PIC 9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 AD-SEM PIC X(1).
           02 FILLER PIC X(3) VALUE SPACES.
           02 AD-SBJ PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AD-TITLE PIC X(30).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AD-UNITS PIC 9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 AD-STAT PIC X(11).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AD-TERM PIC X(11).
           02 FILLER PIC X(1) VALUE SPACES.
           02 AD-EQUIV PIC Z.ZZ.
       01  AUD-SUM.
           02 AS-LABEL PIC X(24).
           02 AS-CNT PIC ZZ9.
           02 FILLER PIC X(13) VALUE " SUBJECT(S)  ".
           02 AS-UNITS PIC ZZ9.9.
           02 FILLER PIC X(6) VALUE " UNITS".
       01  AUD-ATTEMPT.
           02 FILLER PIC X(4) VALUE SPACES.
           02 AA-SBJ PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AA-TERM PIC X(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 AA-EQUIV PIC 9.99.
       01  AUD-GWA.
           02 FILLER PIC X(16) VALUE "CUMULATIVE GWA (".
           02 AG-TERMS PIC Z9.
           02 FILLER PIC X(11) VALUE " TERM(S)): ".
           02 AG-GWA PIC 9.9999.
           02 FILLER PIC X(16) VALUE "   LATIN HONORS ".
           02 AG-HONORS PIC X(31).

       01  CAND-COLS.
           02 FILLER PIC X(11) VALUE "STUDENT NO".
           02 FILLER PIC X(26) VALUE "NAME".
           02 FILLER PIC X(6) VALUE "COURSE".
           02 FILLER PIC X(5) VALUE " CURR".
           02 FILLER PIC X(7) VALUE "  UNITS".
           02 FILLER PIC X(8) VALUE " IN PROG".
           02 FILLER PIC X(9) VALUE "   GWA   ".
           02 FILLER PIC X(12) VALUE "LATIN HONORS".
       01  CAND-DTL.
           02 CD-STD-NO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-STD-NM PIC X(25).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-COURSE PIC X(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CD-CURR PIC X(4).
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-UNITS PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CD-PROG PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CD-GWA PIC 9.9999.
           02 FILLER PIC X(3) VALUE SPACES.
           02 CD-HONORS PIC X(31).
       01  CAND-TOT.
           02 CT-LABEL PIC X(40).
           02 CT-CNT PIC ZZ9.

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
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
           DISPLAY "MODE - 1=ADD TO CURRICULUM  2=LIST CURRICULUM"
               "  3=REMOVE FROM CURRICULUM".
           DISPLAY "       4=DEGREE AUDIT  5=GRADUATION CANDIDATES: ".
           ACCEPT WS-MODE.
           PERFORM LOAD-SUBJECTS-RTN.
           PERFORM LOAD-CURR-RTN.
           EVALUATE WS-MODE
               WHEN 2
                   PERFORM LIST-CURR-RTN
               WHEN 3
                   PERFORM DROP-CURR-RTN
               WHEN 4
                   PERFORM AUDIT-ONE-RTN
               WHEN 5
                   PERFORM GET-TERM-RTN
                   IF WS-TERM-OK = "Y"
                       PERFORM GRAD-LIST-RTN
                   END-IF
               WHEN OTHER
                   PERFORM ADD-CURR-RTN
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       GET-TERM-RTN.
      * The candidate list is for one term on the calendar.
           MOVE "N" TO WS-TERM-OK.
           DISPLAY "TERM LABEL OF THE LIST (E.G. 2025-2026/2): ".
           ACCEPT WS-TERM-LABEL.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   MOVE TKQ-SCH-YEAR TO WS-SCH-YEAR
                   MOVE TKQ-SEMESTER TO WS-SEMESTER
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

       LOAD-SUBJECTS-RTN.
           MOVE 0 TO WS-SBJ-USED.
           OPEN INPUT SUBJ-IN.
           IF WS-SBJ-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ SUBJ-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SUBJ-LINE-IN TO SUBJECT-REC
                           IF SBJ-CODE NOT = SPACES
                               AND WS-SBJ-USED < 300
                               ADD 1 TO WS-SBJ-USED
                               MOVE SBJ-CODE
                                   TO WS-SB-CODE(WS-SBJ-USED)
                               MOVE SBJ-TITLE
                                   TO WS-SB-TITLE(WS-SBJ-USED)
                               MOVE SBJ-UNITS
                                   TO WS-SB-UNITS(WS-SBJ-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJ-IN
           END-IF.

       FIND-SUBJECT-RTN.
           MOVE 0 TO WS-SBJ-HIT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SBJ-USED
               IF WS-SB-CODE(I) = WS-SBJ-CODE
                   MOVE I TO WS-SBJ-HIT
               END-IF
           END-PERFORM.

       LOAD-CURR-RTN.
           MOVE 0 TO WS-CUR-USED.
           MOVE "N" TO WS-CUR-OVFL.
           OPEN INPUT CURR-IN.
           IF WS-CUR-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ CURR-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE CURR-LINE-IN TO CURRICULUM-REC
                           IF CUR-COURSE NOT = SPACES
                               AND WS-CUR-USED >= 600
                               MOVE "Y" TO WS-CUR-OVFL
                           END-IF
                           IF CUR-COURSE NOT = SPACES
                               AND WS-CUR-USED < 600
                               ADD 1 TO WS-CUR-USED
                               MOVE CURRICULUM-REC
                                   TO WS-CUR-ENTRY(WS-CUR-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURR-IN
           END-IF.

       FIND-CURR-RTN.
           MOVE 0 TO WS-CUR-HIT.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CUR-USED
               IF WS-CU-COURSE(C) = WS-SEL-COURSE
                   AND WS-CU-YEAR(C) = WS-SEL-CURR
                   AND WS-CU-SBJ(C) = WS-SBJ-CODE
                   MOVE C TO WS-CUR-HIT
               END-IF
           END-PERFORM.

       SAVE-CURR-RTN.
      * Removed lines were blanked in the table and are dropped here.
           OPEN OUTPUT CURR-OUT.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CUR-USED
               IF WS-CU-COURSE(C) NOT = SPACES
                   MOVE WS-CUR-ENTRY(C) TO CURR-LINE-OUT
                   WRITE CURR-LINE-OUT
               END-IF
           END-PERFORM.
           CLOSE CURR-OUT.

       GET-CURR-KEY-RTN.
      * Which curriculum - a course on the course table plus the
      * four-digit school year it took effect.
           MOVE "N" TO WS-KEY-OK.
           DISPLAY "COURSE CODE (BSIT, BSCS, BSCPE, BSIS): ".
           ACCEPT WS-SEL-COURSE.
           DISPLAY "CURRICULUM YEAR (E.G. 2024): ".
           ACCEPT WS-SEL-CURR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-COURSES
               IF COURSE-CODE(I) = WS-SEL-COURSE
                   MOVE "Y" TO WS-KEY-OK
               END-IF
           END-PERFORM.
           IF WS-KEY-OK NOT = "Y"
               DISPLAY "NOT A COURSE ON THE COURSE TABLE - "
                   WS-SEL-COURSE
           ELSE
               IF WS-SEL-CURR IS NOT NUMERIC
                   DISPLAY "CURRICULUM YEAR MUST BE FOUR DIGITS"
                   MOVE "N" TO WS-KEY-OK
               END-IF
           END-IF.

       ADD-CURR-RTN.
           IF WS-CUR-OVFL = "Y"
               DISPLAY "CURRMAST.DAT EXCEEDS 600 LINES -"
                   " ADD REFUSED, FILE LEFT UNTOUCHED"
               MOVE "ABORTED-TOO-MANY" TO WS-OUTCOME
           ELSE
               PERFORM GET-CURR-KEY-RTN
               IF WS-KEY-OK = "Y"
                   MOVE "Y" TO ANS
                   PERFORM ADD-CURR-ONE-RTN
                       UNTIL ANS = "N" OR ANS = "n"
                   DISPLAY WS-ADD-CNT " SUBJECT(S) ADDED TO "
                       WS-SEL-COURSE " CURRICULUM " WS-SEL-CURR
               END-IF
           END-IF.

       ADD-CURR-ONE-RTN.
           DISPLAY "YEAR LEVEL (1-4): ".
           ACCEPT WS-SEL-YR.
           DISPLAY "SEMESTER (1, 2, OR S): ".
           ACCEPT WS-SEL-SEM.
           DISPLAY "SUBJECT CODE: ".
           ACCEPT WS-SBJ-CODE.
           PERFORM FIND-SUBJECT-RTN.
           PERFORM FIND-CURR-RTN.
           EVALUATE TRUE
               WHEN WS-SEL-YR < 1 OR WS-SEL-YR > 4
                   DISPLAY "YEAR LEVEL MUST BE 1 TO 4"
               WHEN WS-SEL-SEM NOT = "1" AND WS-SEL-SEM NOT = "2"
                   AND WS-SEL-SEM NOT = "S"
                   DISPLAY "SEMESTER MUST BE 1, 2 OR S"
               WHEN WS-SBJ-HIT = 0
                   DISPLAY "NO SUCH SUBJECT - " WS-SBJ-CODE
                       " (ADD IT IN SUBJGRD FIRST)"
               WHEN WS-CUR-HIT NOT = 0
                   DISPLAY "ALREADY IN THIS CURRICULUM - YEAR "
                       WS-CU-YR-LEVEL(WS-CUR-HIT) " SEMESTER "
                       WS-CU-SEM(WS-CUR-HIT)
               WHEN WS-CUR-USED >= 600
                   DISPLAY "CURRICULUM FILE FULL - 600 LINES MAX"
               WHEN OTHER
                   MOVE WS-SEL-COURSE TO CUR-COURSE
                   MOVE WS-SEL-CURR TO CUR-CURR-YEAR
                   MOVE WS-SEL-YR TO CUR-YR-LEVEL
                   MOVE WS-SEL-SEM TO CUR-SEMESTER
                   MOVE WS-SBJ-CODE TO CUR-SBJ-CODE
                   OPEN EXTEND CURR-OUT
                   IF WS-CUR-STATUS = "35"
                       OPEN OUTPUT CURR-OUT
                   END-IF
                   WRITE CURR-LINE-OUT FROM CURRICULUM-REC
                   CLOSE CURR-OUT
                   ADD 1 TO WS-CUR-USED
                   MOVE CURRICULUM-REC TO WS-CUR-ENTRY(WS-CUR-USED)
                   ADD 1 TO WS-ADD-CNT
                   DISPLAY "ADDED - " WS-SBJ-CODE " "
                       WS-SB-TITLE(WS-SBJ-HIT)
           END-EVALUATE.
           DISPLAY "ADD ANOTHER SUBJECT? (Y/N): ".
           ACCEPT ANS.

       LIST-CURR-RTN.
           PERFORM GET-CURR-KEY-RTN.
           IF WS-KEY-OK = "Y"
               PERFORM SELECT-CURR-RTN
               IF WS-REQ-USED = 0
                   DISPLAY "NO SUCH CURRICULUM ON FILE"
               ELSE
                   MOVE 0 TO WS-REQ-UNITS
                   DISPLAY "YR SEM SUBJECT  TITLE"
                       "                          UNITS"
                   PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-REQ-USED
                       DISPLAY WS-RQ-YR-LEVEL(R) "  " WS-RQ-SEM(R)
                           "   " WS-RQ-SBJ(R) " " WS-RQ-TITLE(R) " "
                           WS-RQ-UNITS(R)
                       ADD WS-RQ-UNITS(R) TO WS-REQ-UNITS
                   END-PERFORM
                   DISPLAY WS-REQ-USED " SUBJECT(S), " WS-REQ-UNITS
                       " UNIT(S)"
               END-IF
           END-IF.

       DROP-CURR-RTN.
           IF WS-CUR-OVFL = "Y"
      * The save rewrites the file from the table - a curriculum
      * file bigger than the table would be silently truncated.
               DISPLAY "CURRMAST.DAT EXCEEDS 600 LINES -"
                   " REMOVAL REFUSED, FILE LEFT UNTOUCHED"
               MOVE "ABORTED-TOO-MANY" TO WS-OUTCOME
           ELSE
               PERFORM GET-CURR-KEY-RTN
               IF WS-KEY-OK = "Y"
                   DISPLAY "SUBJECT CODE TO REMOVE: "
                   ACCEPT WS-SBJ-CODE
                   PERFORM FIND-CURR-RTN
                   IF WS-CUR-HIT = 0
                       DISPLAY "NOT IN THAT CURRICULUM - "
                           WS-SBJ-CODE
                   ELSE
                       MOVE SPACES TO WS-CU-COURSE(WS-CUR-HIT)
                       PERFORM SAVE-CURR-RTN
                       DISPLAY "REMOVED - " WS-SBJ-CODE
                   END-IF
               END-IF
           END-IF.

       SELECT-CURR-RTN.
      * Pull the chosen curriculum out of the file and put it in
      * year level / semester / subject order.
           MOVE 0 TO WS-REQ-USED.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CUR-USED
               IF WS-CU-COURSE(C) = WS-SEL-COURSE
                   AND WS-CU-YEAR(C) = WS-SEL-CURR
                   AND WS-REQ-USED < 100
                   ADD 1 TO WS-REQ-USED
                   MOVE WS-CU-YR-LEVEL(C)
                       TO WS-RQ-YR-LEVEL(WS-REQ-USED)
                   MOVE WS-CU-SEM(C) TO WS-RQ-SEM(WS-REQ-USED)
                   MOVE WS-CU-SBJ(C) TO WS-RQ-SBJ(WS-REQ-USED)
                   MOVE WS-CU-SBJ(C) TO WS-SBJ-CODE
                   PERFORM FIND-SUBJECT-RTN
                   IF WS-SBJ-HIT = 0
                       MOVE "(NOT ON SUBJECT MASTER)"
                           TO WS-RQ-TITLE(WS-REQ-USED)
                       MOVE 0 TO WS-RQ-UNITS(WS-REQ-USED)
                   ELSE
                       MOVE WS-SB-TITLE(WS-SBJ-HIT)
                           TO WS-RQ-TITLE(WS-REQ-USED)
                       MOVE WS-SB-UNITS(WS-SBJ-HIT)
                           TO WS-RQ-UNITS(WS-REQ-USED)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-REQ-USED
               PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-REQ-USED - I
                   IF WS-RQ-SORTKEY(J) > WS-RQ-SORTKEY(J + 1)
                       MOVE WS-REQ-ENTRY(J) TO WS-SWAP-ENTRY
                       MOVE WS-REQ-ENTRY(J + 1) TO WS-REQ-ENTRY(J)
                       MOVE WS-SWAP-ENTRY TO WS-REQ-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       LOAD-ENROLL-RTN.
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
                                   TO WS-RO-YR-LEVEL(WS-ROS-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-IN
           END-IF.

       FIND-ENROLL-RTN.
           MOVE 0 TO WS-ROS-HIT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROS-USED
               IF WS-RO-STD-NO(I) = WS-STD-NO
                   MOVE I TO WS-ROS-HIT
               END-IF
           END-PERFORM.

       OPEN-HIST-RTN.
      * Either history may not exist yet (no term closed out) - that
      * only means nothing earlier is on record. Nor may this term's
      * ledger, when nobody has been enlisted yet.
           MOVE "N" TO WS-HS-ON.
           MOVE "N" TO WS-SBH-ON.
           MOVE "N" TO WS-LDG-ON.
           OPEN INPUT STUDHIST.
           IF WS-HS-STATUS = "00"
               MOVE "Y" TO WS-HS-ON
           END-IF.
           OPEN INPUT SBJHIST.
           IF WS-SBH-STATUS = "00"
               MOVE "Y" TO WS-SBH-ON
           END-IF.
           OPEN INPUT LEDGER.
           IF WS-LDG-STATUS = "00"
               MOVE "Y" TO WS-LDG-ON
           END-IF.

       CLOSE-HIST-RTN.
           IF WS-HS-ON = "Y"
               CLOSE STUDHIST
           END-IF.
           IF WS-SBH-ON = "Y"
               CLOSE SBJHIST
           END-IF.
           IF WS-LDG-ON = "Y"
               CLOSE LEDGER
           END-IF.

       AUDIT-ONE-RTN.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-STD-NO.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE SPACES TO SM-STD-NO
               MOVE WS-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY
                       DISPLAY "NO MASTER RECORD FOR " WS-STD-NO
                   NOT INVALID KEY
                       PERFORM AUDIT-SETUP-RTN
               END-READ
               CLOSE STUDMAS
           END-IF.

       AUDIT-SETUP-RTN.
      * Course and year level come from the enrollment roster; a
      * student no longer on it (e.g. not enrolled this term) can
      * still be audited against a course named here.
           PERFORM LOAD-ENROLL-RTN.
           PERFORM FIND-ENROLL-RTN.
           IF WS-ROS-HIT NOT = 0
               MOVE WS-RO-COURSE(WS-ROS-HIT) TO WS-SEL-COURSE
               MOVE WS-RO-YR-LEVEL(WS-ROS-HIT) TO WS-STU-YR
           ELSE
               DISPLAY "NOT ON THE ENROLLMENT ROSTER - COURSE CODE: "
               ACCEPT WS-SEL-COURSE
               MOVE 0 TO WS-STU-YR
           END-IF.
           DISPLAY "CURRICULUM YEAR (BLANK = BY ENTRY YEAR): ".
           MOVE SPACES TO WS-SEL-CURR.
           ACCEPT WS-SEL-CURR.
           PERFORM OPEN-HIST-RTN.
           PERFORM EVAL-STUDENT-RTN.
           IF WS-REQ-USED = 0
               DISPLAY "NO " WS-SEL-COURSE " CURRICULUM ON FILE"
                   " (CURRICULUM YEAR " WS-SEL-CURR ")"
               MOVE "ABORTED-NO-CURRIC" TO WS-OUTCOME
           ELSE
               PERFORM PRINT-AUDIT-RTN
           END-IF.
           PERFORM CLOSE-HIST-RTN.

       EVAL-STUDENT-RTN.
      * Rate the student (WS-STD-NO, master record in hand) against
      * the curriculum of WS-SEL-COURSE - the one in WS-SEL-CURR, or
      * when that is blank the one in effect when the student
      * entered.
           PERFORM LOAD-TERMS-RTN.
           PERFORM LOAD-TAKEN-RTN.
           IF WS-SEL-CURR = SPACES
               PERFORM PICK-CURR-RTN
           END-IF.
           PERFORM SELECT-CURR-RTN.
           PERFORM RATE-REQ-RTN.
           PERFORM HONORS-RTN.

       LOAD-TERMS-RTN.
      * Entry year and cumulative GWA from the term history; the
      * live master's equivalent counts too while its term is not
      * yet closed out.
           MOVE SPACES TO WS-ENTRY-YEAR.
           MOVE 0 TO WS-GWA-SUM.
           MOVE 0 TO WS-GWA-TERMS.
           MOVE 0 TO WS-GWA.
           MOVE "N" TO WS-TERM-IN-HIST.
           IF WS-HS-ON = "Y"
               MOVE SPACES TO HS-KEY
               MOVE WS-STD-NO TO HS-STD-NO
               MOVE "NO" TO WS-EOF
               START STUDHIST KEY IS NOT < HS-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDHIST NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF HS-STD-NO NOT = WS-STD-NO
                               MOVE "YES" TO WS-EOF
                           ELSE
                               PERFORM TAKE-TERM-RTN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-TERM-IN-HIST = "N" AND SM-GRADE-EQUIV > 0
               ADD SM-GRADE-EQUIV TO WS-GWA-SUM
               ADD 1 TO WS-GWA-TERMS
           END-IF.
           IF WS-GWA-TERMS > 0
               COMPUTE WS-GWA ROUNDED = WS-GWA-SUM / WS-GWA-TERMS
           END-IF.

       TAKE-TERM-RTN.
           IF WS-ENTRY-YEAR = SPACES
               MOVE HS-SCH-YEAR(1:4) TO WS-ENTRY-YEAR
           END-IF.
           IF HS-GRADE-EQUIV > 0
               ADD HS-GRADE-EQUIV TO WS-GWA-SUM
               ADD 1 TO WS-GWA-TERMS
           END-IF.
           IF HS-SCH-YEAR = WS-SCH-YEAR
               AND HS-SEMESTER = WS-SEMESTER
               MOVE "Y" TO WS-TERM-IN-HIST
           END-IF.

       LOAD-TAKEN-RTN.
      * Every graded subject in the subject history (a line still
      * ENLSTD at close-out was never graded and counts for
      * nothing), then this term's ledger lines.
           MOVE 0 TO WS-TAK-USED.
           IF WS-SBH-ON = "Y"
               MOVE SPACES TO SBH-KEY
               MOVE WS-STD-NO TO SBH-STD-NO
               MOVE "NO" TO WS-EOF
               START SBJHIST KEY IS NOT < SBH-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ SBJHIST NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF SBH-STD-NO NOT = WS-STD-NO
                               MOVE "YES" TO WS-EOF
                           ELSE
                               PERFORM TAKE-HIST-RTN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-LDG-ON = "Y"
               MOVE SPACES TO LDG-KEY
               MOVE WS-STD-NO TO LDG-STD-NO
               MOVE "NO" TO WS-EOF
               START LEDGER KEY IS NOT < LDG-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ LEDGER NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF LDG-STD-NO NOT = WS-STD-NO
                               MOVE "YES" TO WS-EOF
                           ELSE
                               PERFORM TAKE-LEDGER-RTN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TAKE-LEDGER-RTN.
           IF WS-TAK-USED < 150
               ADD 1 TO WS-TAK-USED
               MOVE LDG-SBJ-CODE TO WS-TK-SBJ(WS-TAK-USED)
               MOVE "THIS TERM" TO WS-TK-TERM(WS-TAK-USED)
               MOVE LDG-EQUIV TO WS-TK-EQUIV(WS-TAK-USED)
               MOVE LDG-REMARKS TO WS-TK-RMK(WS-TAK-USED)
           END-IF.

       TAKE-HIST-RTN.
           IF WS-ENTRY-YEAR = SPACES
               MOVE SBH-SCH-YEAR(1:4) TO WS-ENTRY-YEAR
           END-IF.
           IF SBH-REMARKS NOT = "ENLSTD"
               AND WS-TAK-USED < 150
               ADD 1 TO WS-TAK-USED
               MOVE SBH-SBJ-CODE TO WS-TK-SBJ(WS-TAK-USED)
               MOVE SPACES TO WS-TERM-STR
               STRING SBH-SCH-YEAR "/" SBH-SEMESTER
                   DELIMITED BY SIZE INTO WS-TERM-STR
               MOVE WS-TERM-STR TO WS-TK-TERM(WS-TAK-USED)
               MOVE SBH-EQUIV TO WS-TK-EQUIV(WS-TAK-USED)
               MOVE SBH-REMARKS TO WS-TK-RMK(WS-TAK-USED)
           END-IF.

       PICK-CURR-RTN.
      * The latest curriculum of the course in effect by the entry
      * year; the earliest one when the student predates them all;
      * the latest one when the student has no history yet.
           MOVE SPACES TO WS-BEST-YEAR.
           MOVE SPACES TO WS-LOW-YEAR.
           MOVE SPACES TO WS-TOP-YEAR.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CUR-USED
               IF WS-CU-COURSE(C) = WS-SEL-COURSE
                   IF WS-LOW-YEAR = SPACES
                       OR WS-CU-YEAR(C) < WS-LOW-YEAR
                       MOVE WS-CU-YEAR(C) TO WS-LOW-YEAR
                   END-IF
                   IF WS-CU-YEAR(C) > WS-TOP-YEAR
                       MOVE WS-CU-YEAR(C) TO WS-TOP-YEAR
                   END-IF
                   IF WS-ENTRY-YEAR NOT = SPACES
                       AND WS-CU-YEAR(C) NOT > WS-ENTRY-YEAR
                       AND WS-CU-YEAR(C) > WS-BEST-YEAR
                       MOVE WS-CU-YEAR(C) TO WS-BEST-YEAR
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-ENTRY-YEAR = SPACES
                   MOVE WS-TOP-YEAR TO WS-SEL-CURR
               WHEN WS-BEST-YEAR NOT = SPACES
                   MOVE WS-BEST-YEAR TO WS-SEL-CURR
               WHEN OTHER
                   MOVE WS-LOW-YEAR TO WS-SEL-CURR
           END-EVALUATE.

       RATE-REQ-RTN.
           MOVE 0 TO WS-REQ-UNITS.
           MOVE 0 TO WS-DONE-CNT.
           MOVE 0 TO WS-DONE-UNITS.
           MOVE 0 TO WS-PROG-CNT.
           MOVE 0 TO WS-PROG-UNITS.
           MOVE 0 TO WS-FAIL-CNT.
           MOVE 0 TO WS-FAIL-UNITS.
           MOVE 0 TO WS-LEFT-CNT.
           MOVE 0 TO WS-LEFT-UNITS.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-REQ-USED
               PERFORM RATE-ONE-RTN
           END-PERFORM.
           MOVE "N" TO WS-ANY-FAIL.
           MOVE "N" TO WS-ANY-LOW.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TAK-USED
               IF WS-TK-RMK(T) = "FAILED"
                   MOVE "Y" TO WS-ANY-FAIL
               END-IF
               IF WS-TK-RMK(T) = "PASSED"
                   AND WS-TK-EQUIV(T) > WS-HON-FLOOR
                   MOVE "Y" TO WS-ANY-LOW
               END-IF
           END-PERFORM.

       RATE-ONE-RTN.
      * A pass anywhere settles the subject; otherwise an ungraded
      * line this term means it is in progress; otherwise a failure
      * still has to be made good.
           MOVE "N" TO WS-GOT-PASS.
           MOVE "N" TO WS-GOT-PROG.
           MOVE "N" TO WS-GOT-FAIL.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TAK-USED
               IF WS-TK-SBJ(T) = WS-RQ-SBJ(R)
                   EVALUATE WS-TK-RMK(T)
                       WHEN "PASSED"
                           MOVE "Y" TO WS-GOT-PASS
                           MOVE WS-TK-TERM(T) TO WS-PASS-TERM
                           MOVE WS-TK-EQUIV(T) TO WS-PASS-EQUIV
                       WHEN "ENLSTD"
                           MOVE "Y" TO WS-GOT-PROG
                           MOVE WS-TK-TERM(T) TO WS-PROG-TERM
                       WHEN "FAILED"
                           MOVE "Y" TO WS-GOT-FAIL
                           MOVE WS-TK-TERM(T) TO WS-FAIL-TERM
                           MOVE WS-TK-EQUIV(T) TO WS-FAIL-EQUIV
                   END-EVALUATE
               END-IF
           END-PERFORM.
           ADD WS-RQ-UNITS(R) TO WS-REQ-UNITS.
           EVALUATE TRUE
               WHEN WS-GOT-PASS = "Y"
                   MOVE "DONE" TO WS-RQ-STAT(R)
                   MOVE WS-PASS-TERM TO WS-RQ-TERM(R)
                   MOVE WS-PASS-EQUIV TO WS-RQ-EQUIV(R)
                   ADD 1 TO WS-DONE-CNT
                   ADD WS-RQ-UNITS(R) TO WS-DONE-UNITS
               WHEN WS-GOT-PROG = "Y"
                   MOVE "IN PROGRESS" TO WS-RQ-STAT(R)
                   MOVE WS-PROG-TERM TO WS-RQ-TERM(R)
                   MOVE 0 TO WS-RQ-EQUIV(R)
                   ADD 1 TO WS-PROG-CNT
                   ADD WS-RQ-UNITS(R) TO WS-PROG-UNITS
               WHEN WS-GOT-FAIL = "Y"
                   MOVE "FAILED" TO WS-RQ-STAT(R)
                   MOVE WS-FAIL-TERM TO WS-RQ-TERM(R)
                   MOVE WS-FAIL-EQUIV TO WS-RQ-EQUIV(R)
                   ADD 1 TO WS-FAIL-CNT
                   ADD WS-RQ-UNITS(R) TO WS-FAIL-UNITS
               WHEN OTHER
                   MOVE "NOT TAKEN" TO WS-RQ-STAT(R)
                   MOVE SPACES TO WS-RQ-TERM(R)
                   MOVE 0 TO WS-RQ-EQUIV(R)
                   ADD 1 TO WS-LEFT-CNT
                   ADD WS-RQ-UNITS(R) TO WS-LEFT-UNITS
           END-EVALUATE.

       HONORS-RTN.
           EVALUATE TRUE
               WHEN WS-GWA-TERMS = 0
                   MOVE "NO GRADED TERMS YET" TO WS-HONORS
               WHEN WS-ANY-FAIL = "Y"
                   MOVE "NOT ELIGIBLE - FAILED SUBJECT" TO WS-HONORS
               WHEN WS-ANY-LOW = "Y"
                   MOVE "NOT ELIGIBLE - GRADE BELOW 2.50"
                       TO WS-HONORS
               WHEN WS-GWA <= WS-SUMMA-MAX
                   MOVE "SUMMA CUM LAUDE" TO WS-HONORS
               WHEN WS-GWA <= WS-MAGNA-MAX
                   MOVE "MAGNA CUM LAUDE" TO WS-HONORS
               WHEN WS-GWA <= WS-CUM-MAX
                   MOVE "CUM LAUDE" TO WS-HONORS
               WHEN OTHER
                   MOVE "NONE" TO WS-HONORS
           END-EVALUATE.

       PRINT-AUDIT-RTN.
           MOVE "DGAUDIT.DAT" TO WS-RPT-FILE.
           MOVE "DEGREE AUDIT" TO PG-TITLE.
           MOVE "ALL TERMS" TO WS-TERM-LABEL.
           MOVE "A" TO WS-HDG-KIND.
           MOVE WS-STD-NO TO AH-STD-NO.
           MOVE SM-STD-NM TO AH-STD-NM.
           MOVE WS-SEL-COURSE TO AH-COURSE.
           IF WS-STU-YR = 0
               MOVE "-" TO AH-YR-LEVEL
           ELSE
               MOVE WS-STU-YR TO AH-YR-LEVEL
           END-IF.
           MOVE WS-SEL-CURR TO AH-CURR.
           MOVE WS-ENTRY-YEAR TO AH-ENTRY.
           PERFORM START-REPORT-RTN.
           PERFORM NEW-PAGE-RTN.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-REQ-USED
               MOVE WS-RQ-YR-LEVEL(R) TO AD-YR-LEVEL
               MOVE WS-RQ-SEM(R) TO AD-SEM
               MOVE WS-RQ-SBJ(R) TO AD-SBJ
               MOVE WS-RQ-TITLE(R) TO AD-TITLE
               MOVE WS-RQ-UNITS(R) TO AD-UNITS
               MOVE WS-RQ-STAT(R) TO AD-STAT
               MOVE WS-RQ-TERM(R) TO AD-TERM
               MOVE WS-RQ-EQUIV(R) TO AD-EQUIV
               MOVE AUD-DTL TO WS-OUT-LINE
               PERFORM WRITE-LINE-RTN
           END-PERFORM.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "REQUIRED" TO AS-LABEL.
           MOVE WS-REQ-USED TO AS-CNT.
           MOVE WS-REQ-UNITS TO AS-UNITS.
           MOVE AUD-SUM TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "DONE" TO AS-LABEL.
           MOVE WS-DONE-CNT TO AS-CNT.
           MOVE WS-DONE-UNITS TO AS-UNITS.
           MOVE AUD-SUM TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "IN PROGRESS" TO AS-LABEL.
           MOVE WS-PROG-CNT TO AS-CNT.
           MOVE WS-PROG-UNITS TO AS-UNITS.
           MOVE AUD-SUM TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "FAILED, NOT YET PASSED" TO AS-LABEL.
           MOVE WS-FAIL-CNT TO AS-CNT.
           MOVE WS-FAIL-UNITS TO AS-UNITS.
           MOVE AUD-SUM TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "NOT YET TAKEN" TO AS-LABEL.
           MOVE WS-LEFT-CNT TO AS-CNT.
           MOVE WS-LEFT-UNITS TO AS-UNITS.
           MOVE AUD-SUM TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "LEFT TO TAKE" TO AS-LABEL.
           COMPUTE AS-CNT = WS-FAIL-CNT + WS-LEFT-CNT.
           COMPUTE AS-UNITS = WS-FAIL-UNITS + WS-LEFT-UNITS.
           MOVE AUD-SUM TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           PERFORM PRINT-ATTEMPTS-RTN.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE WS-GWA-TERMS TO AG-TERMS.
           MOVE WS-GWA TO AG-GWA.
           MOVE WS-HONORS TO AG-HONORS.
           MOVE AUD-GWA TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE WS-REQ-USED TO PG-END-CNT.
           PERFORM END-REPORT-RTN.
           DISPLAY "DEGREE AUDIT FOR " WS-STD-NO " IN DGAUDIT.DAT - "
               WS-DONE-CNT " DONE, " WS-PROG-CNT " IN PROGRESS, "
               WS-FAIL-CNT " FAILED, " WS-LEFT-CNT " NOT TAKEN".

       PRINT-ATTEMPTS-RTN.
      * Every failed attempt on record, then whatever was passed
      * that the curriculum does not call for.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "FAILED ATTEMPTS:" TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TAK-USED
               IF WS-TK-RMK(T) = "FAILED"
                   PERFORM PRINT-ATTEMPT-RTN
               END-IF
           END-PERFORM.
           IF WS-ANY-FAIL = "N"
               MOVE "    NONE" TO WS-OUT-LINE
               PERFORM WRITE-LINE-RTN
           END-IF.
           MOVE "PASSED OUTSIDE THE CURRICULUM:" TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TAK-USED
               IF WS-TK-RMK(T) = "PASSED"
                   MOVE "N" TO WS-IN-CURR
                   PERFORM VARYING R FROM 1 BY 1
                       UNTIL R > WS-REQ-USED
                       IF WS-RQ-SBJ(R) = WS-TK-SBJ(T)
                           MOVE "Y" TO WS-IN-CURR
                       END-IF
                   END-PERFORM
                   IF WS-IN-CURR = "N"
                       PERFORM PRINT-ATTEMPT-RTN
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-ATTEMPT-RTN.
           MOVE WS-TK-SBJ(T) TO AA-SBJ.
           MOVE WS-TK-TERM(T) TO AA-TERM.
           MOVE WS-TK-EQUIV(T) TO AA-EQUIV.
           MOVE AUD-ATTEMPT TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.

       GRAD-LIST-RTN.
      * Every student not withdrawn, rated against the curriculum
      * in effect for them; a candidate has nothing left but
      * subjects in progress.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               PERFORM LOAD-ENROLL-RTN
               PERFORM OPEN-HIST-RTN
               MOVE "GRADCAND.DAT" TO WS-RPT-FILE
               MOVE "GRADUATION CANDIDATES" TO PG-TITLE
               MOVE "C" TO WS-HDG-KIND
               PERFORM START-REPORT-RTN
               PERFORM NEW-PAGE-RTN
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDMAS NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM GRAD-ONE-RTN
                   END-READ
               END-PERFORM
               PERFORM CLOSE-HIST-RTN
               CLOSE STUDMAS
               PERFORM GRAD-TOTALS-RTN
               MOVE WS-CAND-CNT TO PG-END-CNT
               PERFORM END-REPORT-RTN
               DISPLAY WS-CAND-CNT " GRADUATION CANDIDATE(S) LISTED"
                   " IN GRADCAND.DAT"
               MOVE "COMPLETED-LIST" TO WS-OUTCOME
           END-IF.

       GRAD-ONE-RTN.
      * The history scans below move the EOF switch - the master
      * sweep's own end is tracked apart from them. Students already
      * marked graduated are not candidates again.
           IF NOT SM-WITHDRAWN AND NOT SM-GRADUATED
               MOVE SM-STD-NO TO WS-STD-NO
               PERFORM FIND-ENROLL-RTN
               IF WS-ROS-HIT = 0
                   ADD 1 TO WS-NOROS-CNT
               ELSE
                   MOVE WS-RO-COURSE(WS-ROS-HIT) TO WS-SEL-COURSE
                   MOVE SPACES TO WS-SEL-CURR
                   PERFORM EVAL-STUDENT-RTN
                   IF WS-REQ-USED = 0
                       ADD 1 TO WS-NOCUR-CNT
                   ELSE
                       IF WS-LEFT-CNT = 0 AND WS-FAIL-CNT = 0
                           PERFORM PRINT-CAND-RTN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE "NO" TO WS-EOF.

       PRINT-CAND-RTN.
           MOVE SM-STD-NO TO CD-STD-NO.
           MOVE SM-STD-NM TO CD-STD-NM.
           MOVE WS-SEL-COURSE TO CD-COURSE.
           MOVE WS-SEL-CURR TO CD-CURR.
           COMPUTE CD-UNITS = WS-DONE-UNITS + WS-PROG-UNITS.
           MOVE WS-PROG-CNT TO CD-PROG.
           MOVE WS-GWA TO CD-GWA.
           MOVE WS-HONORS TO CD-HONORS.
           MOVE CAND-DTL TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           ADD 1 TO WS-CAND-CNT.
           EVALUATE WS-HONORS
               WHEN "SUMMA CUM LAUDE"
                   ADD 1 TO WS-SUMMA-CNT
               WHEN "MAGNA CUM LAUDE"
                   ADD 1 TO WS-MAGNA-CNT
               WHEN "CUM LAUDE"
                   ADD 1 TO WS-CUM-CNT
           END-EVALUATE.

       GRAD-TOTALS-RTN.
           MOVE SPACES TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "CANDIDATES" TO CT-LABEL.
           MOVE WS-CAND-CNT TO CT-CNT.
           MOVE CAND-TOT TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "  SUMMA CUM LAUDE" TO CT-LABEL.
           MOVE WS-SUMMA-CNT TO CT-CNT.
           MOVE CAND-TOT TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "  MAGNA CUM LAUDE" TO CT-LABEL.
           MOVE WS-MAGNA-CNT TO CT-CNT.
           MOVE CAND-TOT TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "  CUM LAUDE" TO CT-LABEL.
           MOVE WS-CUM-CNT TO CT-CNT.
           MOVE CAND-TOT TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "NOT ON THE ENROLLMENT ROSTER (SKIPPED)" TO CT-LABEL.
           MOVE WS-NOROS-CNT TO CT-CNT.
           MOVE CAND-TOT TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.
           MOVE "NO CURRICULUM FOR THE COURSE (SKIPPED)" TO CT-LABEL.
           MOVE WS-NOCUR-CNT TO CT-CNT.
           MOVE CAND-TOT TO WS-OUT-LINE.
           PERFORM WRITE-LINE-RTN.

       START-REPORT-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE WS-TERM-LABEL TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.

       END-REPORT-RTN.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 2 LINES.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.

       WRITE-LINE-RTN.
      * The line is staged in WS-OUT-LINE so a page break's headings
      * cannot overwrite it.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM WS-OUT-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) plus the student
      * heading (audit) and the column headings for the report
      * being written.
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           IF WS-HDG-KIND = "A"
               WRITE PRINT-REC FROM AUD-HDG1 AFTER 2 LINES
               WRITE PRINT-REC FROM AUD-HDG2 AFTER 1 LINE
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
               WRITE PRINT-REC FROM AUD-COLS AFTER 1 LINE
               MOVE 8 TO PG-LINE-CNT
           ELSE
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
               WRITE PRINT-REC FROM CAND-COLS AFTER 1 LINE
               MOVE 5 TO PG-LINE-CNT
           END-IF.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV) -
      * the fixed file stays, but the next run no longer destroys
      * this one's output.
           MOVE "DEGAUDIT" TO SPQ-PROGRAM.
           MOVE WS-RPT-FILE TO SPQ-REPORT-FILE.
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
           MOVE "DEGAUDIT" TO ALR-PROGRAM.
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
