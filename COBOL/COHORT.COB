      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Cohort retention and attrition analysis for the
      *          accreditation survey - what became of each entering
      *          class, where TRENDRPT only counts heads per term.
      *          Every student on the term history (STUDHIST.DAT) is
      *          placed in the cohort of the first term they appear
      *          in and the course carried on that history record
      *          (the ENROLL.DAT roster for terms closed before the
      *          course was carried). For each later closed term, and
      *          for now off the master's SM-STATUS, the cohort is
      *          counted as continuing, on leave, withdrawn, missing
      *          or graduated. Missing means gone without a status
      *          change - off the master, or still enrolled on it but
      *          with no quiz, grade or final grade posted that term.
      *          Retained is continuing plus graduated, attrition is
      *          withdrawn plus missing, both as a percentage of the
      *          entering count; students on leave are in neither.
      *          The report (COHORT.DAT, filed on the report spool)
      *          prints each cohort term by term, a retention and
      *          attrition summary per course, and the list of
      *          students missing now for the registrar to follow
      *          up. Students already on file when the history
      *          starts all count as entering in its first term.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COHORT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDHIST ASSIGN TO "STUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HS-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT ENROLL-IN ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT RECORD-OUT ASSIGN TO "COHORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDHIST
           LABEL RECORDS ARE STANDARD.
           COPY "STUDHIST.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  ENROLL-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENROLL-LINE.
       01  ENROLL-LINE PIC X(41).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(100).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Enrollment roster record (see ENROLL.CPY).
       COPY "ENROLL.CPY".

       01  WS-HS-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-SM-ON PIC X VALUE "N".
       01  WS-COURSE-SEL PIC X(5) VALUE SPACES.

      * Closed terms found on the history, oldest first.
       01  WS-TRM-MAX PIC 99 VALUE 20.
       01  WS-TRM-USED PIC 99 VALUE 0.
       01  WS-TRM-OVFL PIC X VALUE "N".
       01  WS-TRM-TABLE.
           02 WS-TRM-KEY OCCURS 20 TIMES PIC X(10).
       01  WS-NEW-KEY PIC X(10) VALUE SPACES.
       01  WS-TRM-HIT PIC 99 VALUE 0.
       01  WS-TRM-LABEL PIC X(13) VALUE SPACES.
       01  T PIC 99 VALUE 0.
       01  P PIC 99 VALUE 0.

      * Enrollment roster - the course for history closed before
      * the course was carried on it.
       01  WS-ROS-USED PIC 999 VALUE 0.
       01  WS-ROS-TABLE.
           02 WS-ROS-ENTRY OCCURS 999 TIMES.
              03 WS-RO-STD-NO PIC X(10).
              03 WS-RO-COURSE PIC X(5).
       01  R PIC 999 VALUE 0.

      * The student being gathered off the history - one slot per
      * closed term: on file that term, status then, and whether
      * anything was posted for them that term.
       01  WS-CUR-STD-NO PIC X(10) VALUE SPACES.
       01  WS-CUR-NAME PIC X(25) VALUE SPACES.
       01  WS-CUR-COURSE PIC X(5) VALUE SPACES.
       01  WS-STU-TABLE.
           02 WS-STU-TERM OCCURS 20 TIMES.
              03 WS-SX-HAVE PIC X.
              03 WS-SX-STAT PIC X.
              03 WS-SX-ACT PIC X.
       01  WS-ENTRY-T PIC 99 VALUE 0.
       01  WS-LAST-ACT-T PIC 99 VALUE 0.
       01  WS-LAST-STAT PIC X VALUE SPACES.
       01  WS-CAT PIC 9 VALUE 0.
       01  WS-LAST-CAT PIC 9 VALUE 0.
       01  WS-NOW-WORD PIC X(20) VALUE SPACES.

      * Cohorts - entry term and course, the entering count, and the
      * count in each category at each later term. Column 21 is now
      * (the master). Categories: 1 continuing, 2 on leave,
      * 3 withdrawn, 4 missing, 5 graduated.
       01  WS-NOW-COL PIC 99 VALUE 21.
       01  WS-COH-USED PIC 99 VALUE 0.
       01  WS-COH-OVFL PIC 9(5) VALUE 0.
       01  WS-COH-TABLE.
           02 WS-COH-ENTRY OCCURS 60 TIMES.
              03 WS-CO-TERM PIC 99.
              03 WS-CO-COURSE PIC X(5).
              03 WS-CO-SIZE PIC 9(4).
              03 WS-CO-COL OCCURS 21 TIMES.
                 04 WS-CO-CNT OCCURS 5 TIMES PIC 9(4).
       01  WS-COH-HIT PIC 99 VALUE 0.
       01  C PIC 99 VALUE 0.
       01  K PIC 9 VALUE 0.

      * Per-course summary of the now column.
       01  WS-CRS-USED PIC 99 VALUE 0.
       01  WS-CRS-TABLE.
           02 WS-CRS-ENTRY OCCURS 21 TIMES.
              03 WS-CS-COURSE PIC X(5).
              03 WS-CS-SIZE PIC 9(5).
              03 WS-CS-CNT OCCURS 5 TIMES PIC 9(5).
       01  WS-CRS-HIT PIC 99 VALUE 0.

      * Students missing now, for the follow-up list.
       01  WS-MIS-USED PIC 999 VALUE 0.
       01  WS-MIS-OVFL PIC 9(5) VALUE 0.
       01  WS-MIS-TABLE.
           02 WS-MIS-ENTRY OCCURS 500 TIMES.
              03 WS-MS-STD-NO PIC X(10).
              03 WS-MS-NAME PIC X(25).
              03 WS-MS-COURSE PIC X(5).
              03 WS-MS-ENTRY-T PIC 99.
              03 WS-MS-LAST-T PIC 99.
              03 WS-MS-NOW PIC X(20).
       01  M PIC 999 VALUE 0.

      * Percentage scratch.
       01  WS-SIZE PIC 9(5) VALUE 0.
       01  WS-RETAIN PIC 9(5) VALUE 0.
       01  WS-ATTRIT PIC 9(5) VALUE 0.
       01  WS-PCT PIC 999V9 VALUE 0.
       01  WS-STD-CNT PIC 9(5) VALUE 0.

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".
      * Which column heading a new page repeats - C cohort lines,
      * S course summary, M missing list.
       01  WS-HDG-KIND PIC X VALUE "C".

       01  COH-HDG.
           02 FILLER PIC X(8) VALUE "COHORT: ".
           02 CH-TERM PIC X(13).
           02 FILLER PIC X(9) VALUE " COURSE: ".
           02 CH-COURSE PIC X(5).
           02 FILLER PIC X(12) VALUE "  ENTERING: ".
           02 CH-SIZE PIC ZZZ9.
       01  COH-COL-HDG.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(15) VALUE "AS OF".
           02 FILLER PIC X(6) VALUE "  CONT".
           02 FILLER PIC X(6) VALUE "   LOA".
           02 FILLER PIC X(6) VALUE "  WDRN".
           02 FILLER PIC X(6) VALUE "  MISS".
           02 FILLER PIC X(6) VALUE "  GRAD".
           02 FILLER PIC X(10) VALUE "  RETAINED".
           02 FILLER PIC X(11) VALUE "  ATTRITION".
       01  COH-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-TERM PIC X(15).
           02 CL-CNT OCCURS 5 TIMES PIC Z(5)9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-RETAIN PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE "%".
           02 FILLER PIC X(5) VALUE SPACES.
           02 CL-ATTRIT PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE "%".
       01  SUM-COL-HDG.
           02 FILLER PIC X(8) VALUE "COURSE".
           02 FILLER PIC X(9) VALUE " ENTERED".
           02 FILLER PIC X(6) VALUE "  CONT".
           02 FILLER PIC X(6) VALUE "   LOA".
           02 FILLER PIC X(6) VALUE "  WDRN".
           02 FILLER PIC X(6) VALUE "  MISS".
           02 FILLER PIC X(6) VALUE "  GRAD".
           02 FILLER PIC X(11) VALUE "  RETENTION".
           02 FILLER PIC X(11) VALUE "  ATTRITION".
       01  SUM-LINE.
           02 SL-COURSE PIC X(8).
           02 SL-SIZE PIC Z(8)9.
           02 SL-CNT OCCURS 5 TIMES PIC Z(5)9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 SL-RETAIN PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE "%".
           02 FILLER PIC X(5) VALUE SPACES.
           02 SL-ATTRIT PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE "%".
       01  MIS-COL-HDG.
           02 FILLER PIC X(12) VALUE "STUDENT NO".
           02 FILLER PIC X(27) VALUE "NAME".
           02 FILLER PIC X(7) VALUE "COURSE".
           02 FILLER PIC X(13) VALUE "ENTERED".
           02 FILLER PIC X(13) VALUE "LAST ACTIVE".
           02 FILLER PIC X(20) VALUE "NOW".
       01  MIS-LINE.
           02 ML-STD-NO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ML-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ML-COURSE PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 ML-ENTRY PIC X(13).
           02 ML-LAST PIC X(13).
           02 ML-NOW PIC X(20).
       01  SECTION-LINE.
           02 SC-TEXT PIC X(60).
       01  NONE-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 NL-TEXT PIC X(50).

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
           DISPLAY "COURSE (BLANK = ALL COURSES): ".
           ACCEPT WS-COURSE-SEL.
           OPEN INPUT STUDHIST.
           IF WS-HS-STATUS NOT = "00"
               DISPLAY "NO TERM HISTORY YET (STUDHIST.DAT) - CLOSE A"
                   " TERM WITH TERMEND FIRST"
               MOVE "ABORTED-NO-HISTORY" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM LOAD-TERMS-RTN.
           IF WS-TRM-OVFL = "Y"
               DISPLAY "MORE THAN " WS-TRM-MAX " TERMS ON THE HISTORY"
                   " - ONLY THE EARLIEST " WS-TRM-MAX " ARE FOLLOWED"
           END-IF.
           PERFORM LOAD-ENROLL-RTN.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS = "00"
               MOVE "Y" TO WS-SM-ON
           ELSE
               DISPLAY "STUDENT MASTER NOT AVAILABLE - NOW COLUMN"
                   " TAKEN FROM THE LATEST TERM ONLY"
           END-IF.
           PERFORM BUILD-COHORTS-RTN.
           CLOSE STUDHIST.
           IF WS-SM-ON = "Y"
               CLOSE STUDMAS
           END-IF.
           IF WS-COH-OVFL > 0
               DISPLAY WS-COH-OVFL " STUDENT(S) LEFT OUT - MORE THAN"
                   " 60 COHORTS"
           END-IF.
           PERFORM PRINT-REPORT-RTN.
           DISPLAY WS-STD-CNT " STUDENT(S) IN " WS-COH-USED
               " COHORT(S), " WS-MIS-USED " MISSING - SEE COHORT.DAT".
           MOVE "COMPLETED-REPORT" TO WS-OUTCOME.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

      ******************************************************************
      * Pass 1 - the closed terms on the history, in order.
      ******************************************************************
       LOAD-TERMS-RTN.
           MOVE 0 TO WS-TRM-USED.
           MOVE LOW-VALUES TO HS-KEY.
           MOVE "NO" TO WS-EOF.
           START STUDHIST KEY IS NOT < HS-KEY
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ STUDHIST NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       MOVE HS-KEY(11:10) TO WS-NEW-KEY
                       PERFORM ADD-TERM-RTN
               END-READ
           END-PERFORM.

       ADD-TERM-RTN.
           PERFORM FIND-TERM-RTN.
           IF WS-TRM-HIT = 0
               IF WS-TRM-USED >= WS-TRM-MAX
                   MOVE "Y" TO WS-TRM-OVFL
               ELSE
      * Insert in order - the history comes student by student, so
      * the terms arrive in no particular order.
                   MOVE 1 TO P
                   PERFORM VARYING T FROM 1 BY 1
                           UNTIL T > WS-TRM-USED
                       IF WS-TRM-KEY(T) < WS-NEW-KEY
                           COMPUTE P = T + 1
                       END-IF
                   END-PERFORM
                   PERFORM VARYING T FROM WS-TRM-USED BY -1
                           UNTIL T < P
                       MOVE WS-TRM-KEY(T) TO WS-TRM-KEY(T + 1)
                   END-PERFORM
                   MOVE WS-NEW-KEY TO WS-TRM-KEY(P)
                   ADD 1 TO WS-TRM-USED
               END-IF
           END-IF.

       FIND-TERM-RTN.
           MOVE 0 TO WS-TRM-HIT.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-TRM-USED
               IF WS-TRM-KEY(T) = WS-NEW-KEY
                   MOVE T TO WS-TRM-HIT
               END-IF
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-IN
           END-IF.

      ******************************************************************
      * Pass 2 - each student's terms, then where they stand now.
      ******************************************************************
       BUILD-COHORTS-RTN.
           MOVE SPACES TO WS-CUR-STD-NO.
           MOVE LOW-VALUES TO HS-KEY.
           MOVE "NO" TO WS-EOF.
           START STUDHIST KEY IS NOT < HS-KEY
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ STUDHIST NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF HS-STD-NO NOT = WS-CUR-STD-NO
                           IF WS-CUR-STD-NO NOT = SPACES
                               PERFORM FINISH-STUDENT-RTN
                           END-IF
                           MOVE HS-STD-NO TO WS-CUR-STD-NO
                           MOVE SPACES TO WS-CUR-COURSE
                           MOVE SPACES TO WS-STU-TABLE
                       END-IF
                       PERFORM GATHER-TERM-RTN
               END-READ
           END-PERFORM.
           IF WS-CUR-STD-NO NOT = SPACES
               PERFORM FINISH-STUDENT-RTN
           END-IF.

       GATHER-TERM-RTN.
           MOVE HS-KEY(11:10) TO WS-NEW-KEY.
           PERFORM FIND-TERM-RTN.
           IF WS-TRM-HIT > 0
               MOVE HS-STD-NM TO WS-CUR-NAME
               IF WS-CUR-COURSE = SPACES
                   MOVE HS-COURSE TO WS-CUR-COURSE
               END-IF
               MOVE "Y" TO WS-SX-HAVE(WS-TRM-HIT)
               MOVE HS-STATUS TO WS-SX-STAT(WS-TRM-HIT)
               IF HS-NUM-QUIZZES > 0 OR HS-GRADE > 0
                   OR HS-FINAL-GRADE > 0 OR HS-GRADE-EQUIV > 0
                   MOVE "Y" TO WS-SX-ACT(WS-TRM-HIT)
               ELSE
                   MOVE "N" TO WS-SX-ACT(WS-TRM-HIT)
               END-IF
           END-IF.

       FINISH-STUDENT-RTN.
           MOVE 0 TO WS-ENTRY-T.
           PERFORM VARYING T FROM WS-TRM-USED BY -1 UNTIL T < 1
               IF WS-SX-HAVE(T) = "Y"
                   MOVE T TO WS-ENTRY-T
               END-IF
           END-PERFORM.
           IF WS-ENTRY-T > 0
               IF WS-CUR-COURSE = SPACES
                   PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROS-USED
                       IF WS-RO-STD-NO(R) = WS-CUR-STD-NO
                           MOVE WS-RO-COURSE(R) TO WS-CUR-COURSE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CUR-COURSE = SPACES
                   MOVE "UNKN" TO WS-CUR-COURSE
               END-IF
               IF WS-COURSE-SEL = SPACES
                   OR WS-COURSE-SEL = WS-CUR-COURSE
                   PERFORM FIND-COHORT-RTN
                   IF WS-COH-HIT = 0
                       ADD 1 TO WS-COH-OVFL
                   ELSE
                       PERFORM FOLLOW-STUDENT-RTN
                   END-IF
               END-IF
           END-IF.

       FIND-COHORT-RTN.
           MOVE 0 TO WS-COH-HIT.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COH-USED
               IF WS-CO-TERM(C) = WS-ENTRY-T
                   AND WS-CO-COURSE(C) = WS-CUR-COURSE
                   MOVE C TO WS-COH-HIT
               END-IF
           END-PERFORM.
           IF WS-COH-HIT = 0 AND WS-COH-USED < 60
               ADD 1 TO WS-COH-USED
               MOVE WS-COH-USED TO WS-COH-HIT
               MOVE WS-ENTRY-T TO WS-CO-TERM(WS-COH-HIT)
               MOVE WS-CUR-COURSE TO WS-CO-COURSE(WS-COH-HIT)
               MOVE 0 TO WS-CO-SIZE(WS-COH-HIT)
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-NOW-COL
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
                       MOVE 0 TO WS-CO-CNT(WS-COH-HIT, T, K)
                   END-PERFORM
               END-PERFORM
           END-IF.

       FOLLOW-STUDENT-RTN.
      * The entry term itself says whether they ever showed up;
      * each later term is judged on its own record, or on the last
      * status known when they are no longer on the history.
           ADD 1 TO WS-STD-CNT.
           ADD 1 TO WS-CO-SIZE(WS-COH-HIT).
           MOVE WS-SX-STAT(WS-ENTRY-T) TO WS-LAST-STAT.
           MOVE 0 TO WS-LAST-ACT-T.
           MOVE WS-ENTRY-T TO T.
           PERFORM CLASSIFY-TERM-RTN.
           MOVE WS-CAT TO WS-LAST-CAT.
           COMPUTE P = WS-ENTRY-T + 1.
           PERFORM VARYING T FROM P BY 1 UNTIL T > WS-TRM-USED
               PERFORM CLASSIFY-TERM-RTN
               ADD 1 TO WS-CO-CNT(WS-COH-HIT, T, WS-CAT)
               MOVE WS-CAT TO WS-LAST-CAT
           END-PERFORM.
           PERFORM CLASSIFY-NOW-RTN.
           ADD 1 TO WS-CO-CNT(WS-COH-HIT, WS-NOW-COL, WS-CAT).
           IF WS-CAT = 4
               PERFORM ADD-MISSING-RTN
           END-IF.

       CLASSIFY-TERM-RTN.
           IF WS-SX-HAVE(T) = "Y"
               MOVE WS-SX-STAT(T) TO WS-LAST-STAT
               IF WS-SX-ACT(T) = "Y"
                   MOVE T TO WS-LAST-ACT-T
               END-IF
               EVALUATE WS-SX-STAT(T)
                   WHEN "G"
                       MOVE 5 TO WS-CAT
                   WHEN "W"
                       MOVE 3 TO WS-CAT
                   WHEN "L"
                       MOVE 2 TO WS-CAT
                   WHEN OTHER
                       IF WS-SX-ACT(T) = "Y"
                           MOVE 1 TO WS-CAT
                       ELSE
                           MOVE 4 TO WS-CAT
                       END-IF
               END-EVALUATE
           ELSE
               PERFORM CLASSIFY-GONE-RTN
           END-IF.

       CLASSIFY-GONE-RTN.
      * Off the file: graduated or withdrawn if that was the last
      * status on record, otherwise missing.
           EVALUATE WS-LAST-STAT
               WHEN "G"
                   MOVE 5 TO WS-CAT
               WHEN "W"
                   MOVE 3 TO WS-CAT
               WHEN OTHER
                   MOVE 4 TO WS-CAT
           END-EVALUATE.

       CLASSIFY-NOW-RTN.
      * Now is the master's status. Still enrolled after a closed
      * term with nothing posted is still missing - the status was
      * never changed.
           MOVE SPACES TO WS-NOW-WORD.
           IF WS-SM-ON = "N"
               MOVE WS-LAST-CAT TO WS-CAT
               MOVE "(MASTER UNAVAILABLE)" TO WS-NOW-WORD
           ELSE
               MOVE WS-CUR-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY
                       PERFORM CLASSIFY-GONE-RTN
                       MOVE "NOT ON MASTER" TO WS-NOW-WORD
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN SM-GRADUATED
                               MOVE 5 TO WS-CAT
                           WHEN SM-WITHDRAWN
                               MOVE 3 TO WS-CAT
                           WHEN SM-ON-LEAVE
                               MOVE 2 TO WS-CAT
                           WHEN OTHER
                               IF WS-LAST-CAT = 4
                                   MOVE 4 TO WS-CAT
                                   MOVE "ENROLLED, NO GRADES"
                                       TO WS-NOW-WORD
                               ELSE
                                   MOVE 1 TO WS-CAT
                               END-IF
                       END-EVALUATE
               END-READ
           END-IF.

       ADD-MISSING-RTN.
           IF WS-MIS-USED >= 500
               ADD 1 TO WS-MIS-OVFL
           ELSE
               ADD 1 TO WS-MIS-USED
               MOVE WS-CUR-STD-NO TO WS-MS-STD-NO(WS-MIS-USED)
               MOVE WS-CUR-NAME TO WS-MS-NAME(WS-MIS-USED)
               MOVE WS-CUR-COURSE TO WS-MS-COURSE(WS-MIS-USED)
               MOVE WS-ENTRY-T TO WS-MS-ENTRY-T(WS-MIS-USED)
               MOVE WS-LAST-ACT-T TO WS-MS-LAST-T(WS-MIS-USED)
               MOVE WS-NOW-WORD TO WS-MS-NOW(WS-MIS-USED)
           END-IF.

      ******************************************************************
      * Report.
      ******************************************************************
       PRINT-REPORT-RTN.
           MOVE "COHORT RETENTION AND ATTRITION" TO PG-TITLE.
           MOVE "ALL TERMS" TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.
           OPEN OUTPUT RECORD-OUT.
           MOVE "C" TO WS-HDG-KIND.
           PERFORM NEW-PAGE-RTN.
           IF WS-COH-USED = 0
               MOVE "NO STUDENTS ON THE HISTORY FOR THIS COURSE"
                   TO NL-TEXT
               WRITE PRINT-REC FROM NONE-LINE AFTER 2 LINES
               ADD 2 TO PG-LINE-CNT
           END-IF.
      * Cohorts oldest entry term first.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-TRM-USED
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COH-USED
                   IF WS-CO-TERM(C) = P
                       PERFORM PRINT-COHORT-RTN
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM PRINT-SUMMARY-RTN.
           PERFORM PRINT-MISSING-RTN.
           MOVE WS-STD-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 2 LINES.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.

       PRINT-COHORT-RTN.
      * Keep a cohort's block together on one page.
           COMPUTE T = PG-LINE-CNT + WS-TRM-USED - P + 5.
           IF T > PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.
           MOVE WS-TRM-KEY(P) TO WS-NEW-KEY.
           PERFORM TERM-LABEL-RTN.
           MOVE WS-TRM-LABEL TO CH-TERM.
           MOVE WS-CO-COURSE(C) TO CH-COURSE.
           MOVE WS-CO-SIZE(C) TO CH-SIZE.
           WRITE PRINT-REC FROM COH-HDG AFTER 2 LINES.
           WRITE PRINT-REC FROM COH-COL-HDG AFTER 1 LINE.
           ADD 3 TO PG-LINE-CNT.
           MOVE WS-CO-SIZE(C) TO WS-SIZE.
           COMPUTE T = P + 1.
           PERFORM VARYING T FROM T BY 1 UNTIL T > WS-TRM-USED
               MOVE WS-TRM-KEY(T) TO WS-NEW-KEY
               PERFORM TERM-LABEL-RTN
               MOVE WS-TRM-LABEL TO CL-TERM
               PERFORM COHORT-LINE-RTN
           END-PERFORM.
           MOVE "NOW (MASTER)" TO CL-TERM.
           MOVE WS-NOW-COL TO T.
           PERFORM COHORT-LINE-RTN.

       COHORT-LINE-RTN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE WS-CO-CNT(C, T, K) TO CL-CNT(K)
           END-PERFORM.
           COMPUTE WS-RETAIN = WS-CO-CNT(C, T, 1) + WS-CO-CNT(C, T, 5).
           COMPUTE WS-ATTRIT = WS-CO-CNT(C, T, 3) + WS-CO-CNT(C, T, 4).
           PERFORM PERCENT-RTN.
           MOVE WS-PCT TO CL-RETAIN.
           MOVE WS-ATTRIT TO WS-RETAIN.
           PERFORM PERCENT-RTN.
           MOVE WS-PCT TO CL-ATTRIT.
           WRITE PRINT-REC FROM COH-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       PERCENT-RTN.
      * WS-RETAIN as a percentage of WS-SIZE.
           IF WS-SIZE = 0
               MOVE 0 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-RETAIN * 100 / WS-SIZE
           END-IF.

       PRINT-SUMMARY-RTN.
      * The now column pooled by course, then for all courses.
           MOVE 0 TO WS-CRS-USED.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COH-USED
               MOVE 0 TO WS-CRS-HIT
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CRS-USED
                   IF WS-CS-COURSE(P) = WS-CO-COURSE(C)
                       MOVE P TO WS-CRS-HIT
                   END-IF
               END-PERFORM
               IF WS-CRS-HIT = 0 AND WS-CRS-USED < 20
                   ADD 1 TO WS-CRS-USED
                   MOVE WS-CRS-USED TO WS-CRS-HIT
                   PERFORM CLEAR-COURSE-RTN
                   MOVE WS-CO-COURSE(C) TO WS-CS-COURSE(WS-CRS-HIT)
               END-IF
               IF WS-CRS-HIT > 0
                   PERFORM ADD-COURSE-RTN
               END-IF
           END-PERFORM.
      * Slot 21 is the all-courses total.
           MOVE 21 TO WS-CRS-HIT.
           PERFORM CLEAR-COURSE-RTN.
           MOVE "ALL" TO WS-CS-COURSE(21).
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COH-USED
               PERFORM ADD-COURSE-RTN
           END-PERFORM.
           MOVE "S" TO WS-HDG-KIND.
           COMPUTE T = PG-LINE-CNT + WS-CRS-USED + 6.
           IF T > PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           ELSE
               MOVE "RETENTION AND ATTRITION BY COURSE (NOW)"
                   TO SC-TEXT
               WRITE PRINT-REC FROM SECTION-LINE AFTER 3 LINES
               WRITE PRINT-REC FROM SUM-COL-HDG AFTER 2 LINES
               ADD 5 TO PG-LINE-CNT
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-CRS-USED
               PERFORM SUMMARY-LINE-RTN
               WRITE PRINT-REC FROM SUM-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-PERFORM.
           MOVE 21 TO P.
           PERFORM SUMMARY-LINE-RTN.
           WRITE PRINT-REC FROM SUM-LINE AFTER 2 LINES.
           ADD 2 TO PG-LINE-CNT.

       CLEAR-COURSE-RTN.
           MOVE 0 TO WS-CS-SIZE(WS-CRS-HIT).
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE 0 TO WS-CS-CNT(WS-CRS-HIT, K)
           END-PERFORM.

       ADD-COURSE-RTN.
           ADD WS-CO-SIZE(C) TO WS-CS-SIZE(WS-CRS-HIT).
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               ADD WS-CO-CNT(C, WS-NOW-COL, K)
                   TO WS-CS-CNT(WS-CRS-HIT, K)
           END-PERFORM.

       SUMMARY-LINE-RTN.
           MOVE WS-CS-COURSE(P) TO SL-COURSE.
           MOVE WS-CS-SIZE(P) TO SL-SIZE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5
               MOVE WS-CS-CNT(P, K) TO SL-CNT(K)
           END-PERFORM.
           MOVE WS-CS-SIZE(P) TO WS-SIZE.
           COMPUTE WS-RETAIN = WS-CS-CNT(P, 1) + WS-CS-CNT(P, 5).
           PERFORM PERCENT-RTN.
           MOVE WS-PCT TO SL-RETAIN.
           COMPUTE WS-RETAIN = WS-CS-CNT(P, 3) + WS-CS-CNT(P, 4).
           PERFORM PERCENT-RTN.
           MOVE WS-PCT TO SL-ATTRIT.

       PRINT-MISSING-RTN.
           MOVE "M" TO WS-HDG-KIND.
           IF PG-LINE-CNT + 8 > PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           ELSE
               MOVE "MISSING WITHOUT A STATUS CHANGE - FOLLOW UP"
                   TO SC-TEXT
               WRITE PRINT-REC FROM SECTION-LINE AFTER 3 LINES
               WRITE PRINT-REC FROM MIS-COL-HDG AFTER 2 LINES
               ADD 5 TO PG-LINE-CNT
           END-IF.
           IF WS-MIS-USED = 0
               MOVE "NONE" TO NL-TEXT
               WRITE PRINT-REC FROM NONE-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-IF.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MIS-USED
               PERFORM PAGE-CHECK-RTN
               MOVE WS-MS-STD-NO(M) TO ML-STD-NO
               MOVE WS-MS-NAME(M) TO ML-NAME
               MOVE WS-MS-COURSE(M) TO ML-COURSE
               MOVE WS-TRM-KEY(WS-MS-ENTRY-T(M)) TO WS-NEW-KEY
               PERFORM TERM-LABEL-RTN
               MOVE WS-TRM-LABEL TO ML-ENTRY
               IF WS-MS-LAST-T(M) = 0
                   MOVE "NEVER" TO ML-LAST
               ELSE
                   MOVE WS-TRM-KEY(WS-MS-LAST-T(M)) TO WS-NEW-KEY
                   PERFORM TERM-LABEL-RTN
                   MOVE WS-TRM-LABEL TO ML-LAST
               END-IF
               MOVE WS-MS-NOW(M) TO ML-NOW
               WRITE PRINT-REC FROM MIS-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-PERFORM.
           IF WS-MIS-OVFL > 0
               MOVE SPACES TO NL-TEXT
               STRING "... AND " WS-MIS-OVFL " MORE NOT LISTED"
                   DELIMITED BY SIZE INTO NL-TEXT
               WRITE PRINT-REC FROM NONE-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-IF.

       TERM-LABEL-RTN.
           MOVE SPACES TO WS-TRM-LABEL.
           STRING WS-NEW-KEY(1:9) " " WS-NEW-KEY(10:1)
               DELIMITED BY SIZE INTO WS-TRM-LABEL.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY), then the heading for
      * the part of the report being printed.
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
           EVALUATE WS-HDG-KIND
               WHEN "S"
                   MOVE "RETENTION AND ATTRITION BY COURSE (NOW)"
                       TO SC-TEXT
                   WRITE PRINT-REC FROM SECTION-LINE AFTER 2 LINES
                   WRITE PRINT-REC FROM SUM-COL-HDG AFTER 2 LINES
                   ADD 4 TO PG-LINE-CNT
               WHEN "M"
                   MOVE "MISSING WITHOUT A STATUS CHANGE - FOLLOW UP"
                       TO SC-TEXT
                   WRITE PRINT-REC FROM SECTION-LINE AFTER 2 LINES
                   WRITE PRINT-REC FROM MIS-COL-HDG AFTER 2 LINES
                   ADD 4 TO PG-LINE-CNT
           END-EVALUATE.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV).
           MOVE "COHORT" TO SPQ-PROGRAM.
           MOVE "COHORT.DAT" TO SPQ-REPORT-FILE.
           MOVE "ALL TERMS" TO SPQ-TERM.
           MOVE WS-OPERATOR TO SPQ-OPERATOR.
           MOVE PG-RUN-STAMP TO SPQ-STAMP.
           CALL "SPOOLSAV" USING SPOOL-REQ.
           IF SPQ-REPLY = "Y"
               DISPLAY "REPORT SPOOLED AS " SPQ-MEMBER
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "COHORT" TO ALR-PROGRAM.
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
