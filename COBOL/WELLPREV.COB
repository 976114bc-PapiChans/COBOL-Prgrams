      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Wellness prevalence report for the health office -
      *          what share of each class is underweight, normal,
      *          overweight or obese, where BMIFLWUP and CLINREF work
      *          one student at a time. Each BMIROSTER.DAT screening
      *          is joined to the student's course and year level on
      *          the ENROLL.DAT roster (SECASSGN.DAT's when the student
      *          is off the roster) and section on SECASSGN.DAT. For
      *          every screening date the report (WELLPREV.DAT, filed
      *          on the report spool) gives category counts and
      *          percentages by course, year level within course and
      *          section within year level, then sets two screening
      *          dates side by side - by default the latest two. The
      *          side-by-side percentages are over the students
      *          screened on both dates so the change is like for
      *          like; those screened on only one date are counted in
      *          their own columns, not dropped.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WELLPREV IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-IN ASSIGN TO "BMIROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT ENROLL-IN ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT ASSIGN-IN ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT RECORD-OUT ASSIGN TO "WELLPREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROSTER-LINE.
       01  ROSTER-LINE PIC X(80).

       FD  ENROLL-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENROLL-LINE.
       01  ENROLL-LINE PIC X(41).

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
      * Roster record view of a BMIROSTER.DAT line (see BMIROST.CPY).
       COPY "BMIROST.CPY".

      * Enrollment roster record (see ENROLL.CPY).
       COPY "ENROLL.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

       01  WS-ROSTER-STATUS PIC XX VALUE "00".
       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-ASG-ON PIC X VALUE "N".
       01  WS-EOF PIC XXX VALUE "NO".

      * Enrollment roster - course and year level by student.
       01  WS-ROS-USED PIC 999 VALUE 0.
       01  WS-ROS-TABLE.
           02 WS-ROS-ENTRY OCCURS 999 TIMES.
              03 WS-RO-STD-NO PIC X(10).
              03 WS-RO-COURSE PIC X(5).
              03 WS-RO-YR PIC 9.
       01  R PIC 999 VALUE 0.

      * Screenings with the class each student was joined to.
      * Categories: 1 underweight, 2 normal, 3 overweight, 4 obese.
       01  WS-SCR-USED PIC 999 VALUE 0.
       01  WS-SCR-OVFL PIC 9(5) VALUE 0.
       01  WS-SCR-TABLE.
           02 WS-SCR-ENTRY OCCURS 999 TIMES.
              03 WS-SC-STD-NO PIC X(10).
              03 WS-SC-DATE PIC X(8).
              03 WS-SC-CAT PIC 9.
              03 WS-SC-CLASS.
                 04 WS-SC-COURSE PIC X(5).
                 04 WS-SC-YR PIC 9.
                 04 WS-SC-SECT PIC X(3).
       01  S PIC 999 VALUE 0.

      * Screening dates on file, oldest first.
       01  WS-DTE-USED PIC 99 VALUE 0.
       01  WS-DTE-OVFL PIC X VALUE "N".
       01  WS-DTE-TABLE.
           02 WS-DTE-DATE OCCURS 20 TIMES PIC X(8).
       01  WS-NEW-DATE PIC X(8) VALUE SPACES.
       01  WS-DTE-HIT PIC 99 VALUE 0.
       01  D PIC 99 VALUE 0.
       01  P PIC 99 VALUE 0.

      * The two dates set side by side.
       01  WS-DATE-A PIC X(8) VALUE SPACES.
       01  WS-DATE-B PIC X(8) VALUE SPACES.
       01  WS-DATE-IN PIC X(8) VALUE SPACES.
       01  WS-DATE-OK PIC X VALUE "N".

      * One line per student screened on either compared date -
      * category on each, zero when not screened that date.
       01  WS-CMP-USED PIC 999 VALUE 0.
       01  WS-CMP-TABLE.
           02 WS-CMP-ENTRY OCCURS 999 TIMES.
              03 WS-CM-STD-NO PIC X(10).
              03 WS-CM-CLASS PIC X(9).
              03 WS-CM-CAT-A PIC 9.
              03 WS-CM-CAT-B PIC 9.
       01  WS-CMP-HIT PIC 999 VALUE 0.

      * Class totals being built - key is course, year level and
      * section, blank below the level totalled, so in key order
      * each course total leads its year levels and each year level
      * its sections. HIGH-VALUES is the grand total.
       01  WS-GRP-MAX PIC 999 VALUE 200.
       01  WS-GRP-USED PIC 999 VALUE 0.
       01  WS-GRP-OVFL PIC X VALUE "N".
       01  WS-GRP-TABLE.
           02 WS-GRP-ENTRY OCCURS 200 TIMES.
              03 WS-GR-KEY.
                 04 WS-GR-COURSE PIC X(5).
                 04 WS-GR-YR PIC X.
                 04 WS-GR-SECT PIC X(3).
              03 WS-GR-CNT-A OCCURS 4 TIMES PIC 9(4).
              03 WS-GR-CNT-B OCCURS 4 TIMES PIC 9(4).
              03 WS-GR-ONLY-A PIC 9(4).
              03 WS-GR-ONLY-B PIC 9(4).
       01  WS-SWAP-ENTRY PIC X(49).
       01  WS-GRP-HIT PIC 999 VALUE 0.
       01  G PIC 999 VALUE 0.
       01  H PIC 999 VALUE 0.
       01  K PIC 9 VALUE 0.
       01  WS-FIND-KEY PIC X(9) VALUE SPACES.
       01  WS-ROW-CLASS.
           02 WS-RC-COURSE PIC X(5).
           02 WS-RC-YR PIC 9.
           02 WS-RC-SECT PIC X(3).
       01  WS-ROW-CAT-A PIC 9 VALUE 0.
       01  WS-ROW-CAT-B PIC 9 VALUE 0.
       01  WS-BOTH-CNT PIC 9(5) VALUE 0.
       01  WS-TOTAL PIC 9(5) VALUE 0.
       01  WS-PCT PIC 999V9 VALUE 0.

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".
      * Which column heading a new page repeats - D per date,
      * C side by side.
       01  WS-HDG-KIND PIC X VALUE "D".

       01  DATE-HDG.
           02 FILLER PIC X(16) VALUE "SCREENING DATE: ".
           02 DH-DATE PIC X(8).
       01  DATE-COL-HDG.
           02 FILLER PIC X(20) VALUE "CLASS".
           02 FILLER PIC X(8) VALUE "SCREENED".
           02 FILLER PIC X(12) VALUE " UNDERWEIGHT".
           02 FILLER PIC X(12) VALUE "      NORMAL".
           02 FILLER PIC X(12) VALUE "  OVERWEIGHT".
           02 FILLER PIC X(12) VALUE "       OBESE".
       01  DATE-LINE.
           02 DL-CLASS PIC X(20).
           02 DL-TOTAL PIC Z(7)9.
           02 DL-CAT OCCURS 4 TIMES.
              03 DL-CNT PIC Z(5)9.
              03 DL-PCT PIC ZZ9.9.
              03 FILLER PIC X(1).
       01  CMP-HDG.
           02 FILLER PIC X(18) VALUE "SIDE BY SIDE:  A =".
           02 FILLER PIC X(1) VALUE SPACES.
           02 CH-DATE-A PIC X(8).
           02 FILLER PIC X(6) VALUE "  B = ".
           02 CH-DATE-B PIC X(8).
           02 FILLER PIC X(41)
               VALUE "   (% OF STUDENTS SCREENED ON BOTH DATES)".
       01  CMP-COL-HDG.
           02 FILLER PIC X(20) VALUE "CLASS".
           02 FILLER PIC X(5) VALUE " BOTH".
           02 FILLER PIC X(24) VALUE "   A: UNDR NORM OVER OBS".
           02 FILLER PIC X(24) VALUE "   B: UNDR NORM OVER OBS".
           02 FILLER PIC X(14) VALUE " ONLY-A ONLY-B".
       01  CMP-LINE.
           02 CL-CLASS PIC X(20).
           02 CL-BOTH PIC Z(4)9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 CL-PCT-A OCCURS 4 TIMES PIC ZZZ9.9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 CL-PCT-B OCCURS 4 TIMES PIC ZZZ9.9.
           02 CL-ONLY-A PIC Z(6)9.
           02 CL-ONLY-B PIC Z(6)9.
       01  NOTE-LINE.
           02 NL-TEXT PIC X(80).

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
           PERFORM LOAD-ENROLL-RTN.
           OPEN INPUT ASSIGN-IN.
           IF WS-ASG-STATUS = "00"
               MOVE "Y" TO WS-ASG-ON
           ELSE
               DISPLAY "SECASSGN.DAT NOT FOUND - SECTIONS SHOWN AS ---"
           END-IF.
           PERFORM LOAD-SCREENINGS-RTN.
           IF WS-ASG-ON = "Y"
               CLOSE ASSIGN-IN
           END-IF.
           IF WS-SCR-USED = 0
               DISPLAY "NO SCREENINGS ON FILE IN BMIROSTER.DAT"
               IF WS-OUTCOME = "COMPLETED"
                   MOVE "COMPLETED-NO-DATA" TO WS-OUTCOME
               END-IF
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           IF WS-SCR-OVFL > 0
               DISPLAY WS-SCR-OVFL " SCREENING(S) LEFT OUT - MORE THAN"
                   " 999 ON FILE"
           END-IF.
           IF WS-DTE-OVFL = "Y"
               DISPLAY "MORE THAN 20 SCREENING DATES - ONLY THE"
                   " EARLIEST 20 ARE REPORTED"
           END-IF.
           PERFORM PICK-DATES-RTN.
           PERFORM PRINT-REPORT-RTN.
           DISPLAY WS-SCR-USED " SCREENING(S) ON " WS-DTE-USED
               " DATE(S) - REPORT IN WELLPREV.DAT".
           MOVE "COMPLETED-REPORT" TO WS-OUTCOME.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "WELLPREV" TO ALR-PROGRAM.
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
                                   TO WS-RO-YR(WS-ROS-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-IN
           ELSE
               DISPLAY "ENROLL.DAT NOT FOUND - CLASSES TAKEN FROM"
                   " SECASSGN.DAT ONLY"
           END-IF.

       LOAD-SCREENINGS-RTN.
           OPEN INPUT ROSTER-IN.
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "BMIROSTER.DAT NOT AVAILABLE - STATUS "
                   WS-ROSTER-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ROSTER-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE ROSTER-LINE TO ROSTER-REC
                           IF RST-STD-NO NOT = SPACES
                               PERFORM ADD-SCREENING-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-IN
           END-IF.

       ADD-SCREENING-RTN.
           MOVE RST-DATE TO WS-NEW-DATE.
           PERFORM FIND-DATE-RTN.
           IF WS-DTE-HIT = 0
               PERFORM ADD-DATE-RTN
               PERFORM FIND-DATE-RTN
           END-IF.
           IF WS-DTE-HIT = 0
               CONTINUE
           ELSE
               IF WS-SCR-USED >= 999
                   ADD 1 TO WS-SCR-OVFL
               ELSE
                   ADD 1 TO WS-SCR-USED
                   MOVE WS-SCR-USED TO S
                   MOVE RST-STD-NO TO WS-SC-STD-NO(S)
                   MOVE RST-DATE TO WS-SC-DATE(S)
                   PERFORM CATEGORY-RTN
                   PERFORM JOIN-CLASS-RTN
               END-IF
           END-IF.

       CATEGORY-RTN.
      * BMI01's category as written; a blank or unreadable one is
      * worked out again from the BMI with BMI01's cut-offs.
           EVALUATE RST-CATEGORY
               WHEN "UNDERWEIGHT"
                   MOVE 1 TO WS-SC-CAT(S)
               WHEN "NORMAL"
                   MOVE 2 TO WS-SC-CAT(S)
               WHEN "OVERWEIGHT"
                   MOVE 3 TO WS-SC-CAT(S)
               WHEN "OBESE"
                   MOVE 4 TO WS-SC-CAT(S)
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN RST-BMI < 018.5
                           MOVE 1 TO WS-SC-CAT(S)
                       WHEN RST-BMI < 025.0
                           MOVE 2 TO WS-SC-CAT(S)
                       WHEN RST-BMI < 030.0
                           MOVE 3 TO WS-SC-CAT(S)
                       WHEN OTHER
                           MOVE 4 TO WS-SC-CAT(S)
                   END-EVALUATE
           END-EVALUATE.

       JOIN-CLASS-RTN.
      * Course and year level off the roster, section off the
      * assignments; off both, the student is "NONE" year 0.
           MOVE "NONE" TO WS-SC-COURSE(S).
           MOVE 0 TO WS-SC-YR(S).
           MOVE "---" TO WS-SC-SECT(S).
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROS-USED
               IF WS-RO-STD-NO(R) = RST-STD-NO
                   MOVE WS-RO-COURSE(R) TO WS-SC-COURSE(S)
                   MOVE WS-RO-YR(R) TO WS-SC-YR(S)
               END-IF
           END-PERFORM.
           IF WS-ASG-ON = "Y"
               MOVE RST-STD-NO TO ASG-STD-NO
               READ ASSIGN-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ASG-SECTION TO WS-SC-SECT(S)
                       IF WS-SC-COURSE(S) = "NONE"
                           MOVE ASG-COURSE TO WS-SC-COURSE(S)
                           MOVE ASG-YR-LEVEL TO WS-SC-YR(S)
                       END-IF
               END-READ
           END-IF.

       FIND-DATE-RTN.
           MOVE 0 TO WS-DTE-HIT.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DTE-USED
               IF WS-DTE-DATE(D) = WS-NEW-DATE
                   MOVE D TO WS-DTE-HIT
               END-IF
           END-PERFORM.

       ADD-DATE-RTN.
      * Kept in date order as they are found - the roster is in
      * the order the screenings were keyed.
           IF WS-DTE-USED >= 20
               MOVE "Y" TO WS-DTE-OVFL
           ELSE
               MOVE 1 TO P
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DTE-USED
                   IF WS-DTE-DATE(D) < WS-NEW-DATE
                       COMPUTE P = D + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING D FROM WS-DTE-USED BY -1 UNTIL D < P
                   MOVE WS-DTE-DATE(D) TO WS-DTE-DATE(D + 1)
               END-PERFORM
               MOVE WS-NEW-DATE TO WS-DTE-DATE(P)
               ADD 1 TO WS-DTE-USED
           END-IF.

       PICK-DATES-RTN.
      * Latest two dates unless the nurse names others.
           IF WS-DTE-USED < 2
               MOVE SPACES TO WS-DATE-A
               MOVE WS-DTE-DATE(1) TO WS-DATE-B
               DISPLAY "ONLY ONE SCREENING DATE ON FILE - NOTHING TO"
                   " SET SIDE BY SIDE"
           ELSE
               DISPLAY "SCREENING DATES ON FILE:"
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DTE-USED
                   DISPLAY "  " WS-DTE-DATE(D)
               END-PERFORM
               MOVE WS-DTE-DATE(WS-DTE-USED - 1) TO WS-DATE-A
               MOVE WS-DTE-DATE(WS-DTE-USED) TO WS-DATE-B
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "EARLIER DATE TO COMPARE (BLANK = "
                       WS-DATE-A "): "
                   ACCEPT WS-DATE-IN
                   PERFORM CHECK-DATE-RTN
                   IF WS-DATE-OK = "Y" AND WS-DATE-IN NOT = SPACES
                       MOVE WS-DATE-IN TO WS-DATE-A
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-DATE-OK
               PERFORM UNTIL WS-DATE-OK = "Y"
                   DISPLAY "LATER DATE TO COMPARE (BLANK = "
                       WS-DATE-B "): "
                   ACCEPT WS-DATE-IN
                   PERFORM CHECK-DATE-RTN
                   IF WS-DATE-OK = "Y" AND WS-DATE-IN NOT = SPACES
                       MOVE WS-DATE-IN TO WS-DATE-B
                   END-IF
               END-PERFORM
               IF WS-DATE-A = WS-DATE-B
                   DISPLAY "SAME DATE TWICE - COMPARING "
                       WS-DTE-DATE(WS-DTE-USED - 1) " AND "
                       WS-DTE-DATE(WS-DTE-USED)
                   MOVE WS-DTE-DATE(WS-DTE-USED - 1) TO WS-DATE-A
                   MOVE WS-DTE-DATE(WS-DTE-USED) TO WS-DATE-B
               END-IF
           END-IF.

       CHECK-DATE-RTN.
           MOVE "Y" TO WS-DATE-OK.
           IF WS-DATE-IN NOT = SPACES
               MOVE WS-DATE-IN TO WS-NEW-DATE
               PERFORM FIND-DATE-RTN
               IF WS-DTE-HIT = 0
                   DISPLAY "NO SCREENINGS ON " WS-DATE-IN
                       " - PICK A DATE FROM THE LIST"
                   MOVE "N" TO WS-DATE-OK
               END-IF
           END-IF.

       PRINT-REPORT-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE "WELLNESS PREVALENCE BY CLASS" TO PG-TITLE.
           MOVE "ALL DATES" TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.
           MOVE "D" TO WS-HDG-KIND.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > WS-DTE-USED
               PERFORM PRINT-DATE-RTN
           END-PERFORM.
           IF WS-DATE-A NOT = SPACES
               PERFORM PRINT-COMPARE-RTN
           END-IF.
           IF WS-GRP-OVFL = "Y"
               MOVE "MORE THAN 200 CLASS LINES - SOME LEFT OUT"
                   TO NL-TEXT
               WRITE PRINT-REC FROM NOTE-LINE AFTER 2 LINES
           END-IF.
           MOVE WS-SCR-USED TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 2 LINES.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.

      ******************************************************************
      * One screening date - every class's category spread.
      ******************************************************************
       PRINT-DATE-RTN.
           MOVE WS-DTE-DATE(D) TO DH-DATE.
           PERFORM CLEAR-GROUPS-RTN.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SCR-USED
               IF WS-SC-DATE(S) = WS-DTE-DATE(D)
                   MOVE WS-SC-CLASS(S) TO WS-ROW-CLASS
                   MOVE WS-SC-CAT(S) TO WS-ROW-CAT-A
                   MOVE 0 TO WS-ROW-CAT-B
                   PERFORM POST-ROW-RTN
               END-IF
           END-PERFORM.
           PERFORM SORT-GROUPS-RTN.
      * Each date starts a page of its own.
           PERFORM NEW-PAGE-RTN.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GRP-USED
               PERFORM PAGE-CHECK-RTN
               PERFORM CLASS-LABEL-RTN
               MOVE 0 TO WS-TOTAL
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   ADD WS-GR-CNT-A(G, K) TO WS-TOTAL
               END-PERFORM
               MOVE WS-TOTAL TO DL-TOTAL
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   MOVE WS-GR-CNT-A(G, K) TO DL-CNT(K)
                   MOVE WS-GR-CNT-A(G, K) TO WS-BOTH-CNT
                   PERFORM PERCENT-RTN
                   MOVE WS-PCT TO DL-PCT(K)
               END-PERFORM
               IF WS-GR-KEY(G) = HIGH-VALUES
                   WRITE PRINT-REC FROM DATE-LINE AFTER 2 LINES
                   ADD 2 TO PG-LINE-CNT
               ELSE
                   IF WS-GR-YR(G) = SPACE AND G > 1
                       WRITE PRINT-REC FROM DATE-LINE AFTER 2 LINES
                       ADD 2 TO PG-LINE-CNT
                   ELSE
                       WRITE PRINT-REC FROM DATE-LINE AFTER 1 LINE
                       ADD 1 TO PG-LINE-CNT
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * Two dates side by side.
      ******************************************************************
       PRINT-COMPARE-RTN.
           MOVE 0 TO WS-CMP-USED.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SCR-USED
               IF WS-SC-DATE(S) = WS-DATE-A
                   OR WS-SC-DATE(S) = WS-DATE-B
                   PERFORM FIND-STUDENT-RTN
                   IF WS-CMP-HIT > 0
                       IF WS-SC-DATE(S) = WS-DATE-A
                           MOVE WS-SC-CAT(S) TO WS-CM-CAT-A(WS-CMP-HIT)
                       ELSE
                           MOVE WS-SC-CAT(S) TO WS-CM-CAT-B(WS-CMP-HIT)
      * The later screening's class is the one reported.
                           MOVE WS-SC-CLASS(S)
                               TO WS-CM-CLASS(WS-CMP-HIT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "C" TO WS-HDG-KIND.
           PERFORM CLEAR-GROUPS-RTN.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CMP-USED
               MOVE WS-CM-CLASS(H) TO WS-ROW-CLASS
               MOVE WS-CM-CAT-A(H) TO WS-ROW-CAT-A
               MOVE WS-CM-CAT-B(H) TO WS-ROW-CAT-B
               PERFORM POST-ROW-RTN
           END-PERFORM.
           PERFORM SORT-GROUPS-RTN.
           PERFORM NEW-PAGE-RTN.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GRP-USED
               PERFORM PAGE-CHECK-RTN
               PERFORM CLASS-LABEL-RTN
               MOVE 0 TO WS-TOTAL
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   ADD WS-GR-CNT-A(G, K) TO WS-TOTAL
               END-PERFORM
               MOVE WS-TOTAL TO CL-BOTH
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   MOVE WS-GR-CNT-A(G, K) TO WS-BOTH-CNT
                   PERFORM PERCENT-RTN
                   MOVE WS-PCT TO CL-PCT-A(K)
                   MOVE WS-GR-CNT-B(G, K) TO WS-BOTH-CNT
                   PERFORM PERCENT-RTN
                   MOVE WS-PCT TO CL-PCT-B(K)
               END-PERFORM
               MOVE WS-GR-ONLY-A(G) TO CL-ONLY-A
               MOVE WS-GR-ONLY-B(G) TO CL-ONLY-B
               IF WS-GR-KEY(G) = HIGH-VALUES
                   OR (WS-GR-YR(G) = SPACE AND G > 1)
                   WRITE PRINT-REC FROM CMP-LINE AFTER 2 LINES
                   ADD 2 TO PG-LINE-CNT
               ELSE
                   WRITE PRINT-REC FROM CMP-LINE AFTER 1 LINE
                   ADD 1 TO PG-LINE-CNT
               END-IF
           END-PERFORM.

       FIND-STUDENT-RTN.
           MOVE 0 TO WS-CMP-HIT.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-CMP-USED
               IF WS-CM-STD-NO(H) = WS-SC-STD-NO(S)
                   MOVE H TO WS-CMP-HIT
               END-IF
           END-PERFORM.
           IF WS-CMP-HIT = 0 AND WS-CMP-USED < 999
               ADD 1 TO WS-CMP-USED
               MOVE WS-CMP-USED TO WS-CMP-HIT
               MOVE WS-SC-STD-NO(S) TO WS-CM-STD-NO(WS-CMP-HIT)
               MOVE WS-SC-CLASS(S) TO WS-CM-CLASS(WS-CMP-HIT)
               MOVE 0 TO WS-CM-CAT-A(WS-CMP-HIT)
               MOVE 0 TO WS-CM-CAT-B(WS-CMP-HIT)
           END-IF.

      ******************************************************************
      * Class totals - shared by both parts. A row with only
      * WS-ROW-CAT-A set counts in the A columns (a single date); in
      * the side by side a row set on one date only goes to ONLY-A
      * or ONLY-B instead.
      ******************************************************************
       CLEAR-GROUPS-RTN.
           MOVE 0 TO WS-GRP-USED.

       POST-ROW-RTN.
           MOVE WS-RC-COURSE TO WS-FIND-KEY(1:5).
           MOVE SPACES TO WS-FIND-KEY(6:4).
           PERFORM POST-GROUP-RTN.
           MOVE WS-RC-YR TO WS-FIND-KEY(6:1).
           PERFORM POST-GROUP-RTN.
           MOVE WS-RC-SECT TO WS-FIND-KEY(7:3).
           PERFORM POST-GROUP-RTN.
           MOVE HIGH-VALUES TO WS-FIND-KEY.
           PERFORM POST-GROUP-RTN.

       POST-GROUP-RTN.
           MOVE 0 TO WS-GRP-HIT.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GRP-USED
               IF WS-GR-KEY(G) = WS-FIND-KEY
                   MOVE G TO WS-GRP-HIT
               END-IF
           END-PERFORM.
           IF WS-GRP-HIT = 0
               IF WS-GRP-USED >= WS-GRP-MAX
                   MOVE "Y" TO WS-GRP-OVFL
               ELSE
                   ADD 1 TO WS-GRP-USED
                   MOVE WS-GRP-USED TO WS-GRP-HIT
                   MOVE WS-FIND-KEY TO WS-GR-KEY(WS-GRP-HIT)
                   PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                       MOVE 0 TO WS-GR-CNT-A(WS-GRP-HIT, K)
                       MOVE 0 TO WS-GR-CNT-B(WS-GRP-HIT, K)
                   END-PERFORM
                   MOVE 0 TO WS-GR-ONLY-A(WS-GRP-HIT)
                   MOVE 0 TO WS-GR-ONLY-B(WS-GRP-HIT)
               END-IF
           END-IF.
           IF WS-GRP-HIT > 0
               EVALUATE TRUE
                   WHEN WS-ROW-CAT-B = 0
                       AND WS-HDG-KIND = "D"
                       ADD 1 TO WS-GR-CNT-A(WS-GRP-HIT, WS-ROW-CAT-A)
                   WHEN WS-ROW-CAT-B = 0
                       ADD 1 TO WS-GR-ONLY-A(WS-GRP-HIT)
                   WHEN WS-ROW-CAT-A = 0
                       ADD 1 TO WS-GR-ONLY-B(WS-GRP-HIT)
                   WHEN OTHER
                       ADD 1 TO WS-GR-CNT-A(WS-GRP-HIT, WS-ROW-CAT-A)
                       ADD 1 TO WS-GR-CNT-B(WS-GRP-HIT, WS-ROW-CAT-B)
               END-EVALUATE
           END-IF.

       SORT-GROUPS-RTN.
      * Straight exchange sort on the class key.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G >= WS-GRP-USED
               PERFORM VARYING H FROM 1 BY 1
                       UNTIL H > WS-GRP-USED - G
                   IF WS-GR-KEY(H) > WS-GR-KEY(H + 1)
                       MOVE WS-GRP-ENTRY(H) TO WS-SWAP-ENTRY
                       MOVE WS-GRP-ENTRY(H + 1) TO WS-GRP-ENTRY(H)
                       MOVE WS-SWAP-ENTRY TO WS-GRP-ENTRY(H + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CLASS-LABEL-RTN.
           MOVE SPACES TO DL-CLASS.
           EVALUATE TRUE
               WHEN WS-GR-KEY(G) = HIGH-VALUES
                   MOVE "ALL STUDENTS" TO DL-CLASS
               WHEN WS-GR-YR(G) = SPACE
                   MOVE WS-GR-COURSE(G) TO DL-CLASS
               WHEN WS-GR-SECT(G) = SPACES
                   IF WS-GR-YR(G) = "0"
                       MOVE "  NOT ON ROSTER" TO DL-CLASS
                   ELSE
                       STRING "  YEAR " WS-GR-YR(G)
                           DELIMITED BY SIZE INTO DL-CLASS
                   END-IF
               WHEN OTHER
                   STRING "    SECTION " WS-GR-SECT(G)
                       DELIMITED BY SIZE INTO DL-CLASS
           END-EVALUATE.
           MOVE DL-CLASS TO CL-CLASS.

       PERCENT-RTN.
      * WS-BOTH-CNT as a percentage of WS-TOTAL.
           IF WS-TOTAL = 0
               MOVE 0 TO WS-PCT
           ELSE
               COMPUTE WS-PCT ROUNDED = WS-BOTH-CNT * 100 / WS-TOTAL
           END-IF.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) plus the heading of
      * the part being printed, reprinted at each break.
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           IF WS-HDG-KIND = "C"
               MOVE WS-DATE-A TO CH-DATE-A
               MOVE WS-DATE-B TO CH-DATE-B
               WRITE PRINT-REC FROM CMP-HDG AFTER 2 LINES
               WRITE PRINT-REC FROM CMP-COL-HDG AFTER 2 LINES
           ELSE
               WRITE PRINT-REC FROM DATE-HDG AFTER 2 LINES
               WRITE PRINT-REC FROM DATE-COL-HDG AFTER 2 LINES
           END-IF.
           MOVE 7 TO PG-LINE-CNT.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV).
           MOVE "WELLPREV" TO SPQ-PROGRAM.
           MOVE "WELLPREV.DAT" TO SPQ-REPORT-FILE.
           MOVE "ALL DATES" TO SPQ-TERM.
           MOVE WS-OPERATOR TO SPQ-OPERATOR.
           MOVE PG-RUN-STAMP TO SPQ-STAMP.
           CALL "SPOOLSAV" USING SPOOL-REQ.
           IF SPQ-REPLY = "Y"
               DISPLAY "REPORT SPOOLED AS " SPQ-MEMBER
           END-IF.
