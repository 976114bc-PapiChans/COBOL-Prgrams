      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Anonymized research extract - one term's grades
      *          (STUDHIST.DAT for a closed term, the live master and
      *          the ENROLL.DAT roster for the term running today),
      *          BMI screenings (BMIROSTER.DAT) and absence counts
      *          (ATTNDNC.DAT) written to RESXTRCT.DAT (see
      *          RESXREC.CPY) for the guidance office and faculty
      *          researchers, in place of copies of the raw files.
      *          Names are left out and the student number is
      *          replaced by a research ID from RESMAP.DAT (see
      *          RESMAP.CPY) - random when a student is first
      *          released and the same in every extract after, so
      *          terms and record types join up. Course, year level,
      *          grades, BMI category and absences are kept. A course
      *          and year level group with fewer students than the
      *          minimum (site-configurable, may be raised for a run)
      *          is held back whole, so no small group can be picked
      *          out; so is a student whose year level is not known
      *          (not on the roster, or a term closed before TERMEND
      *          carried it). Every extract is numbered and logged to
      *          RESXLOG.DAT (see RESXLOG.CPY) with who asked for it
      *          and why. Nothing here shows a research ID against a
      *          student - that is RESIDLKP, for the coordinator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESXTRCT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ATT-FILE ASSIGN TO "ATTNDNC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
           SELECT RES-MAP ASSIGN TO "RESMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMP-STD-NO
               ALTERNATE RECORD KEY IS RMP-PSEUDO
               FILE STATUS IS WS-RMP-STATUS.
           SELECT ENROLL-IN ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT ROSTER-IN ASSIGN TO "BMIROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RST-STATUS.
           SELECT LOG-IN ASSIGN TO "RESXLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT LOG-OUT ASSIGN TO "RESXLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT EXTRACT-OUT ASSIGN TO "RESXTRCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  STUDHIST
           LABEL RECORDS ARE STANDARD.
           COPY "STUDHIST.CPY".

       FD  ATT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ATTNDNC.CPY".

       FD  RES-MAP
           LABEL RECORDS ARE STANDARD.
           COPY "RESMAP.CPY".

       FD  ENROLL-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENROLL-LINE.
       01  ENROLL-LINE PIC X(41).

       FD  ROSTER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROSTER-LINE.
       01  ROSTER-LINE PIC X(80).

       FD  LOG-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOG-LINE-IN.
       01  LOG-LINE-IN PIC X(141).

       FD  LOG-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LOG-LINE-OUT.
       01  LOG-LINE-OUT PIC X(141).

       FD  EXTRACT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXTRACT-LINE.
       01  EXTRACT-LINE PIC X(75).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Enrollment roster record (see ENROLL.CPY).
       COPY "ENROLL.CPY".

      * BMI roster record (see BMIROST.CPY).
       COPY "BMIROST.CPY".

      * Research extract record and extract log record (see
      * RESXREC.CPY and RESXLOG.CPY).
       COPY "RESXREC.CPY".
       COPY "RESXLOG.CPY".

      * Term look-up request block for TERMCHK (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".

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
       01  WS-STAMP PIC X(19) VALUE SPACES.
       01  WS-TODAY PIC X(8) VALUE SPACES.

       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-HS-STATUS PIC XX VALUE "00".
       01  WS-ATT-STATUS PIC XX VALUE "00".
       01  WS-RMP-STATUS PIC XX VALUE "00".
       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-RST-STATUS PIC XX VALUE "00".
       01  WS-LOG-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-OK PIC X VALUE "Y".

      * The research extract request.
       01  WS-REQUESTER PIC X(25) VALUE SPACES.
       01  WS-PURPOSE PIC X(40) VALUE SPACES.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-YEAR PIC X(9) VALUE SPACES.
       01  WS-TERM-SEM PIC X VALUE SPACES.
       01  WS-TERM-START PIC X(8) VALUE SPACES.
       01  WS-TERM-END PIC X(8) VALUE SPACES.
       01  WS-RUN-LABEL PIC X(13) VALUE SPACES.
       01  WS-LIVE PIC X VALUE "N".

      * Smallest course and year level group that may be released.
      * Site-configurable here; a run may ask for more, never less.
       01  WS-MIN-FLOOR PIC 999 VALUE 5.
       01  WS-MIN-CELL PIC 999 VALUE 5.
       01  WS-MIN-IN PIC 999 VALUE 0.

      * Students in the term - grades when they have them, the
      * group they fall in and the research ID they go out under.
       01  WS-STU-MAX PIC 999 VALUE 999.
       01  WS-STU-USED PIC 999 VALUE 0.
       01  WS-STU-OVFL PIC 9(5) VALUE 0.
       01  WS-STU-TABLE.
           02 WS-STU-ENTRY OCCURS 999 TIMES.
              03 WS-ST-STD-NO PIC X(10).
              03 WS-ST-COURSE PIC X(5).
              03 WS-ST-YR PIC 9.
              03 WS-ST-GRADED PIC X.
              03 WS-ST-NUMQ PIC 9.
              03 WS-ST-QZ OCCURS 9 TIMES PIC 9V99.
              03 WS-ST-AVE PIC 9V99.
              03 WS-ST-FINAL PIC 9(3).
              03 WS-ST-EQUIV PIC 9V99.
              03 WS-ST-STATUS PIC X.
              03 WS-ST-ABS PIC 9(3).
              03 WS-ST-GRP PIC 999.
              03 WS-ST-PSEUDO PIC X(8).
       01  WS-FIND-STD PIC X(10) VALUE SPACES.
       01  WS-STU-HIT PIC 999 VALUE 0.
       01  T PIC 9(4) VALUE 0.
       01  Q PIC 99 VALUE 0.

      * Screenings inside the term's dates.
       01  WS-SCR-MAX PIC 999 VALUE 999.
       01  WS-SCR-USED PIC 999 VALUE 0.
       01  WS-SCR-OVFL PIC 9(5) VALUE 0.
       01  WS-SCR-TABLE.
           02 WS-SCR-ENTRY OCCURS 999 TIMES.
              03 WS-SC-STU PIC 999.
              03 WS-SC-DATE PIC X(8).
              03 WS-SC-CAT PIC X(11).
       01  S PIC 9(4) VALUE 0.

      * Course and year level groups with their head counts.
       01  WS-GRP-MAX PIC 999 VALUE 100.
       01  WS-GRP-USED PIC 999 VALUE 0.
       01  WS-GRP-TABLE.
           02 WS-GRP-ENTRY OCCURS 100 TIMES.
              03 WS-GR-COURSE PIC X(5).
              03 WS-GR-YR PIC 9.
              03 WS-GR-CNT PIC 9(4).
              03 WS-GR-SUPP PIC X.
       01  G PIC 999 VALUE 0.

      * Research IDs - "R" and seven random digits, drawn again on
      * the rare clash with one already given out.
       01  WS-SEED PIC 9(8) VALUE 0.
       01  WS-RAND-ON PIC X VALUE "N".
       01  WS-RAND-NO PIC 9(7) VALUE 0.
       01  WS-CAND PIC X(8) VALUE SPACES.
       01  WS-CAND-FREE PIC X VALUE "N".
       01  WS-TRIES PIC 99 VALUE 0.

       01  WS-EXTRACT-NO PIC 9(5) VALUE 0.
       01  WS-REL-CNT PIC 9(5) VALUE 0.
       01  WS-SUPP-CNT PIC 9(5) VALUE 0.
       01  WS-NEW-IDS PIC 9(5) VALUE 0.
       01  WS-REC-CNT PIC 9(6) VALUE 0.

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
           MOVE WS-CUR-DATE(9:8) TO WS-SEED.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-STAMP.
           MOVE "Y" TO WS-OK.
           PERFORM GET-REQUEST-RTN.
           IF WS-OK = "Y"
               IF WS-LIVE = "Y"
                   PERFORM LOAD-LIVE-RTN
               ELSE
                   PERFORM LOAD-HISTORY-RTN
               END-IF
           END-IF.
           IF WS-OK = "Y"
               PERFORM LOAD-SCREENINGS-RTN
               PERFORM COUNT-ABSENCES-RTN
               IF WS-STU-USED = 0
                   DISPLAY "NO STUDENTS ON FILE FOR " WS-TERM-LABEL
                   MOVE "COMPLETED-NO-DATA" TO WS-OUTCOME
                   MOVE "N" TO WS-OK
               END-IF
           END-IF.
           IF WS-OK = "Y"
               PERFORM GROUP-RTN
               PERFORM NEXT-EXTRACT-RTN
               PERFORM OPEN-MAP-RTN
           END-IF.
           IF WS-OK = "Y"
               PERFORM ASSIGN-IDS-RTN
               CLOSE RES-MAP
               PERFORM WRITE-EXTRACT-RTN
               PERFORM WRITE-LOG-RTN
               PERFORM SHOW-SUMMARY-RTN
               MOVE SPACES TO WS-OUTCOME
               STRING "EXTRACT-" WS-EXTRACT-NO
                   DELIMITED BY SIZE INTO WS-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

      ******************************************************************
      * Extract parameters - who wants it, why, for which term.
      ******************************************************************
       GET-REQUEST-RTN.
           PERFORM UNTIL WS-REQUESTER NOT = SPACES
               DISPLAY "REQUESTED BY (NAME / OFFICE): "
               ACCEPT WS-REQUESTER
           END-PERFORM.
           PERFORM UNTIL WS-PURPOSE NOT = SPACES
               DISPLAY "PURPOSE OF THE STUDY: "
               ACCEPT WS-PURPOSE
           END-PERFORM.
      * The term running today is the one still on the live master.
           MOVE "DATE" TO TKQ-FUNC.
           MOVE WS-TODAY TO TKQ-DATE.
           MOVE WS-OPERATOR TO TKQ-OPERATOR.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           IF TKQ-REPLY = "Y"
               MOVE TKQ-LABEL TO WS-RUN-LABEL
           END-IF.
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           IF TKQ-REPLY = "Y"
               MOVE TKQ-LABEL TO WS-TERM-LABEL
               MOVE TKQ-SCH-YEAR TO WS-TERM-YEAR
               MOVE TKQ-SEMESTER TO WS-TERM-SEM
               MOVE TKQ-START-DATE TO WS-TERM-START
               MOVE TKQ-END-DATE TO WS-TERM-END
               IF WS-TERM-LABEL = WS-RUN-LABEL
                   MOVE "Y" TO WS-LIVE
               END-IF
           ELSE
               DISPLAY "NOT A TERM ON THE CALENDAR - " WS-TERM-LABEL
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               MOVE "N" TO WS-OK
           END-IF.
           IF WS-OK = "Y"
               DISPLAY "MINIMUM STUDENTS PER GROUP (BLANK FOR "
                   WS-MIN-FLOOR "): "
               ACCEPT WS-MIN-IN
               IF WS-MIN-IN > WS-MIN-FLOOR
                   MOVE WS-MIN-IN TO WS-MIN-CELL
               ELSE
                   IF WS-MIN-IN NOT = 0
                       DISPLAY "NOT BELOW THE SITE MINIMUM - USING "
                           WS-MIN-FLOOR
                   END-IF
                   MOVE WS-MIN-FLOOR TO WS-MIN-CELL
               END-IF
           END-IF.

      ******************************************************************
      * Who was in the term, with their grades.
      ******************************************************************
       LOAD-LIVE-RTN.
      * The running term - the roster says who is in it and where,
      * the master holds the grades so far.
           OPEN INPUT ENROLL-IN.
           OPEN INPUT STUDMAS.
           IF WS-ENR-STATUS NOT = "00" OR WS-SM-STATUS NOT = "00"
               DISPLAY "ROSTER OR MASTER NOT AVAILABLE - STATUS "
                   WS-ENR-STATUS "/" WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               MOVE "N" TO WS-OK
           ELSE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ENROLL-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE ENROLL-LINE TO ENROLL-REC
                           MOVE ENR-STD-NO TO WS-FIND-STD
                           PERFORM FIND-STU-RTN
                           IF WS-STU-HIT > 0
                               MOVE ENR-COURSE TO WS-ST-COURSE(T)
                               MOVE ENR-YR-LEVEL TO WS-ST-YR(T)
                               PERFORM LIVE-GRADES-RTN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-ENR-STATUS = "00"
               CLOSE ENROLL-IN
           END-IF.
           IF WS-SM-STATUS = "00"
               CLOSE STUDMAS
           END-IF.

       LIVE-GRADES-RTN.
           MOVE ENR-STD-NO TO SM-STD-NO.
           READ STUDMAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ST-GRADED(T)
                   MOVE SM-NUM-QUIZZES TO WS-ST-NUMQ(T)
                   PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 9
                       MOVE SM-QZ-SCORE(Q) TO WS-ST-QZ(T, Q)
                   END-PERFORM
                   MOVE SM-QZ-AVE TO WS-ST-AVE(T)
                   MOVE SM-FINAL-GRADE TO WS-ST-FINAL(T)
                   MOVE SM-GRADE-EQUIV TO WS-ST-EQUIV(T)
                   MOVE SM-STATUS TO WS-ST-STATUS(T)
           END-READ.

       LOAD-HISTORY-RTN.
      * A closed term - its history records, course and year level
      * as carried at the close-out. A term closed before those were
      * carried has them from the absence records where there are
      * any.
           OPEN INPUT STUDHIST.
           IF WS-HS-STATUS NOT = "00"
               DISPLAY "NO TERM HISTORY ON FILE (STUDHIST.DAT)"
               MOVE "COMPLETED-NO-DATA" TO WS-OUTCOME
               MOVE "N" TO WS-OK
           ELSE
               MOVE LOW-VALUES TO HS-KEY
               MOVE "NO" TO WS-EOF
               START STUDHIST KEY IS NOT < HS-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDHIST NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF HS-SCH-YEAR = WS-TERM-YEAR
                               AND HS-SEMESTER = WS-TERM-SEM
                               PERFORM HIST-GRADES-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDHIST
           END-IF.

       HIST-GRADES-RTN.
           MOVE HS-STD-NO TO WS-FIND-STD.
           PERFORM FIND-STU-RTN.
           IF WS-STU-HIT > 0
               MOVE HS-COURSE TO WS-ST-COURSE(T)
               MOVE HS-YR-LEVEL TO WS-ST-YR(T)
               MOVE "Y" TO WS-ST-GRADED(T)
               MOVE HS-NUM-QUIZZES TO WS-ST-NUMQ(T)
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 9
                   MOVE HS-QZ-SCORE(Q) TO WS-ST-QZ(T, Q)
               END-PERFORM
               MOVE HS-QZ-AVE TO WS-ST-AVE(T)
               MOVE HS-FINAL-GRADE TO WS-ST-FINAL(T)
               MOVE HS-GRADE-EQUIV TO WS-ST-EQUIV(T)
               MOVE HS-STATUS TO WS-ST-STATUS(T)
           END-IF.

       FIND-STU-RTN.
      * WS-FIND-STD's entry, added if new; T and WS-STU-HIT point at
      * it, WS-STU-HIT zero when the table is full.
           MOVE 0 TO WS-STU-HIT.
           PERFORM VARYING T FROM 1 BY 1
               UNTIL T > WS-STU-USED OR WS-STU-HIT > 0
               IF WS-ST-STD-NO(T) = WS-FIND-STD
                   MOVE T TO WS-STU-HIT
               END-IF
           END-PERFORM.
           IF WS-STU-HIT = 0
               IF WS-STU-USED < WS-STU-MAX
                   ADD 1 TO WS-STU-USED
                   MOVE WS-STU-USED TO WS-STU-HIT
                   INITIALIZE WS-STU-ENTRY(WS-STU-HIT)
                   MOVE WS-FIND-STD TO WS-ST-STD-NO(WS-STU-HIT)
                   MOVE "N" TO WS-ST-GRADED(WS-STU-HIT)
               ELSE
                   ADD 1 TO WS-STU-OVFL
               END-IF
           END-IF.
           MOVE WS-STU-HIT TO T.

      ******************************************************************
      * Screenings and absences inside the term's dates.
      ******************************************************************
       LOAD-SCREENINGS-RTN.
           OPEN INPUT ROSTER-IN.
           IF WS-RST-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ROSTER-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE ROSTER-LINE TO ROSTER-REC
                           IF RST-DATE NOT < WS-TERM-START
                               AND RST-DATE NOT > WS-TERM-END
                               PERFORM ADD-SCREENING-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-IN
           END-IF.

       ADD-SCREENING-RTN.
           MOVE RST-STD-NO TO WS-FIND-STD.
           PERFORM FIND-STU-RTN.
           IF WS-STU-HIT > 0
               IF WS-SCR-USED < WS-SCR-MAX
                   ADD 1 TO WS-SCR-USED
                   MOVE WS-STU-HIT TO WS-SC-STU(WS-SCR-USED)
                   MOVE RST-DATE TO WS-SC-DATE(WS-SCR-USED)
                   MOVE RST-CATEGORY TO WS-SC-CAT(WS-SCR-USED)
               ELSE
                   ADD 1 TO WS-SCR-OVFL
               END-IF
           END-IF.

       COUNT-ABSENCES-RTN.
      * A student's absences cluster on ATT-STD-NO in date order, so
      * each student is one START and a short read forward. The
      * absence record also fills in a course or year level the
      * grade source did not have.
           OPEN INPUT ATT-FILE.
           IF WS-ATT-STATUS = "00"
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-STU-USED
                   MOVE WS-ST-STD-NO(T) TO ATT-STD-NO
                   MOVE WS-TERM-START TO ATT-DATE
                   MOVE "NO" TO WS-EOF
                   START ATT-FILE KEY IS NOT < ATT-KEY
                       INVALID KEY MOVE "YES" TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = "YES"
                       READ ATT-FILE NEXT RECORD
                           AT END MOVE "YES" TO WS-EOF
                           NOT AT END PERFORM ONE-ABSENCE-RTN
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE ATT-FILE
           END-IF.

       ONE-ABSENCE-RTN.
           IF ATT-STD-NO NOT = WS-ST-STD-NO(T)
               OR ATT-DATE > WS-TERM-END
               MOVE "YES" TO WS-EOF
           ELSE
               IF WS-ST-ABS(T) < 999
                   ADD 1 TO WS-ST-ABS(T)
               END-IF
               IF WS-ST-COURSE(T) = SPACES
                   MOVE ATT-COURSE TO WS-ST-COURSE(T)
               END-IF
               IF WS-ST-YR(T) = 0
                   MOVE ATT-YR-LEVEL TO WS-ST-YR(T)
               END-IF
           END-IF.

      ******************************************************************
      * Small-group suppression.
      ******************************************************************
       GROUP-RTN.
      * Head count per course and year level; a group under the
      * minimum is held back whole. A student whose year level is
      * not known, or with no room left in the group table, gets no
      * group (group 0) and is held back as well.
           MOVE 0 TO WS-GRP-USED WS-REL-CNT WS-SUPP-CNT.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-STU-USED
               MOVE 0 TO WS-ST-GRP(T)
               PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-GRP-USED OR WS-ST-GRP(T) > 0
                   IF WS-GR-COURSE(G) = WS-ST-COURSE(T)
                       AND WS-GR-YR(G) = WS-ST-YR(T)
                       MOVE G TO WS-ST-GRP(T)
                   END-IF
               END-PERFORM
               IF WS-ST-GRP(T) = 0 AND WS-GRP-USED < WS-GRP-MAX
                   AND WS-ST-YR(T) > 0
                   ADD 1 TO WS-GRP-USED
                   MOVE WS-ST-COURSE(T) TO WS-GR-COURSE(WS-GRP-USED)
                   MOVE WS-ST-YR(T) TO WS-GR-YR(WS-GRP-USED)
                   MOVE 0 TO WS-GR-CNT(WS-GRP-USED)
                   MOVE WS-GRP-USED TO WS-ST-GRP(T)
               END-IF
               IF WS-ST-GRP(T) > 0
                   ADD 1 TO WS-GR-CNT(WS-ST-GRP(T))
               END-IF
           END-PERFORM.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GRP-USED
               IF WS-GR-CNT(G) < WS-MIN-CELL
                   MOVE "Y" TO WS-GR-SUPP(G)
               ELSE
                   MOVE "N" TO WS-GR-SUPP(G)
               END-IF
           END-PERFORM.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-STU-USED
               IF WS-ST-GRP(T) = 0
                   ADD 1 TO WS-SUPP-CNT
               ELSE
                   IF WS-GR-SUPP(WS-ST-GRP(T)) = "Y"
                       ADD 1 TO WS-SUPP-CNT
                   ELSE
                       ADD 1 TO WS-REL-CNT
                   END-IF
               END-IF
           END-PERFORM.

       NEXT-EXTRACT-RTN.
      * One past the highest extract number on the log.
           MOVE 0 TO WS-EXTRACT-NO.
           OPEN INPUT LOG-IN.
           IF WS-LOG-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ LOG-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE LOG-LINE-IN TO RES-LOG-REC
                           IF RXL-EXTRACT-NO > WS-EXTRACT-NO
                               MOVE RXL-EXTRACT-NO TO WS-EXTRACT-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOG-IN
           END-IF.
           ADD 1 TO WS-EXTRACT-NO.

      ******************************************************************
      * Research IDs.
      ******************************************************************
       OPEN-MAP-RTN.
           OPEN I-O RES-MAP.
           IF WS-RMP-STATUS = "35"
               OPEN OUTPUT RES-MAP
               CLOSE RES-MAP
               OPEN I-O RES-MAP
           END-IF.
           IF WS-RMP-STATUS NOT = "00"
               DISPLAY "RESEARCH ID MAP NOT AVAILABLE - STATUS "
                   WS-RMP-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               MOVE "N" TO WS-OK
           END-IF.

       ASSIGN-IDS-RTN.
      * Only students actually released get an ID.
           MOVE 0 TO WS-NEW-IDS.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-STU-USED
               MOVE SPACES TO WS-ST-PSEUDO(T)
               IF WS-ST-GRP(T) > 0
                   IF WS-GR-SUPP(WS-ST-GRP(T)) = "N"
                       PERFORM ONE-ID-RTN
                   END-IF
               END-IF
           END-PERFORM.

       ONE-ID-RTN.
           MOVE WS-ST-STD-NO(T) TO RMP-STD-NO.
           READ RES-MAP KEY IS RMP-STD-NO
               INVALID KEY PERFORM NEW-ID-RTN
               NOT INVALID KEY MOVE RMP-PSEUDO TO WS-ST-PSEUDO(T)
           END-READ.

       NEW-ID-RTN.
           MOVE "N" TO WS-CAND-FREE.
           MOVE 0 TO WS-TRIES.
           PERFORM UNTIL WS-CAND-FREE = "Y" OR WS-TRIES > 50
               ADD 1 TO WS-TRIES
               IF WS-RAND-ON = "N"
                   COMPUTE WS-RAND-NO =
                       FUNCTION RANDOM(WS-SEED) * 10000000
                   MOVE "Y" TO WS-RAND-ON
               ELSE
                   COMPUTE WS-RAND-NO = FUNCTION RANDOM * 10000000
               END-IF
               MOVE SPACES TO WS-CAND
               STRING "R" WS-RAND-NO DELIMITED BY SIZE INTO WS-CAND
               MOVE WS-CAND TO RMP-PSEUDO
               READ RES-MAP KEY IS RMP-PSEUDO
                   INVALID KEY MOVE "Y" TO WS-CAND-FREE
               END-READ
           END-PERFORM.
           IF WS-CAND-FREE = "Y"
               MOVE WS-ST-STD-NO(T) TO RMP-STD-NO
               MOVE WS-CAND TO RMP-PSEUDO
               MOVE WS-TODAY TO RMP-ASSIGNED
               MOVE WS-EXTRACT-NO TO RMP-EXTRACT-NO
               WRITE RES-MAP-REC
                   INVALID KEY MOVE "N" TO WS-CAND-FREE
               END-WRITE
           END-IF.
      * A student who could not be given an ID is held back rather
      * than released under a blank one.
           IF WS-CAND-FREE = "Y"
               MOVE WS-CAND TO WS-ST-PSEUDO(T)
               ADD 1 TO WS-NEW-IDS
           ELSE
               DISPLAY "NO RESEARCH ID COULD BE GIVEN - ONE STUDENT"
                   " HELD BACK"
               SUBTRACT 1 FROM WS-REL-CNT
               ADD 1 TO WS-SUPP-CNT
           END-IF.

      ******************************************************************
      * The extract, the log and the operator's summary.
      ******************************************************************
       WRITE-EXTRACT-RTN.
           OPEN OUTPUT EXTRACT-OUT.
           MOVE 0 TO WS-REC-CNT.
           MOVE SPACES TO RESEARCH-REC.
           MOVE "H" TO RX-TYPE.
           MOVE WS-EXTRACT-NO TO RX-EXTRACT-NO.
           MOVE WS-TERM-LABEL TO RX-HDR-TERM.
           MOVE WS-TODAY TO RX-HDR-DATE.
           MOVE WS-MIN-CELL TO RX-MIN-CELL.
           MOVE 0 TO RX-REC-COUNT.
           WRITE EXTRACT-LINE FROM RESEARCH-REC.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > WS-STU-USED
               IF WS-ST-PSEUDO(T) NOT = SPACES
                   AND WS-ST-GRADED(T) = "Y"
                   PERFORM WRITE-GRADES-RTN
               END-IF
           END-PERFORM.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SCR-USED
               MOVE WS-SC-STU(S) TO T
               IF WS-ST-PSEUDO(T) NOT = SPACES
                   MOVE SPACES TO RESEARCH-REC
                   MOVE "B" TO RX-TYPE
                   MOVE WS-ST-PSEUDO(T) TO RX-PSEUDO
                   MOVE WS-ST-COURSE(T) TO RX-COURSE
                   MOVE WS-ST-YR(T) TO RX-YR-LEVEL
                   MOVE WS-SC-DATE(S) TO RX-SCREEN-DATE
                   MOVE WS-SC-CAT(S) TO RX-BMI-CATEGORY
                   WRITE EXTRACT-LINE FROM RESEARCH-REC
                   ADD 1 TO WS-REC-CNT
               END-IF
           END-PERFORM.
           MOVE SPACES TO RESEARCH-REC.
           MOVE "T" TO RX-TYPE.
           MOVE WS-EXTRACT-NO TO RX-EXTRACT-NO.
           MOVE WS-TERM-LABEL TO RX-HDR-TERM.
           MOVE WS-TODAY TO RX-HDR-DATE.
           MOVE WS-MIN-CELL TO RX-MIN-CELL.
           MOVE WS-REC-CNT TO RX-REC-COUNT.
           WRITE EXTRACT-LINE FROM RESEARCH-REC.
           CLOSE EXTRACT-OUT.

       WRITE-GRADES-RTN.
           MOVE SPACES TO RESEARCH-REC.
           MOVE "G" TO RX-TYPE.
           MOVE WS-ST-PSEUDO(T) TO RX-PSEUDO.
           MOVE WS-ST-COURSE(T) TO RX-COURSE.
           MOVE WS-ST-YR(T) TO RX-YR-LEVEL.
           STRING WS-TERM-YEAR WS-TERM-SEM DELIMITED BY SIZE
               INTO RX-TERM.
           MOVE WS-ST-NUMQ(T) TO RX-NUM-QUIZZES.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 9
               MOVE WS-ST-QZ(T, Q) TO RX-QZ-SCORE(Q)
           END-PERFORM.
           MOVE WS-ST-AVE(T) TO RX-QZ-AVE.
           MOVE WS-ST-FINAL(T) TO RX-FINAL-GRADE.
           MOVE WS-ST-EQUIV(T) TO RX-GRADE-EQUIV.
           MOVE WS-ST-STATUS(T) TO RX-STATUS.
           MOVE WS-ST-ABS(T) TO RX-ABSENCES.
           WRITE EXTRACT-LINE FROM RESEARCH-REC.
           ADD 1 TO WS-REC-CNT.

       WRITE-LOG-RTN.
           MOVE WS-EXTRACT-NO TO RXL-EXTRACT-NO.
           MOVE WS-STAMP TO RXL-STAMP.
           MOVE WS-OPERATOR TO RXL-OPERATOR.
           MOVE WS-REQUESTER TO RXL-REQUESTER.
           MOVE WS-PURPOSE TO RXL-PURPOSE.
           MOVE WS-TERM-LABEL TO RXL-TERM.
           MOVE WS-MIN-CELL TO RXL-MIN-CELL.
           MOVE WS-REL-CNT TO RXL-STUDENTS.
           MOVE WS-SUPP-CNT TO RXL-SUPPRESSED.
           MOVE WS-REC-CNT TO RXL-RECORDS.
           MOVE RES-LOG-REC TO LOG-LINE-OUT.
           OPEN EXTEND LOG-OUT.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-OUT
           END-IF.
           WRITE LOG-LINE-OUT.
           CLOSE LOG-OUT.

       SHOW-SUMMARY-RTN.
           DISPLAY "EXTRACT " WS-EXTRACT-NO " FOR " WS-TERM-LABEL
               " WRITTEN TO RESXTRCT.DAT".
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GRP-USED
               IF WS-GR-SUPP(G) = "Y"
                   DISPLAY "  " WS-GR-COURSE(G) " YEAR " WS-GR-YR(G)
                       "  " WS-GR-CNT(G) " STUDENT(S) - UNDER "
                       WS-MIN-CELL ", HELD BACK"
               ELSE
                   DISPLAY "  " WS-GR-COURSE(G) " YEAR " WS-GR-YR(G)
                       "  " WS-GR-CNT(G) " STUDENT(S) - RELEASED"
               END-IF
           END-PERFORM.
           DISPLAY WS-REL-CNT " STUDENT(S) RELEASED, " WS-SUPP-CNT
               " HELD BACK, " WS-REC-CNT " RECORD(S), " WS-NEW-IDS
               " NEW RESEARCH ID(S)".
           IF WS-STU-OVFL > 0 OR WS-SCR-OVFL > 0
               DISPLAY "TABLE FULL - " WS-STU-OVFL " STUDENT(S) AND "
                   WS-SCR-OVFL " SCREENING(S) LEFT OUT"
           END-IF.
           IF WS-REL-CNT = 0
               DISPLAY "NO GROUP REACHES THE MINIMUM - THE EXTRACT"
                   " CARRIES NO STUDENTS"
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "RESXTRCT" TO ALR-PROGRAM.
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
