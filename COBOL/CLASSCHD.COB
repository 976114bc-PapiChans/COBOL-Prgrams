      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Class offering schedule and faculty teaching load -
      *          SUBJMAST.DAT says what subjects exist and SECTMAST.DAT
      *          what sections exist, but nothing recorded which
      *          subject each section takes, with whom, where and
      *          when. Maintains CLASSOFF.DAT (see CLASSOFF.CPY, keyed
      *          on term + section + subject) for a term on the term
      *          calendar: an offering is refused when its room, its
      *          instructor or its section is already booked in an
      *          overlapping day/time slot, and the operator is warned
      *          when the instructor's units for the term would go
      *          over the regular load limit. Prints per-section class
      *          schedules (CLASSSCH.DAT) and per-faculty load sheets
      *          (FACLOAD.DAT), both filed on the report spool, in
      *          place of the ones the department office built by hand
      *          every term. A CLOSED term takes no more changes.
      *          A term with more offerings than the 300-entry table
      *          holds is refused rather than checked or printed
      *          short; only a drop is still allowed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASSCHD IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFER-FILE ASSIGN TO "CLASSOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-OFR-STATUS.
           SELECT SECT-IN ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT SUBJ-IN ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBJ-STATUS.
      * Schedule printout or load sheets - whichever the mode writes.
           SELECT RECORD-OUT ASSIGN TO DYNAMIC WS-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OFFER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLASSOFF.CPY".

       FD  SECT-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECT-LINE-IN.
       01  SECT-LINE-IN PIC X(37).

       FD  SUBJ-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJ-LINE-IN.
       01  SUBJ-LINE-IN PIC X(64).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(96).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Section master record (see SECTMAST.CPY).
       COPY "SECTMAST.CPY".

      * Subject master record (see SUBJMAST.CPY).
       COPY "SUBJMAST.CPY".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".

       01  WS-OFR-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-SBJ-STATUS PIC XX VALUE "00".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  ANS PIC X VALUE "Y".
       01  WS-RPT-FILE PIC X(40) VALUE SPACES.

       01  WS-SCH-YEAR PIC X(9) VALUE SPACES.
       01  WS-SEMESTER PIC X VALUE SPACES.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

      * Regular teaching load in units - an instructor whose units
      * for the term go past it is flagged on entry and on the load
      * sheet. Site-configurable here.
       01  WS-LOAD-LIMIT PIC 99V9 VALUE 24.0.

      * Section table - the whole (small) section master.
       01  WS-SEC-USED PIC 99 VALUE 0.
       01  WS-SEC-TABLE.
           02 WS-SEC-ENTRY OCCURS 50 TIMES.
              03 WS-SE-COURSE PIC X(5).
              03 WS-SE-YR PIC 9.
              03 WS-SE-CODE PIC X(3).
              03 WS-SE-ADVISER PIC X(25).

      * Subject table - the whole (small) subject master.
       01  WS-SBJ-USED PIC 99 VALUE 0.
       01  WS-SBJ-TABLE.
           02 WS-SBJ-ENTRY OCCURS 50 TIMES.
              03 WS-SB-CODE PIC X(8).
              03 WS-SB-TITLE PIC X(30).
              03 WS-SB-UNITS PIC 9V9.

      * The chosen term's offerings - laid out exactly like
      * OFFERING-REC so a record moves in and out whole.
       01  WS-OF-USED PIC 999 VALUE 0.
       01  WS-OF-OVFL PIC X VALUE "N".
       01  WS-OF-TABLE.
           02 WS-OF-ENTRY OCCURS 300 TIMES.
              03 WS-OF-TERM PIC X(10).
              03 WS-OF-SECT.
                 04 WS-OF-COURSE PIC X(5).
                 04 WS-OF-YR PIC 9.
                 04 WS-OF-SEC-CODE PIC X(3).
              03 WS-OF-SBJ PIC X(8).
              03 WS-OF-FACULTY PIC X(25).
              03 WS-OF-ROOM PIC X(8).
              03 WS-OF-DAYS PIC X(6).
              03 WS-OF-START PIC 9(4).
              03 WS-OF-END PIC 9(4).
              03 WS-OF-UNITS PIC 9V9.
       01  WS-SWAP-ENTRY PIC X(76).

      * Distinct instructors for the term with their unit totals,
      * built for the load sheets.
       01  WS-FAC-USED PIC 999 VALUE 0.
       01  WS-FAC-TABLE.
           02 WS-FAC-ENTRY OCCURS 300 TIMES.
              03 WS-FC-NAME PIC X(25).
              03 WS-FC-UNITS PIC 999V9.
              03 WS-FC-CLASSES PIC 999.
       01  WS-FAC-SWAP PIC X(32).

       01  O PIC 999 VALUE 0.
       01  F PIC 999 VALUE 0.
       01  S PIC 99 VALUE 0.
       01  D PIC 9 VALUE 0.
       01  WS-SEC-HIT PIC 99 VALUE 0.
       01  WS-SBJ-HIT PIC 99 VALUE 0.
       01  WS-FAC-HIT PIC 999 VALUE 0.

      * Entry scratch.
       01  WS-DAYS-IN PIC X(6) VALUE SPACES.
       01  WS-DAYS-OK PIC X VALUE "N".
       01  WS-TIME-X PIC X(4) VALUE SPACES.
       01  WS-TIME-PARTS REDEFINES WS-TIME-X.
           02 WS-TIME-HH PIC 99.
           02 WS-TIME-MM PIC 99.
       01  WS-TIME-OK PIC X VALUE "N".
       01  WS-ENTRY-OK PIC X VALUE "N".
       01  WS-DAY-HIT PIC X VALUE "N".
       01  WS-CLASH-CNT PIC 99 VALUE 0.
       01  WS-FAC-UNITS PIC 999V9 VALUE 0.
       01  WS-ADD-CNT PIC 999 VALUE 0.
       01  WS-REJ-CNT PIC 999 VALUE 0.
       01  WS-SLOT PIC X(9) VALUE SPACES.

      * Report selection and totals.
       01  WS-SEL-COURSE PIC X(5) VALUE SPACES.
       01  WS-SEL-YR PIC 9 VALUE 0.
       01  WS-SEL-CODE PIC X(3) VALUE SPACES.
       01  WS-SEL-FACULTY PIC X(25) VALUE SPACES.
       01  WS-PRINT-ALL PIC X VALUE "N".
       01  WS-CUR-SECT PIC X(9) VALUE SPACES.
       01  WS-SECT-UNITS PIC 999V9 VALUE 0.
       01  WS-PAGE-CNT PIC 999 VALUE 0.
       01  WS-HDG-KIND PIC X VALUE SPACES.

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

       01  SCH-HDG.
           02 FILLER PIC X(9) VALUE "SECTION: ".
           02 SH-COURSE PIC X(5).
           02 FILLER PIC X(1) VALUE "-".
           02 SH-YR PIC 9.
           02 FILLER PIC X(1) VALUE "-".
           02 SH-CODE PIC X(3).
           02 FILLER PIC X(10) VALUE "  ADVISER:".
           02 SH-ADVISER PIC X(25).
       01  SCH-COLS.
           02 FILLER PIC X(10) VALUE "SUBJECT".
           02 FILLER PIC X(21) VALUE "TITLE".
           02 FILLER PIC X(6) VALUE "UNITS".
           02 FILLER PIC X(8) VALUE "DAYS".
           02 FILLER PIC X(11) VALUE "TIME".
           02 FILLER PIC X(10) VALUE "ROOM".
           02 FILLER PIC X(25) VALUE "INSTRUCTOR".
       01  SCH-DTL.
           02 SD-SBJ PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-TITLE PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-UNITS PIC 9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SD-DAYS PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-TIME PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-ROOM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-FACULTY PIC X(25).
       01  SCH-TOT.
           02 FILLER PIC X(31) VALUE "TOTAL UNITS THIS SECTION".
           02 ST-UNITS PIC ZZ9.9.

       01  LOAD-HDG.
           02 FILLER PIC X(12) VALUE "INSTRUCTOR: ".
           02 LH-FACULTY PIC X(25).
       01  LOAD-COLS.
           02 FILLER PIC X(13) VALUE "SECTION".
           02 FILLER PIC X(10) VALUE "SUBJECT".
           02 FILLER PIC X(21) VALUE "TITLE".
           02 FILLER PIC X(6) VALUE "UNITS".
           02 FILLER PIC X(8) VALUE "DAYS".
           02 FILLER PIC X(11) VALUE "TIME".
           02 FILLER PIC X(8) VALUE "ROOM".
       01  LOAD-DTL.
           02 LD-COURSE PIC X(5).
           02 FILLER PIC X(1) VALUE "-".
           02 LD-YR PIC 9.
           02 FILLER PIC X(1) VALUE "-".
           02 LD-CODE PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-SBJ PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-TITLE PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 LD-UNITS PIC 9.9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 LD-DAYS PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-TIME PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LD-ROOM PIC X(8).
       01  LOAD-TOT.
           02 FILLER PIC X(13) VALUE "TOTAL LOAD: ".
           02 LT-UNITS PIC ZZ9.9.
           02 FILLER PIC X(16) VALUE " UNIT(S) IN    ".
           02 LT-CLASSES PIC ZZ9.
           02 FILLER PIC X(10) VALUE " CLASS(ES)".
       01  LOAD-OVER.
           02 FILLER PIC X(33) VALUE
              "*** OVER THE REGULAR LOAD LIMIT ".
           02 LO-LIMIT PIC Z9.9.
           02 FILLER PIC X(14) VALUE " UNITS - SEE ".
           02 FILLER PIC X(20) VALUE "THE CHAIRPERSON ***".

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
           DISPLAY "MODE - 1=ADD OFFERINGS  2=LIST OFFERINGS"
               "  3=DROP AN OFFERING  4=SECTION SCHEDULES"
               "  5=FACULTY LOAD SHEETS: ".
           ACCEPT WS-MODE.
           PERFORM GET-TERM-RTN.
           IF WS-TERM-OK = "Y"
               PERFORM LOAD-SECTIONS-RTN
               PERFORM LOAD-SUBJECTS-RTN
               PERFORM OPEN-OFFERS-RTN
           END-IF.
           IF WS-TERM-OK = "Y"
               PERFORM LOAD-OFFERS-RTN
           END-IF.
      * The clash checks, listing, schedules and load sheets all need
      * every offering of the term in hand - a term bigger than the
      * table is refused rather than worked short. A drop goes
      * straight to the file and is still allowed.
           IF WS-TERM-OK = "Y" AND WS-OF-OVFL = "Y"
               AND WS-MODE NOT = 3
               DISPLAY "TERM HAS MORE THAN 300 OFFERINGS ON"
                   " CLASSOFF.DAT - RUN REFUSED"
               MOVE "ABORTED-TOO-MANY" TO WS-OUTCOME
               CLOSE OFFER-FILE
               MOVE "N" TO WS-TERM-OK
           END-IF.
           IF WS-TERM-OK = "Y"
               EVALUATE WS-MODE
                   WHEN 2
                       PERFORM LIST-OFFERS-RTN
                   WHEN 3
                       PERFORM DROP-RTN
                   WHEN 4
                       PERFORM SCHEDULE-RTN
                   WHEN 5
                       PERFORM LOAD-SHEET-RTN
                   WHEN OTHER
                       PERFORM ADD-RTN
               END-EVALUATE
               CLOSE OFFER-FILE
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       GET-TERM-RTN.
      * Offerings belong to a term on the calendar; changes to a
      * term TERMCLSE has closed are refused, though its schedules
      * and load sheets can still be printed.
           MOVE "N" TO WS-TERM-OK.
           DISPLAY "SCHOOL YEAR (E.G. 2025-2026): ".
           ACCEPT WS-SCH-YEAR.
           DISPLAY "SEMESTER (1, 2 OR S=SUMMER): ".
           ACCEPT WS-SEMESTER.
           MOVE "FIND" TO TKQ-FUNC.
           MOVE WS-SCH-YEAR TO TKQ-SCH-YEAR.
           MOVE WS-SEMESTER TO TKQ-SEMESTER.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   IF TKQ-STATUS = "CLOSED"
                       AND (WS-MODE = 1 OR WS-MODE = 3
                            OR WS-MODE = 0 OR WS-MODE > 5)
                       DISPLAY "TERM " WS-TERM-LABEL " IS CLOSED -"
                           " CHANGES REFUSED (COORDINATOR CAN REOPEN"
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
                       WS-SCH-YEAR "/" WS-SEMESTER
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-EVALUATE.

       OPEN-OFFERS-RTN.
      * The first offering ever keyed creates the file.
           OPEN I-O OFFER-FILE.
           IF WS-OFR-STATUS = "35"
               OPEN OUTPUT OFFER-FILE
               CLOSE OFFER-FILE
               OPEN I-O OFFER-FILE
           END-IF.
           IF WS-OFR-STATUS NOT = "00"
               DISPLAY "CLASSOFF.DAT NOT AVAILABLE - STATUS "
                   WS-OFR-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               MOVE "N" TO WS-TERM-OK
           END-IF.

       LOAD-SECTIONS-RTN.
           MOVE 0 TO WS-SEC-USED.
           OPEN INPUT SECT-IN.
           IF WS-SEC-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ SECT-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SECT-LINE-IN TO SECTION-REC
                           IF SEC-COURSE NOT = SPACES
                               AND WS-SEC-USED < 50
                               ADD 1 TO WS-SEC-USED
                               MOVE SEC-COURSE
                                   TO WS-SE-COURSE(WS-SEC-USED)
                               MOVE SEC-YR-LEVEL
                                   TO WS-SE-YR(WS-SEC-USED)
                               MOVE SEC-CODE
                                   TO WS-SE-CODE(WS-SEC-USED)
                               MOVE SEC-ADVISER
                                   TO WS-SE-ADVISER(WS-SEC-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECT-IN
           END-IF.

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
                               AND WS-SBJ-USED < 50
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

       LOAD-OFFERS-RTN.
      * The term's offerings cluster under the leading school year
      * and semester of OFR-KEY, arriving in section/subject order.
           MOVE 0 TO WS-OF-USED.
           MOVE "N" TO WS-OF-OVFL.
           MOVE SPACES TO OFR-KEY.
           MOVE WS-SCH-YEAR TO OFR-SCH-YEAR.
           MOVE WS-SEMESTER TO OFR-SEMESTER.
           MOVE "NO" TO WS-EOF.
           START OFFER-FILE KEY IS NOT < OFR-KEY
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ OFFER-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF OFR-SCH-YEAR NOT = WS-SCH-YEAR
                           OR OFR-SEMESTER NOT = WS-SEMESTER
                           MOVE "YES" TO WS-EOF
                       ELSE
                           IF WS-OF-USED < 300
                               ADD 1 TO WS-OF-USED
                               MOVE OFFERING-REC
                                   TO WS-OF-ENTRY(WS-OF-USED)
                           ELSE
                               MOVE "Y" TO WS-OF-OVFL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-SECTION-RTN.
           MOVE 0 TO WS-SEC-HIT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SEC-USED
               IF WS-SE-COURSE(S) = OFR-COURSE
                   AND WS-SE-YR(S) = OFR-YR-LEVEL
                   AND WS-SE-CODE(S) = OFR-SEC-CODE
                   MOVE S TO WS-SEC-HIT
               END-IF
           END-PERFORM.

       FIND-SUBJECT-RTN.
           MOVE 0 TO WS-SBJ-HIT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SBJ-USED
               IF WS-SB-CODE(S) = OFR-SBJ-CODE
                   MOVE S TO WS-SBJ-HIT
               END-IF
           END-PERFORM.

       GET-KEY-RTN.
      * Section and subject of one offering, both checked against
      * their masters; the term comes from the run.
           MOVE "N" TO WS-ENTRY-OK.
           MOVE SPACES TO OFFERING-REC.
           MOVE WS-SCH-YEAR TO OFR-SCH-YEAR.
           MOVE WS-SEMESTER TO OFR-SEMESTER.
           DISPLAY "COURSE CODE (E.G. BSIT): ".
           ACCEPT OFR-COURSE.
           DISPLAY "YEAR LEVEL (1-4): ".
           ACCEPT OFR-YR-LEVEL.
           DISPLAY "SECTION CODE (E.G. A): ".
           ACCEPT OFR-SEC-CODE.
           DISPLAY "SUBJECT CODE: ".
           ACCEPT OFR-SBJ-CODE.
           PERFORM FIND-SECTION-RTN.
           PERFORM FIND-SUBJECT-RTN.
           IF WS-SEC-HIT = 0
               DISPLAY "NO SUCH SECTION ON SECTMAST.DAT - "
                   OFR-COURSE "-" OFR-YR-LEVEL "-" OFR-SEC-CODE
           ELSE
               IF WS-SBJ-HIT = 0
                   DISPLAY "NO SUCH SUBJECT ON SUBJMAST.DAT - "
                       OFR-SBJ-CODE
               ELSE
                   MOVE "Y" TO WS-ENTRY-OK
               END-IF
           END-IF.

       ADD-RTN.
           IF WS-SEC-USED = 0 OR WS-SBJ-USED = 0
               DISPLAY "SECTIONS (SECTASGN) AND SUBJECTS (SUBJGRD)"
                   " MUST BE ON FILE FIRST"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               PERFORM ADD-ONE-RTN
                   UNTIL ANS = "N" OR ANS = "n"
               DISPLAY WS-ADD-CNT " OFFERING(S) ADDED, "
                   WS-REJ-CNT " REFUSED"
           END-IF.

       ADD-ONE-RTN.
           PERFORM GET-KEY-RTN.
           IF WS-ENTRY-OK = "Y"
               READ OFFER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ALREADY OFFERED - " OFR-SBJ-CODE
                           " FOR THAT SECTION (" OFR-FACULTY ")"
                       MOVE "N" TO WS-ENTRY-OK
               END-READ
           END-IF.
           IF WS-ENTRY-OK = "Y"
               PERFORM GET-DETAILS-RTN
               PERFORM CHECK-CLASH-RTN
               IF WS-CLASH-CNT > 0
                   DISPLAY "OFFERING REFUSED - " WS-CLASH-CNT
                       " SCHEDULE CONFLICT(S)"
                   ADD 1 TO WS-REJ-CNT
               ELSE
                   PERFORM CHECK-LOAD-RTN
               END-IF
           END-IF.
           DISPLAY "ADD ANOTHER OFFERING? (Y/N): ".
           ACCEPT ANS.

       GET-DETAILS-RTN.
           MOVE WS-SB-UNITS(WS-SBJ-HIT) TO OFR-UNITS.
           DISPLAY WS-SB-TITLE(WS-SBJ-HIT) " - " OFR-UNITS " UNIT(S)".
           DISPLAY "INSTRUCTOR NAME: ".
           ACCEPT OFR-FACULTY.
           DISPLAY "ROOM (E.G. CL-301): ".
           ACCEPT OFR-ROOM.
           MOVE "N" TO WS-DAYS-OK.
           PERFORM GET-DAYS-RTN UNTIL WS-DAYS-OK = "Y".
           MOVE "N" TO WS-TIME-OK.
           PERFORM GET-TIMES-RTN UNTIL WS-TIME-OK = "Y".

       GET-DAYS-RTN.
      * Keyed as day letters (M T W H F S, H = Thursday), stored in
      * their weekday positions - see CLASSOFF.CPY.
           DISPLAY "DAYS MET - M T W H F S, H=THURSDAY"
               " (E.G. MWF, TH): ".
           ACCEPT WS-DAYS-IN.
           MOVE "------" TO OFR-DAYS.
           MOVE "Y" TO WS-DAYS-OK.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 6
               EVALUATE WS-DAYS-IN(D:1)
                   WHEN "M"
                       MOVE "M" TO OFR-DAYS(1:1)
                   WHEN "T"
                       MOVE "T" TO OFR-DAYS(2:1)
                   WHEN "W"
                       MOVE "W" TO OFR-DAYS(3:1)
                   WHEN "H"
                       MOVE "H" TO OFR-DAYS(4:1)
                   WHEN "F"
                       MOVE "F" TO OFR-DAYS(5:1)
                   WHEN "S"
                       MOVE "S" TO OFR-DAYS(6:1)
                   WHEN SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-DAYS-OK
               END-EVALUATE
           END-PERFORM.
           IF OFR-DAYS = "------"
               MOVE "N" TO WS-DAYS-OK
           END-IF.
           IF WS-DAYS-OK = "N"
               DISPLAY "INVALID - USE THE LETTERS M T W H F S"
           END-IF.

       GET-TIMES-RTN.
           DISPLAY "START TIME, 24-HOUR HHMM (E.G. 0730): ".
           ACCEPT WS-TIME-X.
           PERFORM CHECK-TIME-RTN.
           IF WS-TIME-OK = "Y"
               MOVE WS-TIME-X TO OFR-START-TIME
               DISPLAY "END TIME, 24-HOUR HHMM (E.G. 0900): "
               ACCEPT WS-TIME-X
               PERFORM CHECK-TIME-RTN
           END-IF.
           IF WS-TIME-OK = "Y"
               MOVE WS-TIME-X TO OFR-END-TIME
               IF OFR-END-TIME NOT > OFR-START-TIME
                   DISPLAY "END TIME MUST BE AFTER THE START TIME"
                   MOVE "N" TO WS-TIME-OK
               END-IF
           END-IF.

       CHECK-TIME-RTN.
           MOVE "N" TO WS-TIME-OK.
           IF WS-TIME-X IS NUMERIC
               IF WS-TIME-HH <= 23 AND WS-TIME-MM <= 59
                   MOVE "Y" TO WS-TIME-OK
               END-IF
           END-IF.
           IF WS-TIME-OK = "N"
               DISPLAY "INVALID TIME - " WS-TIME-X
           END-IF.

       CHECK-CLASH-RTN.
      * Against every offering of the term: sharing a weekday and an
      * overlapping time slot, the same room, the same instructor or
      * the same section is a double booking.
           MOVE 0 TO WS-CLASH-CNT.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OF-USED
               MOVE "N" TO WS-DAY-HIT
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > 6
                   IF OFR-DAYS(D:1) NOT = "-"
                       AND WS-OF-DAYS(O)(D:1) NOT = "-"
                       MOVE "Y" TO WS-DAY-HIT
                   END-IF
               END-PERFORM
               IF WS-DAY-HIT = "Y"
                   AND OFR-START-TIME < WS-OF-END(O)
                   AND WS-OF-START(O) < OFR-END-TIME
                   PERFORM REPORT-CLASH-RTN
               END-IF
           END-PERFORM.

       REPORT-CLASH-RTN.
           PERFORM FORMAT-SLOT-RTN.
           IF OFR-ROOM NOT = SPACES AND WS-OF-ROOM(O) = OFR-ROOM
               ADD 1 TO WS-CLASH-CNT
               DISPLAY "ROOM " OFR-ROOM " ALREADY BOOKED "
                   WS-OF-DAYS(O) " " WS-SLOT " - " WS-OF-COURSE(O) "-"
                   WS-OF-YR(O) "-" WS-OF-SEC-CODE(O) " " WS-OF-SBJ(O)
           END-IF.
           IF OFR-FACULTY NOT = SPACES
               AND WS-OF-FACULTY(O) = OFR-FACULTY
               ADD 1 TO WS-CLASH-CNT
               DISPLAY "INSTRUCTOR ALREADY TEACHING " WS-OF-DAYS(O)
                   " " WS-SLOT " - " WS-OF-COURSE(O) "-"
                   WS-OF-YR(O) "-" WS-OF-SEC-CODE(O) " " WS-OF-SBJ(O)
           END-IF.
           IF WS-OF-COURSE(O) = OFR-COURSE
               AND WS-OF-YR(O) = OFR-YR-LEVEL
               AND WS-OF-SEC-CODE(O) = OFR-SEC-CODE
               ADD 1 TO WS-CLASH-CNT
               DISPLAY "SECTION ALREADY IN CLASS " WS-OF-DAYS(O) " "
                   WS-SLOT " - " WS-OF-SBJ(O)
           END-IF.

       FORMAT-SLOT-RTN.
      * "0730-0900" for the offering in WS-OF-ENTRY(O).
           MOVE SPACES TO WS-SLOT.
           STRING WS-OF-START(O) "-" WS-OF-END(O)
               DELIMITED BY SIZE INTO WS-SLOT.

       CHECK-LOAD-RTN.
      * Over the regular load is allowed - overloads are approved
      * by the chairperson - but never without the operator seeing
      * it first.
           MOVE OFR-UNITS TO WS-FAC-UNITS.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OF-USED
               IF WS-OF-FACULTY(O) = OFR-FACULTY
                   ADD WS-OF-UNITS(O) TO WS-FAC-UNITS
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-ENTRY-OK.
           IF WS-FAC-UNITS > WS-LOAD-LIMIT
               DISPLAY "WARNING - " OFR-FACULTY " WOULD CARRY "
                   WS-FAC-UNITS " UNITS, OVER THE " WS-LOAD-LIMIT
                   " LOAD LIMIT"
               DISPLAY "SAVE THE OFFERING ANYWAY? (Y/N): "
               ACCEPT WS-ENTRY-OK
               IF WS-ENTRY-OK = "y"
                   MOVE "Y" TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y"
               PERFORM WRITE-OFFER-RTN
           ELSE
               DISPLAY "OFFERING NOT SAVED"
               ADD 1 TO WS-REJ-CNT
           END-IF.

       WRITE-OFFER-RTN.
      * An offering the table cannot hold would be invisible to the
      * clash checks of every later entry, so it is not saved.
           IF WS-OF-USED >= 300
               DISPLAY "OFFERING TABLE FULL - 300 OFFERINGS FOR "
                   WS-TERM-LABEL " - OFFERING NOT SAVED"
               ADD 1 TO WS-REJ-CNT
               MOVE "ABORTED-TABLE-FULL" TO WS-OUTCOME
           ELSE
               WRITE OFFERING-REC
                   INVALID KEY
                       DISPLAY "OFFERING NOT SAVED - STATUS "
                           WS-OFR-STATUS
                       ADD 1 TO WS-REJ-CNT
                   NOT INVALID KEY
                       ADD 1 TO WS-OF-USED
                       MOVE OFFERING-REC TO WS-OF-ENTRY(WS-OF-USED)
                       ADD 1 TO WS-ADD-CNT
                       DISPLAY "OFFERING ADDED - " OFR-COURSE "-"
                           OFR-YR-LEVEL "-" OFR-SEC-CODE " "
                           OFR-SBJ-CODE
               END-WRITE
           END-IF.

       LIST-OFFERS-RTN.
           IF WS-OF-USED = 0
               DISPLAY "NO OFFERINGS ON FILE FOR " WS-TERM-LABEL
           ELSE
               DISPLAY "SECTION     SUBJECT  DAYS   TIME      ROOM"
                   "     INSTRUCTOR"
               PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OF-USED
                   PERFORM FORMAT-SLOT-RTN
                   DISPLAY WS-OF-COURSE(O) "-" WS-OF-YR(O) "-"
                       WS-OF-SEC-CODE(O) " " WS-OF-SBJ(O) " "
                       WS-OF-DAYS(O) " " WS-SLOT " " WS-OF-ROOM(O)
                       " " WS-OF-FACULTY(O)
               END-PERFORM
               DISPLAY WS-OF-USED " OFFERING(S) FOR " WS-TERM-LABEL
           END-IF.

       DROP-RTN.
           PERFORM GET-KEY-RTN.
           IF WS-ENTRY-OK = "Y"
               READ OFFER-FILE
                   INVALID KEY
                       DISPLAY "NO SUCH OFFERING FOR " WS-TERM-LABEL
                       MOVE "N" TO WS-ENTRY-OK
               END-READ
           END-IF.
           IF WS-ENTRY-OK = "Y"
               DISPLAY OFR-SBJ-CODE " " OFR-DAYS " " OFR-START-TIME
                   "-" OFR-END-TIME " " OFR-ROOM " " OFR-FACULTY
               DISPLAY "DROP THIS OFFERING? (Y/N): "
               ACCEPT ANS
               IF ANS = "Y" OR ANS = "y"
                   DELETE OFFER-FILE
                       INVALID KEY
                           DISPLAY "NOT DROPPED - STATUS "
                               WS-OFR-STATUS
                       NOT INVALID KEY
                           DISPLAY "OFFERING DROPPED"
                   END-DELETE
               ELSE
                   MOVE "CANCELLED" TO WS-OUTCOME
               END-IF
           END-IF.

       SORT-BY-SECTION-RTN.
      * Straight exchange sort - section, then start time, so each
      * section's day reads top to bottom.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O >= WS-OF-USED
               PERFORM VARYING F FROM 1 BY 1
                       UNTIL F > WS-OF-USED - O
                   IF WS-OF-SECT(F) > WS-OF-SECT(F + 1)
                       OR (WS-OF-SECT(F) = WS-OF-SECT(F + 1)
                           AND WS-OF-START(F) > WS-OF-START(F + 1))
                       MOVE WS-OF-ENTRY(F) TO WS-SWAP-ENTRY
                       MOVE WS-OF-ENTRY(F + 1) TO WS-OF-ENTRY(F)
                       MOVE WS-SWAP-ENTRY TO WS-OF-ENTRY(F + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       START-REPORT-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE WS-TERM-LABEL TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.
           MOVE 0 TO WS-PAGE-CNT.

       END-REPORT-RTN.
           IF WS-PAGE-CNT = 0
               MOVE "NOTHING TO PRINT FOR THAT SELECTION."
                   TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
           END-IF.
           MOVE WS-PAGE-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 2 LINES.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.

       SCHEDULE-RTN.
           DISPLAY "SECTION - COURSE CODE (OR ALL): ".
           ACCEPT WS-SEL-COURSE.
           IF WS-SEL-COURSE = "ALL" OR WS-SEL-COURSE = "all"
               MOVE "Y" TO WS-PRINT-ALL
           ELSE
               MOVE "N" TO WS-PRINT-ALL
               DISPLAY "YEAR LEVEL (1-4): "
               ACCEPT WS-SEL-YR
               DISPLAY "SECTION CODE: "
               ACCEPT WS-SEL-CODE
           END-IF.
           PERFORM SORT-BY-SECTION-RTN.
           MOVE "CLASSSCH.DAT" TO WS-RPT-FILE.
           MOVE "CLASS SCHEDULE BY SECTION" TO PG-TITLE.
           MOVE "S" TO WS-HDG-KIND.
           PERFORM START-REPORT-RTN.
           MOVE SPACES TO WS-CUR-SECT.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OF-USED
               IF WS-PRINT-ALL = "Y"
                   OR (WS-OF-COURSE(O) = WS-SEL-COURSE
                       AND WS-OF-YR(O) = WS-SEL-YR
                       AND WS-OF-SEC-CODE(O) = WS-SEL-CODE)
                   PERFORM SCHEDULE-LINE-RTN
               END-IF
           END-PERFORM.
           IF WS-CUR-SECT NOT = SPACES
               PERFORM SECTION-TOTAL-RTN
           END-IF.
           PERFORM END-REPORT-RTN.
           DISPLAY WS-PAGE-CNT " SECTION SCHEDULE(S) IN CLASSSCH.DAT".

       SCHEDULE-LINE-RTN.
      * One page per section, the way SECTASGN pages its rosters.
           IF WS-OF-SECT(O) NOT = WS-CUR-SECT
               IF WS-CUR-SECT NOT = SPACES
                   PERFORM SECTION-TOTAL-RTN
               END-IF
               MOVE WS-OF-SECT(O) TO WS-CUR-SECT
               MOVE 0 TO WS-SECT-UNITS
               ADD 1 TO WS-PAGE-CNT
               MOVE WS-OF-COURSE(O) TO SH-COURSE
               MOVE WS-OF-YR(O) TO SH-YR
               MOVE WS-OF-SEC-CODE(O) TO SH-CODE
               MOVE SPACES TO SH-ADVISER
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SEC-USED
                   IF WS-SE-COURSE(S) = WS-OF-COURSE(O)
                       AND WS-SE-YR(S) = WS-OF-YR(O)
                       AND WS-SE-CODE(S) = WS-OF-SEC-CODE(O)
                       MOVE WS-SE-ADVISER(S) TO SH-ADVISER
                   END-IF
               END-PERFORM
               PERFORM NEW-PAGE-RTN
           END-IF.
           MOVE WS-OF-SBJ(O) TO SD-SBJ.
           PERFORM SUBJECT-TITLE-RTN.
           MOVE WS-OF-UNITS(O) TO SD-UNITS.
           MOVE WS-OF-DAYS(O) TO SD-DAYS.
           PERFORM FORMAT-SLOT-RTN.
           MOVE WS-SLOT TO SD-TIME.
           MOVE WS-OF-ROOM(O) TO SD-ROOM.
           MOVE WS-OF-FACULTY(O) TO SD-FACULTY.
           ADD WS-OF-UNITS(O) TO WS-SECT-UNITS.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM SCH-DTL AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       SUBJECT-TITLE-RTN.
           MOVE SPACES TO SD-TITLE LD-TITLE.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SBJ-USED
               IF WS-SB-CODE(S) = WS-OF-SBJ(O)
                   MOVE WS-SB-TITLE(S) TO SD-TITLE LD-TITLE
               END-IF
           END-PERFORM.

       SECTION-TOTAL-RTN.
           MOVE WS-SECT-UNITS TO ST-UNITS.
           WRITE PRINT-REC FROM SCH-TOT AFTER 2 LINES.
           ADD 2 TO PG-LINE-CNT.

       LOAD-SHEET-RTN.
           DISPLAY "INSTRUCTOR NAME (OR ALL): ".
           ACCEPT WS-SEL-FACULTY.
           IF WS-SEL-FACULTY = "ALL" OR WS-SEL-FACULTY = "all"
               MOVE "Y" TO WS-PRINT-ALL
           ELSE
               MOVE "N" TO WS-PRINT-ALL
           END-IF.
           PERFORM SORT-BY-SECTION-RTN.
           PERFORM BUILD-FACULTY-RTN.
           MOVE "FACLOAD.DAT" TO WS-RPT-FILE.
           MOVE "FACULTY TEACHING LOAD" TO PG-TITLE.
           MOVE "F" TO WS-HDG-KIND.
           PERFORM START-REPORT-RTN.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FAC-USED
               IF WS-PRINT-ALL = "Y"
                   OR WS-FC-NAME(F) = WS-SEL-FACULTY
                   PERFORM FACULTY-SHEET-RTN
               END-IF
           END-PERFORM.
           PERFORM END-REPORT-RTN.
           DISPLAY WS-PAGE-CNT " LOAD SHEET(S) IN FACLOAD.DAT".

       BUILD-FACULTY-RTN.
      * Distinct instructors with their term totals, then in name
      * order for filing.
           MOVE 0 TO WS-FAC-USED.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OF-USED
               MOVE 0 TO WS-FAC-HIT
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FAC-USED
                   IF WS-FC-NAME(F) = WS-OF-FACULTY(O)
                       MOVE F TO WS-FAC-HIT
                   END-IF
               END-PERFORM
               IF WS-FAC-HIT = 0
                   ADD 1 TO WS-FAC-USED
                   MOVE WS-FAC-USED TO WS-FAC-HIT
                   MOVE WS-OF-FACULTY(O) TO WS-FC-NAME(WS-FAC-HIT)
                   MOVE 0 TO WS-FC-UNITS(WS-FAC-HIT)
                   MOVE 0 TO WS-FC-CLASSES(WS-FAC-HIT)
               END-IF
               ADD WS-OF-UNITS(O) TO WS-FC-UNITS(WS-FAC-HIT)
               ADD 1 TO WS-FC-CLASSES(WS-FAC-HIT)
           END-PERFORM.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O >= WS-FAC-USED
               PERFORM VARYING F FROM 1 BY 1
                       UNTIL F > WS-FAC-USED - O
                   IF WS-FC-NAME(F) > WS-FC-NAME(F + 1)
                       MOVE WS-FAC-ENTRY(F) TO WS-FAC-SWAP
                       MOVE WS-FAC-ENTRY(F + 1) TO WS-FAC-ENTRY(F)
                       MOVE WS-FAC-SWAP TO WS-FAC-ENTRY(F + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FACULTY-SHEET-RTN.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-FC-NAME(F) TO LH-FACULTY.
           IF WS-FC-NAME(F) = SPACES
               MOVE "(NO INSTRUCTOR ASSIGNED)" TO LH-FACULTY
           END-IF.
           PERFORM NEW-PAGE-RTN.
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > WS-OF-USED
               IF WS-OF-FACULTY(O) = WS-FC-NAME(F)
                   PERFORM FACULTY-LINE-RTN
               END-IF
           END-PERFORM.
           MOVE WS-FC-UNITS(F) TO LT-UNITS.
           MOVE WS-FC-CLASSES(F) TO LT-CLASSES.
           WRITE PRINT-REC FROM LOAD-TOT AFTER 2 LINES.
           ADD 2 TO PG-LINE-CNT.
           IF WS-FC-UNITS(F) > WS-LOAD-LIMIT
               MOVE WS-LOAD-LIMIT TO LO-LIMIT
               WRITE PRINT-REC FROM LOAD-OVER AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-IF.

       FACULTY-LINE-RTN.
           MOVE WS-OF-COURSE(O) TO LD-COURSE.
           MOVE WS-OF-YR(O) TO LD-YR.
           MOVE WS-OF-SEC-CODE(O) TO LD-CODE.
           MOVE WS-OF-SBJ(O) TO LD-SBJ.
           PERFORM SUBJECT-TITLE-RTN.
           MOVE WS-OF-UNITS(O) TO LD-UNITS.
           MOVE WS-OF-DAYS(O) TO LD-DAYS.
           PERFORM FORMAT-SLOT-RTN.
           MOVE WS-SLOT TO LD-TIME.
           MOVE WS-OF-ROOM(O) TO LD-ROOM.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM LOAD-DTL AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) plus the section or
      * instructor heading and the column headings for the report
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
           IF WS-HDG-KIND = "S"
               WRITE PRINT-REC FROM SCH-HDG AFTER 2 LINES
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
               WRITE PRINT-REC FROM SCH-COLS AFTER 1 LINE
           ELSE
               WRITE PRINT-REC FROM LOAD-HDG AFTER 2 LINES
               MOVE SPACES TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
               WRITE PRINT-REC FROM LOAD-COLS AFTER 1 LINE
           END-IF.
           MOVE 7 TO PG-LINE-CNT.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV) -
      * the fixed file stays, but the next run no longer destroys
      * this one's output.
           MOVE "CLASSCHD" TO SPQ-PROGRAM.
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
           MOVE "CLASSCHD" TO ALR-PROGRAM.
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
