      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Adviser caseload - everything an adviser would
      *          otherwise cross by hand from ATRISK, ATTEND's
      *          register, CLINREF's aging report and SECTASGN's
      *          roster, on one report. Mode 1 prints a page per
      *          adviser (one adviser, or ALL) owning sections on
      *          SECTMAST.DAT, listing every student assigned to each
      *          section (SECASSGN.DAT) with enrollment status from
      *          the master, the at-risk criteria fired in ATRISK's
      *          last run for the term (ATRFLAG.DAT), absences dated
      *          in the term (ATTNDNC.DAT), open clinic referrals
      *          (CLINREF.DAT) and the latest BMI category
      *          (BMIROSTER.DAT), and a summary per section with the
      *          count of each. Mode 2 is the dean's college-wide
      *          version - every section ranked by the share of its
      *          active (not withdrawn) students needing intervention,
      *          meaning at-risk flagged or with an open clinic
      *          referral. Written to CASELOAD.DAT / CASERANK.DAT and
      *          filed on the report spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASELOAD IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Section assignments (see SECASSGN.CPY) - read by section on
      * the alternate key for each section's members.
           SELECT ASSIGN-IN ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT ATT-IN ASSIGN TO "ATTNDNC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
           SELECT SECT-IN ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT FLAG-IN ASSIGN TO "ATRFLAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLG-STATUS.
           SELECT REF-IN ASSIGN TO "CLINREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT ROSTER-IN ASSIGN TO "BMIROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
      * The caseload pages or the dean's ranking - whichever the
      * mode writes.
           SELECT RECORD-OUT ASSIGN TO DYNAMIC WS-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGN-IN
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  ATT-IN
           LABEL RECORDS ARE STANDARD.
           COPY "ATTNDNC.CPY".

       FD  SECT-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECT-LINE-IN.
       01  SECT-LINE-IN PIC X(37).

       FD  FLAG-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLAG-LINE-IN.
       01  FLAG-LINE-IN PIC X(63).

       FD  REF-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REF-LINE-IN.
       01  REF-LINE-IN PIC X(97).

       FD  ROSTER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROSTER-LINE-IN.
       01  ROSTER-LINE-IN PIC X(66).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(100).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Section master, at-risk extract, clinic referral and BMI
      * roster records (see SECTMAST.CPY, ATRFLAG.CPY, CLINREF.CPY
      * and BMIROST.CPY).
       COPY "SECTMAST.CPY".
       COPY "ATRFLAG.CPY".
       COPY "CLINREF.CPY".
       COPY "BMIROST.CPY".

       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-ATT-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-FLG-STATUS PIC XX VALUE "00".
       01  WS-REF-STATUS PIC XX VALUE "00".
       01  WS-ROSTER-STATUS PIC XX VALUE "00".
       01  WS-ASG-ON PIC X VALUE "N".
       01  WS-SM-ON PIC X VALUE "N".
       01  WS-ATT-ON PIC X VALUE "N".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-ATT-EOF PIC XXX VALUE "NO".
       01  WS-RPT-FILE PIC X(40) VALUE SPACES.

      * Run answers.
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-SEL-ADVISER PIC X(25) VALUE SPACES.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-START PIC X(8) VALUE SPACES.
       01  WS-TERM-END PIC X(8) VALUE SPACES.

      * Term calendar look-up by label (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".

      * Sections from SECTMAST.DAT with their counts. The adviser
      * leads the entry so the caseload sorts adviser by adviser.
       01  WS-SEC-USED PIC 99 VALUE 0.
       01  WS-SEC-TABLE.
           02 WS-SEC-ENTRY OCCURS 50 TIMES.
              03 WS-SE-SORT-KEY.
                 04 WS-SE-ADVISER PIC X(25).
                 04 WS-SE-COURSE PIC X(5).
                 04 WS-SE-YR PIC 9.
                 04 WS-SE-CODE PIC X(3).
              03 WS-SE-MEMBERS PIC 999.
              03 WS-SE-ACTIVE PIC 999.
              03 WS-SE-AT-RISK PIC 999.
              03 WS-SE-ABSENT PIC 999.
              03 WS-SE-ABS-TOT PIC 9(5).
              03 WS-SE-REFERRED PIC 999.
              03 WS-SE-BMI-OUT PIC 999.
              03 WS-SE-NEEDING PIC 999.
              03 WS-SE-SHARE PIC 999V9.
       01  WS-SWAP-ENTRY PIC X(64).
       01  S PIC 99 VALUE 0.
       01  T PIC 99 VALUE 0.
       01  WS-PRINT-DTL PIC X VALUE "N".
       01  WS-LAST-ADVISER PIC X(25) VALUE HIGH-VALUES.
       01  WS-ADV-CNT PIC 99 VALUE 0.

      * What is known about each student from the extract, the
      * referrals and the screenings, gathered once before the
      * sections are walked.
       01  WS-FX-USED PIC 999 VALUE 0.
       01  WS-FX-TABLE.
           02 WS-FX-ENTRY OCCURS 999 TIMES.
              03 WS-FX-STD-NO PIC X(10).
              03 WS-FX-FLAGS PIC X(5).
              03 WS-FX-REFS PIC 99.
              03 WS-FX-BMI-DATE PIC X(8).
              03 WS-FX-BMI-CAT PIC X(11).
       01  K PIC 999 VALUE 0.
       01  WS-FX-HIT PIC 999 VALUE 0.
       01  WS-FX-ADD PIC X VALUE "N".
       01  WS-FIND-STD-NO PIC X(10) VALUE SPACES.
       01  WS-FLAG-CNT PIC 9(5) VALUE 0.
       01  WS-STALE-CNT PIC 9(5) VALUE 0.
       01  WS-STALE-TERM PIC X(13) VALUE SPACES.
       01  WS-FX-FULL PIC X VALUE "N".

      * One member's columns.
       01  WS-ABS PIC 999 VALUE 0.
       01  WS-ACTIVE PIC X VALUE "N".
       01  WS-NEEDS PIC X VALUE "N".
       01  WS-STD-CNT PIC 9(5) VALUE 0.
       01  WS-NEED-CNT PIC 9(5) VALUE 0.

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

       01  ADV-HDG.
           02 FILLER PIC X(9) VALUE "ADVISER: ".
           02 AH-ADVISER PIC X(25).
       01  SEC-HDG.
           02 FILLER PIC X(9) VALUE "SECTION: ".
           02 SH-COURSE PIC X(5).
           02 FILLER PIC X(1) VALUE "-".
           02 SH-YR PIC 9.
           02 FILLER PIC X(1) VALUE "-".
           02 SH-CODE PIC X(3).
       01  HDG2.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "STUDENT".
           02 FILLER PIC X(26) VALUE "NAME".
           02 FILLER PIC X(11) VALUE "STATUS".
           02 FILLER PIC X(9) VALUE "CRITERIA".
           02 FILLER PIC X(5) VALUE "ABS".
           02 FILLER PIC X(6) VALUE "REFS".
           02 FILLER PIC X(12) VALUE "BMI".
       01  DTL-LINE.
           02 DTL-NEEDS PIC X(2).
           02 DTL-STD-NO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DTL-NAME PIC X(25).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DTL-STATUS PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DTL-FLAGS PIC X(5).
           02 FILLER PIC X(3) VALUE SPACES.
           02 DTL-ABS PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DTL-REFS PIC Z9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 DTL-BMI PIC X(11).
       01  SUM-LINE-1.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "MEMBERS: ".
           02 S1-MEMBERS PIC ZZ9.
           02 FILLER PIC X(10) VALUE "  ACTIVE: ".
           02 S1-ACTIVE PIC ZZ9.
           02 FILLER PIC X(11) VALUE "  AT-RISK: ".
           02 S1-AT-RISK PIC ZZ9.
           02 FILLER PIC X(17) VALUE "  WITH ABSENCES: ".
           02 S1-ABSENT PIC ZZ9.
           02 FILLER PIC X(2) VALUE " (".
           02 S1-ABS-TOT PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE " ABSENCES)".
       01  SUM-LINE-2.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(16) VALUE "OPEN REFERRALS: ".
           02 S2-REFERRED PIC ZZ9.
           02 FILLER PIC X(18) VALUE "  BMI NOT NORMAL: ".
           02 S2-BMI-OUT PIC ZZ9.
           02 FILLER PIC X(24) VALUE "  NEEDING INTERVENTION: ".
           02 S2-NEEDING PIC ZZ9.
           02 FILLER PIC X(2) VALUE " (".
           02 S2-SHARE PIC ZZ9.9.
           02 FILLER PIC X(2) VALUE "%)".
       01  KEY-LINE.
           02 FILLER PIC X(50) VALUE
              "** = NEEDS INTERVENTION (AT-RISK OR OPEN REFERRAL)".
           02 FILLER PIC X(37) VALUE
              "  CRITERIA: SEE ATRISK (R A G K T)".
       01  STALE-LINE.
           02 FILLER PIC X(41) VALUE
              "NO AT-RISK EXTRACT FOR THIS TERM - ATRISK".
           02 FILLER PIC X(20) VALUE " WAS LAST RUN FOR ".
           02 SL-TERM PIC X(13).

      * The dean's ranking.
       01  RANK-HDG.
           02 FILLER PIC X(6) VALUE "RANK".
           02 FILLER PIC X(12) VALUE "SECTION".
           02 FILLER PIC X(26) VALUE "ADVISER".
           02 FILLER PIC X(8) VALUE "ACTIVE".
           02 FILLER PIC X(8) VALUE "NEEDING".
           02 FILLER PIC X(8) VALUE "SHARE".
           02 FILLER PIC X(8) VALUE "AT-RISK".
           02 FILLER PIC X(6) VALUE "REFS".
           02 FILLER PIC X(8) VALUE "ABSENT".
       01  RANK-LINE.
           02 RL-RANK PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-COURSE PIC X(5).
           02 FILLER PIC X(1) VALUE "-".
           02 RL-YR PIC 9.
           02 FILLER PIC X(1) VALUE "-".
           02 RL-CODE PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RL-ADVISER PIC X(25).
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-ACTIVE PIC ZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 RL-NEEDING PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 RL-SHARE PIC ZZ9.9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RL-AT-RISK PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RL-REFERRED PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 RL-ABSENT PIC ZZ9.
       01  RANK-TOT-LINE.
           02 FILLER PIC X(21) VALUE "STUDENTS (ACTIVE):   ".
           02 RT-STUDENTS PIC ZZZZ9.
           02 FILLER PIC X(26) VALUE "   NEEDING INTERVENTION:  ".
           02 RT-NEEDING PIC ZZZZ9.

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
           PERFORM ASK-ANSWERS-RTN.
           PERFORM GET-TERM-RTN.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM LOAD-SECTIONS-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM OPEN-FILES-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM LOAD-FLAGS-RTN
               PERFORM LOAD-REFERRALS-RTN
               PERFORM LOAD-BMI-RTN
               IF WS-FX-FULL = "Y"
                   DISPLAY "MORE THAN 999 STUDENTS ON THE EXTRACT,"
                       " REFERRALS AND SCREENINGS - SOME NOT SHOWN"
               END-IF
               IF WS-MODE = 2
                   PERFORM RANKING-RTN
               ELSE
                   PERFORM CASELOAD-RTN
               END-IF
           END-IF.
           PERFORM CLOSE-FILES-RTN.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       ASK-ANSWERS-RTN.
      * The LABMENU sign-on already verified who this is - only
      * prompt when the program is run standalone.
           IF SGN-OPR-ID NOT = SPACES
               AND SGN-OPR-ID NOT = LOW-VALUES
               MOVE SGN-OPR-ID TO WS-OPERATOR
           ELSE
               DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
               ACCEPT WS-OPERATOR
           END-IF.
           DISPLAY "MODE - 1=ADVISER CASELOAD  2=COLLEGE-WIDE"
               " SECTION RANKING: ".
           ACCEPT WS-MODE.
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           IF WS-MODE NOT = 2
               MOVE 1 TO WS-MODE
               DISPLAY "ADVISER NAME AS ON SECTMAST (OR ALL): "
               ACCEPT WS-SEL-ADVISER
               IF WS-SEL-ADVISER = SPACES OR WS-SEL-ADVISER = "all"
                   MOVE "ALL" TO WS-SEL-ADVISER
               END-IF
           END-IF.

       GET-TERM-RTN.
      * Absences count inside the term's dates, and only an extract
      * ATRISK wrote for this term is believed.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           IF TKQ-REPLY = "Y"
               MOVE TKQ-LABEL TO WS-TERM-LABEL
               MOVE TKQ-START-DATE TO WS-TERM-START
               MOVE TKQ-END-DATE TO WS-TERM-END
           ELSE
               DISPLAY "NOT A TERM ON THE CALENDAR - " WS-TERM-LABEL
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-IF.

       LOAD-SECTIONS-RTN.
           MOVE 0 TO WS-SEC-USED.
           OPEN INPUT SECT-IN.
           IF WS-SEC-STATUS NOT = "00"
               DISPLAY "SECTMAST.DAT NOT FOUND - RUN SECTASGN FIRST"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
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

       OPEN-FILES-RTN.
      * The assignments and the master are the caseload; with no
      * absences on file the column is simply zero.
           OPEN INPUT ASSIGN-IN.
           IF WS-ASG-STATUS = "00"
               MOVE "Y" TO WS-ASG-ON
           ELSE
               DISPLAY "SECASSGN.DAT NOT FOUND - RUN SECTASGN FIRST"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS = "00"
               MOVE "Y" TO WS-SM-ON
           ELSE
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.
           OPEN INPUT ATT-IN.
           IF WS-ATT-STATUS = "00"
               MOVE "Y" TO WS-ATT-ON
           END-IF.

       CLOSE-FILES-RTN.
           IF WS-ASG-ON = "Y"
               CLOSE ASSIGN-IN
           END-IF.
           IF WS-SM-ON = "Y"
               CLOSE STUDMAS
           END-IF.
           IF WS-ATT-ON = "Y"
               CLOSE ATT-IN
           END-IF.

       LOAD-FLAGS-RTN.
      * ATRISK's last sweep, as long as it was run for this term -
      * lines for any other term are counted and left alone.
           MOVE "Y" TO WS-FX-ADD.
           OPEN INPUT FLAG-IN.
           IF WS-FLG-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FLAG-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE FLAG-LINE-IN TO AT-RISK-FLAG-REC
                           IF AFL-TERM = WS-TERM-LABEL
                               MOVE AFL-STD-NO TO WS-FIND-STD-NO
                               PERFORM FX-FIND-RTN
                               IF WS-FX-HIT > 0
                                   MOVE AFL-FLAGS
                                       TO WS-FX-FLAGS(WS-FX-HIT)
                               END-IF
                               ADD 1 TO WS-FLAG-CNT
                           ELSE
                               ADD 1 TO WS-STALE-CNT
                               MOVE AFL-TERM TO WS-STALE-TERM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLAG-IN
           END-IF.

       LOAD-REFERRALS-RTN.
      * An OPEN referral is one the clinic has not closed yet.
           OPEN INPUT REF-IN.
           IF WS-REF-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ REF-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE REF-LINE-IN TO REFERRAL-REC
                           IF REF-STATUS = "OPEN"
                               AND REF-STD-NO NOT = SPACES
                               MOVE REF-STD-NO TO WS-FIND-STD-NO
                               PERFORM FX-FIND-RTN
                               IF WS-FX-HIT > 0
                                   AND WS-FX-REFS(WS-FX-HIT) < 99
                                   ADD 1 TO WS-FX-REFS(WS-FX-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-IN
           END-IF.

       LOAD-BMI-RTN.
      * The roster is appended screening by screening, so keep the
      * category from each student's latest screening date.
           OPEN INPUT ROSTER-IN.
           IF WS-ROSTER-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ROSTER-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE ROSTER-LINE-IN TO ROSTER-REC
                           IF RST-STD-NO NOT = SPACES
                               MOVE RST-STD-NO TO WS-FIND-STD-NO
                               PERFORM FX-FIND-RTN
                               IF WS-FX-HIT > 0
                                   AND RST-DATE NOT <
                                       WS-FX-BMI-DATE(WS-FX-HIT)
                                   MOVE RST-DATE
                                       TO WS-FX-BMI-DATE(WS-FX-HIT)
                                   MOVE RST-CATEGORY
                                       TO WS-FX-BMI-CAT(WS-FX-HIT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-IN
           END-IF.

       FX-FIND-RTN.
      * WS-FX-HIT = the table entry for WS-FIND-STD-NO, 0 when not
      * there; with WS-FX-ADD = "Y" a new student is added.
           MOVE 0 TO WS-FX-HIT.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-FX-USED OR WS-FX-HIT > 0
               IF WS-FX-STD-NO(K) = WS-FIND-STD-NO
                   MOVE K TO WS-FX-HIT
               END-IF
           END-PERFORM.
           IF WS-FX-HIT = 0 AND WS-FX-ADD = "Y"
               IF WS-FX-USED < 999
                   ADD 1 TO WS-FX-USED
                   MOVE WS-FX-USED TO WS-FX-HIT
                   MOVE WS-FIND-STD-NO TO WS-FX-STD-NO(WS-FX-HIT)
                   MOVE SPACES TO WS-FX-FLAGS(WS-FX-HIT)
                   MOVE 0 TO WS-FX-REFS(WS-FX-HIT)
                   MOVE SPACES TO WS-FX-BMI-DATE(WS-FX-HIT)
                   MOVE SPACES TO WS-FX-BMI-CAT(WS-FX-HIT)
               ELSE
                   MOVE "Y" TO WS-FX-FULL
               END-IF
           END-IF.

       CASELOAD-RTN.
      * Sections in adviser order; each adviser starts a new page.
           PERFORM SORT-ADVISER-RTN.
           MOVE "CASELOAD.DAT" TO WS-RPT-FILE.
           MOVE "ADVISER CASELOAD" TO PG-TITLE.
           PERFORM START-REPORT-RTN.
           MOVE "Y" TO WS-PRINT-DTL.
           MOVE 0 TO WS-ADV-CNT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SEC-USED
               IF WS-SEL-ADVISER = "ALL"
                   OR WS-SE-ADVISER(S) = WS-SEL-ADVISER
                   IF WS-SE-ADVISER(S) NOT = WS-LAST-ADVISER
                       MOVE WS-SE-ADVISER(S) TO WS-LAST-ADVISER
                       ADD 1 TO WS-ADV-CNT
                       PERFORM NEW-PAGE-RTN
                       IF WS-STALE-CNT > 0 AND WS-FLAG-CNT = 0
                           MOVE WS-STALE-TERM TO SL-TERM
                           WRITE PRINT-REC FROM STALE-LINE
                               AFTER 1 LINE
                           ADD 1 TO PG-LINE-CNT
                       END-IF
                   END-IF
                   PERFORM SECTION-RTN
               END-IF
           END-PERFORM.
           IF WS-ADV-CNT = 0
               PERFORM NEW-PAGE-RTN
               DISPLAY "NO SECTIONS ON SECTMAST.DAT FOR ADVISER "
                   WS-SEL-ADVISER
           END-IF.
           WRITE PRINT-REC FROM KEY-LINE AFTER 2 LINES.
           MOVE WS-STD-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 1 LINE.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.
           DISPLAY "CASELOAD IN CASELOAD.DAT - " WS-STD-CNT
               " STUDENT(S), " WS-NEED-CNT " NEEDING INTERVENTION".

       SORT-ADVISER-RTN.
      * Straight exchange sort on adviser then section.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S >= WS-SEC-USED
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > WS-SEC-USED - S
                   IF WS-SE-SORT-KEY(T) > WS-SE-SORT-KEY(T + 1)
                       MOVE WS-SEC-ENTRY(T) TO WS-SWAP-ENTRY
                       MOVE WS-SEC-ENTRY(T + 1) TO WS-SEC-ENTRY(T)
                       MOVE WS-SWAP-ENTRY TO WS-SEC-ENTRY(T + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       RANKING-RTN.
      * Every section's counts first, then highest share needing
      * intervention first.
           MOVE "N" TO WS-PRINT-DTL.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SEC-USED
               PERFORM SECTION-RTN
           END-PERFORM.
           PERFORM SORT-SHARE-RTN.
           MOVE "CASERANK.DAT" TO WS-RPT-FILE.
           MOVE "SECTIONS BY INTERVENTION NEED" TO PG-TITLE.
           PERFORM START-REPORT-RTN.
           PERFORM NEW-PAGE-RTN.
           IF WS-STALE-CNT > 0 AND WS-FLAG-CNT = 0
               MOVE WS-STALE-TERM TO SL-TERM
               WRITE PRINT-REC FROM STALE-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-IF.
           WRITE PRINT-REC FROM RANK-HDG AFTER 2 LINES.
           ADD 2 TO PG-LINE-CNT.
           MOVE 0 TO WS-STD-CNT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SEC-USED
               MOVE S TO RL-RANK
               MOVE WS-SE-COURSE(S) TO RL-COURSE
               MOVE WS-SE-YR(S) TO RL-YR
               MOVE WS-SE-CODE(S) TO RL-CODE
               MOVE WS-SE-ADVISER(S) TO RL-ADVISER
               MOVE WS-SE-ACTIVE(S) TO RL-ACTIVE
               MOVE WS-SE-NEEDING(S) TO RL-NEEDING
               MOVE WS-SE-SHARE(S) TO RL-SHARE
               MOVE WS-SE-AT-RISK(S) TO RL-AT-RISK
               MOVE WS-SE-REFERRED(S) TO RL-REFERRED
               MOVE WS-SE-ABSENT(S) TO RL-ABSENT
               ADD WS-SE-ACTIVE(S) TO WS-STD-CNT
               PERFORM PAGE-CHECK-RTN
               WRITE PRINT-REC FROM RANK-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-PERFORM.
           MOVE WS-STD-CNT TO RT-STUDENTS.
           MOVE WS-NEED-CNT TO RT-NEEDING.
           WRITE PRINT-REC FROM RANK-TOT-LINE AFTER 2 LINES.
           MOVE WS-SEC-USED TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 1 LINE.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.
           DISPLAY "SECTION RANKING IN CASERANK.DAT".

       SORT-SHARE-RTN.
      * Straight exchange sort, highest share first; on a tie the
      * section with more students needing help goes first.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S >= WS-SEC-USED
               PERFORM VARYING T FROM 1 BY 1
                       UNTIL T > WS-SEC-USED - S
                   IF WS-SE-SHARE(T) < WS-SE-SHARE(T + 1)
                       OR (WS-SE-SHARE(T) = WS-SE-SHARE(T + 1)
                       AND WS-SE-NEEDING(T) < WS-SE-NEEDING(T + 1))
                       MOVE WS-SEC-ENTRY(T) TO WS-SWAP-ENTRY
                       MOVE WS-SEC-ENTRY(T + 1) TO WS-SEC-ENTRY(T)
                       MOVE WS-SWAP-ENTRY TO WS-SEC-ENTRY(T + 1)
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

       SECTION-RTN.
      * One section's members, counted (and listed when printing).
           MOVE 0 TO WS-SE-MEMBERS(S) WS-SE-ACTIVE(S)
               WS-SE-AT-RISK(S) WS-SE-ABSENT(S) WS-SE-ABS-TOT(S)
               WS-SE-REFERRED(S) WS-SE-BMI-OUT(S) WS-SE-NEEDING(S)
               WS-SE-SHARE(S).
           IF WS-PRINT-DTL = "Y"
               MOVE WS-SE-COURSE(S) TO SH-COURSE
               MOVE WS-SE-YR(S) TO SH-YR
               MOVE WS-SE-CODE(S) TO SH-CODE
               IF PG-LINE-CNT > PG-LINES-PER-PAGE - 6
                   PERFORM NEW-PAGE-RTN
               END-IF
               WRITE PRINT-REC FROM SEC-HDG AFTER 2 LINES
               WRITE PRINT-REC FROM HDG2 AFTER 1 LINE
               ADD 3 TO PG-LINE-CNT
           END-IF.
           MOVE WS-SE-COURSE(S) TO ASG-COURSE.
           MOVE WS-SE-YR(S) TO ASG-YR-LEVEL.
           MOVE WS-SE-CODE(S) TO ASG-SECTION.
           MOVE "NO" TO WS-EOF.
           START ASSIGN-IN KEY IS = ASG-SECT-KEY
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ ASSIGN-IN NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF ASG-COURSE NOT = WS-SE-COURSE(S)
                           OR ASG-YR-LEVEL NOT = WS-SE-YR(S)
                           OR ASG-SECTION NOT = WS-SE-CODE(S)
                           MOVE "YES" TO WS-EOF
                       ELSE
                           PERFORM MEMBER-RTN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SE-ACTIVE(S) > 0
               COMPUTE WS-SE-SHARE(S) ROUNDED =
                   WS-SE-NEEDING(S) * 100 / WS-SE-ACTIVE(S)
           END-IF.
           IF WS-PRINT-DTL = "Y"
               PERFORM SECTION-SUMMARY-RTN
           END-IF.

       MEMBER-RTN.
           ADD 1 TO WS-SE-MEMBERS(S).
           MOVE ASG-STD-NO TO DTL-STD-NO.
           MOVE "Y" TO WS-ACTIVE.
           MOVE ASG-STD-NO TO SM-STD-NO.
           READ STUDMAS
               INVALID KEY
                   MOVE "(NOT ON STUDENT MASTER)" TO DTL-NAME
                   MOVE "NOT ON MST" TO DTL-STATUS
                   MOVE "N" TO WS-ACTIVE
               NOT INVALID KEY
                   MOVE SM-STD-NM TO DTL-NAME
                   EVALUATE TRUE
                       WHEN SM-WITHDRAWN
                           MOVE "WITHDRAWN" TO DTL-STATUS
                           MOVE "N" TO WS-ACTIVE
                       WHEN SM-ON-LEAVE
                           MOVE "ON LEAVE" TO DTL-STATUS
                       WHEN SM-INCOMPLETE
                           MOVE "INCOMPLETE" TO DTL-STATUS
                       WHEN SM-GRADUATED
                           MOVE "GRADUATED" TO DTL-STATUS
                           MOVE "N" TO WS-ACTIVE
                       WHEN OTHER
                           MOVE "ENROLLED" TO DTL-STATUS
                   END-EVALUATE
           END-READ.
           MOVE ASG-STD-NO TO WS-FIND-STD-NO.
           MOVE "N" TO WS-FX-ADD.
           PERFORM FX-FIND-RTN.
           PERFORM COUNT-ABSENCES-RTN.
           MOVE SPACES TO DTL-FLAGS DTL-BMI.
           MOVE 0 TO DTL-REFS.
           MOVE "N" TO WS-NEEDS.
           IF WS-FX-HIT > 0
               MOVE WS-FX-FLAGS(WS-FX-HIT) TO DTL-FLAGS
               MOVE WS-FX-REFS(WS-FX-HIT) TO DTL-REFS
               MOVE WS-FX-BMI-CAT(WS-FX-HIT) TO DTL-BMI
               IF WS-FX-FLAGS(WS-FX-HIT) NOT = SPACES
                   OR WS-FX-REFS(WS-FX-HIT) > 0
                   MOVE "Y" TO WS-NEEDS
               END-IF
           END-IF.
           MOVE WS-ABS TO DTL-ABS.
           MOVE SPACES TO DTL-NEEDS.
      * A withdrawn student is listed but not counted as needing
      * help or in the section's share.
           IF WS-ACTIVE = "Y"
               ADD 1 TO WS-SE-ACTIVE(S)
               ADD 1 TO WS-STD-CNT
               IF WS-NEEDS = "Y"
                   MOVE "**" TO DTL-NEEDS
                   ADD 1 TO WS-SE-NEEDING(S)
                   ADD 1 TO WS-NEED-CNT
               END-IF
               IF DTL-FLAGS NOT = SPACES
                   ADD 1 TO WS-SE-AT-RISK(S)
               END-IF
               IF WS-ABS > 0
                   ADD 1 TO WS-SE-ABSENT(S)
                   ADD WS-ABS TO WS-SE-ABS-TOT(S)
               END-IF
               IF DTL-REFS NOT = 0
                   ADD 1 TO WS-SE-REFERRED(S)
               END-IF
               IF DTL-BMI NOT = SPACES AND DTL-BMI NOT = "NORMAL"
                   ADD 1 TO WS-SE-BMI-OUT(S)
               END-IF
           END-IF.
           IF WS-PRINT-DTL = "Y"
               PERFORM PAGE-CHECK-RTN
               WRITE PRINT-REC FROM DTL-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-IF.

       COUNT-ABSENCES-RTN.
      * The student's absences dated inside the term.
           MOVE 0 TO WS-ABS.
           IF WS-ATT-ON = "Y"
               MOVE ASG-STD-NO TO ATT-STD-NO
               MOVE WS-TERM-START TO ATT-DATE
               MOVE "NO" TO WS-ATT-EOF
               START ATT-IN KEY IS NOT < ATT-KEY
                   INVALID KEY MOVE "YES" TO WS-ATT-EOF
               END-START
               PERFORM UNTIL WS-ATT-EOF = "YES"
                   READ ATT-IN NEXT RECORD
                       AT END MOVE "YES" TO WS-ATT-EOF
                       NOT AT END
                           IF ATT-STD-NO NOT = ASG-STD-NO
                               OR ATT-DATE > WS-TERM-END
                               MOVE "YES" TO WS-ATT-EOF
                           ELSE
                               IF WS-ABS < 999
                                   ADD 1 TO WS-ABS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SECTION-SUMMARY-RTN.
           MOVE WS-SE-MEMBERS(S) TO S1-MEMBERS.
           MOVE WS-SE-ACTIVE(S) TO S1-ACTIVE.
           MOVE WS-SE-AT-RISK(S) TO S1-AT-RISK.
           MOVE WS-SE-ABSENT(S) TO S1-ABSENT.
           MOVE WS-SE-ABS-TOT(S) TO S1-ABS-TOT.
           MOVE WS-SE-REFERRED(S) TO S2-REFERRED.
           MOVE WS-SE-BMI-OUT(S) TO S2-BMI-OUT.
           MOVE WS-SE-NEEDING(S) TO S2-NEEDING.
           MOVE WS-SE-SHARE(S) TO S2-SHARE.
           IF PG-LINE-CNT > PG-LINES-PER-PAGE - 3
               PERFORM NEW-PAGE-RTN
           END-IF.
           WRITE PRINT-REC FROM SUM-LINE-1 AFTER 2 LINES.
           WRITE PRINT-REC FROM SUM-LINE-2 AFTER 1 LINE.
           ADD 3 TO PG-LINE-CNT.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY); caseload pages carry
      * the adviser they belong to.
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
           IF WS-MODE = 1 AND WS-ADV-CNT > 0
               MOVE WS-LAST-ADVISER TO AH-ADVISER
               WRITE PRINT-REC FROM ADV-HDG AFTER 2 LINES
               ADD 2 TO PG-LINE-CNT
           END-IF.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV).
           MOVE "CASELOAD" TO SPQ-PROGRAM.
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
           MOVE "CASELOAD" TO ALR-PROGRAM.
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
