      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Guardian notification letters and the sent register -
      *          the advisers were finding the parents' address in a
      *          folder and typing each warning letter by hand. Mode 1
      *          writes a print-ready letter (NOTICES.DAT, one per
      *          page, filed on the report spool) to the guardian on
      *          GRDNMAST.DAT (see GUARDMNT) for each of three
      *          triggers in a term on the term calendar: a student
      *          ATRISK flagged (its ATRFLAG.DAT extract for the same
      *          term), a student whose absences in ATTNDNC.DAT within
      *          the term's dates run over a threshold, and a student
      *          with an OPEN clinic referral on CLINREF.DAT not yet
      *          attended. Every letter goes into the notice register
      *          (NOTICREG.DAT, see NOTICREG.CPY) with the date and
      *          the section adviser who signs it, and a student
      *          already in the register for that trigger and term
      *          gets no second letter. Students without a guardian
      *          contact are listed on the run's control page instead.
      *          Mode 2 prints the register for a term, or for one
      *          student (NOTCLIST.DAT), as proof that the family was
      *          notified. A CLOSED term sends no more letters.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICEGN IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTICE-FILE ASSIGN TO "NOTICREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTC-KEY
               FILE STATUS IS WS-NTC-STATUS.
           SELECT GUARD-FILE ASSIGN TO "GRDNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDN-STD-NO
               FILE STATUS IS WS-GDN-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
      * Section assignments (see SECASSGN.CPY) - a student's section
      * gives the adviser who signs the letter.
           SELECT ASSIGN-IN ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT SECT-IN ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT ATT-IN ASSIGN TO "ATTNDNC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.
           SELECT REF-IN ASSIGN TO "CLINREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REF-STATUS.
           SELECT FLAG-IN ASSIGN TO "ATRFLAG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLG-STATUS.
      * The letters or the register listing - whichever the mode
      * writes.
           SELECT RECORD-OUT ASSIGN TO DYNAMIC WS-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "NOTICREG.CPY".

       FD  GUARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "GRDNMAST.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  ASSIGN-IN
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  SECT-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECT-LINE-IN.
       01  SECT-LINE-IN PIC X(37).

       FD  ATT-IN
           LABEL RECORDS ARE STANDARD.
           COPY "ATTNDNC.CPY".

       FD  REF-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REF-LINE-IN.
       01  REF-LINE-IN PIC X(97).

       FD  FLAG-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FLAG-LINE-IN.
       01  FLAG-LINE-IN PIC X(63).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(102).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Section master record (see SECTMAST.CPY).
       COPY "SECTMAST.CPY".

      * Clinic referral record (see CLINREF.CPY).
       COPY "CLINREF.CPY".

      * At-risk flag extract record (see ATRFLAG.CPY).
       COPY "ATRFLAG.CPY".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".

       01  WS-NTC-STATUS PIC XX VALUE "00".
       01  WS-GDN-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-ATT-STATUS PIC XX VALUE "00".
       01  WS-REF-STATUS PIC XX VALUE "00".
       01  WS-FLG-STATUS PIC XX VALUE "00".
       01  WS-NTC-ON PIC X VALUE "N".
       01  WS-GDN-ON PIC X VALUE "N".
       01  WS-SM-ON PIC X VALUE "N".
       01  WS-ASG-ON PIC X VALUE "N".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-RPT-FILE PIC X(40) VALUE SPACES.
       01  WS-TODAY PIC X(8) VALUE SPACES.

       01  WS-SCH-YEAR PIC X(9) VALUE SPACES.
       01  WS-SEMESTER PIC X VALUE SPACES.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-START PIC X(8) VALUE SPACES.
       01  WS-TERM-END PIC X(8) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

      * Absences over this many in the term bring a letter - the
      * same default ATRISK uses for its absence criterion.
       01  WS-ABS-THRESH PIC 999 VALUE 003.
       01  WS-PREV-STD-NO PIC X(10) VALUE SPACES.
       01  WS-ABS-CNT PIC 999 VALUE 0.

      * Section table - the whole (small) section master, for the
      * adviser's name.
       01  WS-SEC-USED PIC 99 VALUE 0.
       01  WS-SEC-TABLE.
           02 WS-SEC-ENTRY OCCURS 50 TIMES.
              03 WS-SE-COURSE PIC X(5).
              03 WS-SE-YR PIC 9.
              03 WS-SE-CODE PIC X(3).
              03 WS-SE-ADVISER PIC X(25).
       01  S PIC 99 VALUE 0.

      * The student a trigger has fired for, and what fired.
       01  WS-CAND-STD-NO PIC X(10) VALUE SPACES.
       01  WS-CAND-NAME PIC X(25) VALUE SPACES.
       01  WS-TRIGGER PIC X(3) VALUE SPACES.
       01  WS-DETAIL PIC X(20) VALUE SPACES.
       01  WS-SEND PIC X VALUE "N".
       01  WS-ADVISER PIC X(25) VALUE SPACES.
       01  WS-SECT-DESC PIC X(11) VALUE SPACES.

      * Run counts for the control page.
       01  WS-ATR-CNT PIC 9(5) VALUE 0.
       01  WS-ABS-SENT PIC 9(5) VALUE 0.
       01  WS-CLN-CNT PIC 9(5) VALUE 0.
       01  WS-LETTER-CNT PIC 9(5) VALUE 0.
       01  WS-DUP-CNT PIC 9(5) VALUE 0.
       01  WS-LEFT-CNT PIC 9(5) VALUE 0.
       01  WS-STALE-CNT PIC 9(5) VALUE 0.
       01  WS-NOGDN-CNT PIC 9(5) VALUE 0.
       01  WS-LIST-CNT PIC 9(5) VALUE 0.

      * Students who tripped a trigger but have no guardian contact -
      * listed on the control page so they can be keyed in GUARDMNT
      * and picked up by the next run.
       01  WS-NG-USED PIC 999 VALUE 0.
       01  WS-NG-TABLE.
           02 WS-NG-ENTRY OCCURS 200 TIMES.
              03 WS-NG-STD-NO PIC X(10).
              03 WS-NG-NAME PIC X(25).
              03 WS-NG-TRIGGER PIC X(3).
       01  N PIC 999 VALUE 0.

      * Register listing selection.
       01  WS-SELECT PIC X(10) VALUE SPACES.

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Letter layout - one letter per page.
       01  LTR-OFFICE.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(44) VALUE
              "STUDENT ADVISING - NOTICE TO PARENT/GUARDIAN".
       01  LTR-DATE-LINE.
           02 FILLER PIC X(50) VALUE SPACES.
           02 LD-DATE PIC X(10).
       01  LTR-REF-LINE.
           02 FILLER PIC X(50) VALUE SPACES.
           02 FILLER PIC X(5) VALUE "REF: ".
           02 LR-TERM PIC X(13).
           02 FILLER PIC X(1) VALUE "/".
           02 LR-TRIGGER PIC X(3).
       01  LTR-STUDENT-LINE.
           02 FILLER PIC X(5) VALUE "RE:  ".
           02 LS-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LS-STD-NO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LS-SECTION PIC X(11).
       01  LTR-AVE-LINE.
           02 FILLER PIC X(27) VALUE "     - LOW QUIZ AVERAGE OF ".
           02 LA-AVE PIC 9.99.
       01  LTR-GDE-LINE.
           02 FILLER PIC X(42) VALUE
              "     - EXAMINATION GRADE BELOW PASSING AT ".
           02 LG-GRADE PIC ZZ9.
       01  LTR-ABSN-LINE.
           02 FILLER PIC X(6) VALUE "     -".
           02 LN-ABS PIC ZZ9.
           02 FILLER PIC X(22) VALUE " ABSENCE(S) ON RECORD".
       01  LTR-ABS-1.
           02 FILLER PIC X(30) VALUE "OUR ATTENDANCE REGISTER SHOWS ".
           02 LB-ABS PIC ZZ9.
           02 FILLER PIC X(31) VALUE
              " ABSENCE(S) FOR THE STUDENT".
       01  LTR-ABS-2.
           02 FILLER PIC X(39) VALUE
              "NAMED ABOVE THIS TERM, MORE THAN THE ".
           02 LB-THRESH PIC ZZ9.
           02 FILLER PIC X(25) VALUE " WE ALLOW BEFORE WRITING".
       01  LTR-CLN-2.
           02 FILLER PIC X(32) VALUE
              "CLINIC FOLLOWING A SCREENING ON ".
           02 LC-DATE PIC X(10).
           02 FILLER PIC X(2) VALUE " (".
           02 LC-REASON PIC X(11).
           02 FILLER PIC X(11) VALUE ") AND HAS".

      * Control page after the letters.
       01  CTL-LINE.
           02 CT-LABEL PIC X(36).
           02 CT-CNT PIC ZZZZ9.
       01  NG-HDG.
           02 FILLER PIC X(50) VALUE
              "NOT SENT - NO GUARDIAN CONTACT (KEY IN GUARDMNT):".
       01  NG-DTL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 NG-STD-NO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NG-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 NG-TRIGGER PIC X(3).

      * Register listing.
       01  REG-HDG.
           02 FILLER PIC X(11) VALUE "STUDENT".
           02 FILLER PIC X(5) VALUE "TRG".
           02 FILLER PIC X(12) VALUE "SENT".
           02 FILLER PIC X(27) VALUE "ADVISER".
           02 FILLER PIC X(27) VALUE "GUARDIAN".
           02 FILLER PIC X(20) VALUE "DETAIL".
       01  REG-DTL.
           02 RD-STD-NO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RD-TRIGGER PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-SENT PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-ADVISER PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-GUARDIAN PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RD-DETAIL PIC X(20).
       01  REG-KEY-LINE.
           02 FILLER PIC X(36) VALUE
              "TRG: ATR=AT-RISK FLAG  ABS=ABSENCES".
           02 FILLER PIC X(21) VALUE "  CLN=CLINIC REFERRAL".

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
           DISPLAY "MODE - 1=SEND NOTIFICATION LETTERS"
               "  2=PRINT THE NOTICE REGISTER: ".
           ACCEPT WS-MODE.
           PERFORM GET-TERM-RTN.
           IF WS-TERM-OK = "Y"
               IF WS-MODE = 2
                   PERFORM REGISTER-RTN
               ELSE
                   PERFORM SEND-RTN
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       GET-TERM-RTN.
      * Letters and the register are per term on the calendar; a
      * term TERMCLSE has closed takes no more letters, though its
      * register can still be printed.
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
                   MOVE TKQ-START-DATE TO WS-TERM-START
                   MOVE TKQ-END-DATE TO WS-TERM-END
                   IF TKQ-STATUS = "CLOSED" AND WS-MODE NOT = 2
                       DISPLAY "TERM " WS-TERM-LABEL " IS CLOSED -"
                           " NO MORE LETTERS (COORDINATOR CAN REOPEN"
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

       SEND-RTN.
           DISPLAY "ABSENCES OVER N BRING A LETTER (E.G. 003): ".
           ACCEPT WS-ABS-THRESH.
           PERFORM OPEN-SEND-FILES-RTN.
           IF WS-OUTCOME = "COMPLETED"
               MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
               MOVE WS-CUR-DATE(1:8) TO WS-TODAY
               PERFORM LOAD-SECTIONS-RTN
               MOVE "NOTICES.DAT" TO WS-RPT-FILE
               MOVE "GUARDIAN NOTIFICATION RUN" TO PG-TITLE
               PERFORM START-REPORT-RTN
               PERFORM AT-RISK-RTN
               PERFORM ABSENCE-RTN
               PERFORM CLINIC-RTN
               PERFORM CONTROL-PAGE-RTN
               MOVE WS-LETTER-CNT TO PG-END-CNT
               WRITE PRINT-REC FROM PG-END-LINE AFTER 2 LINES
               CLOSE RECORD-OUT
               PERFORM SPOOL-RTN
               DISPLAY WS-LETTER-CNT " LETTER(S) IN NOTICES.DAT, "
                   WS-DUP-CNT " ALREADY NOTIFIED, " WS-NOGDN-CNT
                   " WITH NO GUARDIAN CONTACT"
           END-IF.
           PERFORM CLOSE-SEND-FILES-RTN.

       OPEN-SEND-FILES-RTN.
      * The register is created by the first letter ever sent; the
      * guardian file and the master must already be there. With no
      * section assignments the letters are signed by "the class
      * adviser" rather than by name.
           OPEN I-O NOTICE-FILE.
           IF WS-NTC-STATUS = "35"
               OPEN OUTPUT NOTICE-FILE
               CLOSE NOTICE-FILE
               OPEN I-O NOTICE-FILE
           END-IF.
           IF WS-NTC-STATUS = "00"
               MOVE "Y" TO WS-NTC-ON
           ELSE
               DISPLAY "NOTICREG.DAT NOT AVAILABLE - STATUS "
                   WS-NTC-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.
           OPEN INPUT GUARD-FILE.
           EVALUATE WS-GDN-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-GDN-ON
               WHEN "35"
                   DISPLAY "NO GUARDIAN CONTACTS ON FILE - KEY THEM IN"
                       " GUARDMNT FIRST"
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "GRDNMAST.DAT NOT AVAILABLE - STATUS "
                       WS-GDN-STATUS
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-EVALUATE.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS = "00"
               MOVE "Y" TO WS-SM-ON
           ELSE
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.
           OPEN INPUT ASSIGN-IN.
           IF WS-ASG-STATUS = "00"
               MOVE "Y" TO WS-ASG-ON
           END-IF.

       CLOSE-SEND-FILES-RTN.
           IF WS-NTC-ON = "Y"
               CLOSE NOTICE-FILE
           END-IF.
           IF WS-GDN-ON = "Y"
               CLOSE GUARD-FILE
           END-IF.
           IF WS-SM-ON = "Y"
               CLOSE STUDMAS
           END-IF.
           IF WS-ASG-ON = "Y"
               CLOSE ASSIGN-IN
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

       AT-RISK-RTN.
      * ATRISK's last sweep, as long as it was run for this term -
      * lines for any other term are counted and left alone.
           OPEN INPUT FLAG-IN.
           IF WS-FLG-STATUS NOT = "00"
               DISPLAY "NO AT-RISK EXTRACT (ATRFLAG.DAT) - RUN ATRISK"
                   " FOR AT-RISK LETTERS"
           ELSE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ FLAG-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE FLAG-LINE-IN TO AT-RISK-FLAG-REC
                           IF AFL-TERM NOT = WS-TERM-LABEL
                               ADD 1 TO WS-STALE-CNT
                           ELSE
                               IF AFL-STD-NO NOT = SPACES
                                   PERFORM AT-RISK-ONE-RTN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLAG-IN
               IF WS-STALE-CNT > 0
                   DISPLAY WS-STALE-CNT " AT-RISK LINE(S) ARE FOR"
                       " ANOTHER TERM - RERUN ATRISK FOR "
                       WS-TERM-LABEL
               END-IF
           END-IF.

       AT-RISK-ONE-RTN.
           MOVE AFL-STD-NO TO WS-CAND-STD-NO.
           MOVE AFL-NAME TO WS-CAND-NAME.
           MOVE "ATR" TO WS-TRIGGER.
           MOVE SPACES TO WS-DETAIL.
           STRING "CRITERIA " AFL-FLAGS
               DELIMITED BY SIZE INTO WS-DETAIL.
           PERFORM NOTIFY-RTN.
           IF WS-SEND = "Y"
               ADD 1 TO WS-ATR-CNT
           END-IF.

       ABSENCE-RTN.
      * The whole absence file in key order, i.e. each student's
      * absences together; only session dates inside the term count.
           OPEN INPUT ATT-IN.
           IF WS-ATT-STATUS NOT = "00"
               DISPLAY "NO ABSENCE FILE (ATTNDNC.DAT) - NO ABSENCE"
                   " LETTERS"
           ELSE
               MOVE SPACES TO WS-PREV-STD-NO
               MOVE 0 TO WS-ABS-CNT
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ATT-IN NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF ATT-STD-NO NOT = WS-PREV-STD-NO
                               PERFORM ABSENCE-BREAK-RTN
                               MOVE ATT-STD-NO TO WS-PREV-STD-NO
                               MOVE 0 TO WS-ABS-CNT
                           END-IF
                           IF ATT-DATE >= WS-TERM-START
                               AND ATT-DATE <= WS-TERM-END
                               AND WS-ABS-CNT < 999
                               ADD 1 TO WS-ABS-CNT
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM ABSENCE-BREAK-RTN
               CLOSE ATT-IN
           END-IF.

       ABSENCE-BREAK-RTN.
           IF WS-PREV-STD-NO NOT = SPACES
               AND WS-ABS-CNT > WS-ABS-THRESH
               MOVE WS-PREV-STD-NO TO WS-CAND-STD-NO
               MOVE SPACES TO WS-CAND-NAME
               MOVE "ABS" TO WS-TRIGGER
               MOVE SPACES TO WS-DETAIL
               STRING "ABSENCES " WS-ABS-CNT
                   DELIMITED BY SIZE INTO WS-DETAIL
               PERFORM NOTIFY-RTN
               IF WS-SEND = "Y"
                   ADD 1 TO WS-ABS-SENT
               END-IF
           END-IF.

       CLINIC-RTN.
      * An OPEN referral is one the clinic has not yet seen the
      * student for (CLINREF closes it when the visit is recorded).
      * Referrals screened after the term ended wait for their own
      * term.
           OPEN INPUT REF-IN.
           IF WS-REF-STATUS NOT = "00"
               DISPLAY "NO CLINIC REFERRALS (CLINREF.DAT) - NO CLINIC"
                   " LETTERS"
           ELSE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ REF-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE REF-LINE-IN TO REFERRAL-REC
                           IF REF-STATUS = "OPEN"
                               AND REF-ATTENDED NOT = "Y"
                               AND REF-SCR-DATE <= WS-TERM-END
                               AND REF-STD-NO NOT = SPACES
                               PERFORM CLINIC-ONE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REF-IN
           END-IF.

       CLINIC-ONE-RTN.
           MOVE REF-STD-NO TO WS-CAND-STD-NO.
           MOVE REF-NAME TO WS-CAND-NAME.
           MOVE "CLN" TO WS-TRIGGER.
           MOVE SPACES TO WS-DETAIL.
           STRING "SCREENED " REF-SCR-DATE
               DELIMITED BY SIZE INTO WS-DETAIL.
           PERFORM NOTIFY-RTN.
           IF WS-SEND = "Y"
               ADD 1 TO WS-CLN-CNT
           END-IF.

       NOTIFY-RTN.
      * One triggered student: still enrolled, not already written
      * to about this in this term, and a guardian to write to -
      * then the letter and its register entry.
           MOVE "Y" TO WS-SEND.
           MOVE WS-CAND-STD-NO TO SM-STD-NO.
           READ STUDMAS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SM-STD-NM TO WS-CAND-NAME
                   IF SM-WITHDRAWN OR SM-ON-LEAVE OR SM-GRADUATED
                       MOVE "N" TO WS-SEND
                       ADD 1 TO WS-LEFT-CNT
                   END-IF
           END-READ.
           IF WS-SEND = "Y"
               MOVE WS-CAND-STD-NO TO NTC-STD-NO
               MOVE WS-SCH-YEAR TO NTC-SCH-YEAR
               MOVE WS-SEMESTER TO NTC-SEMESTER
               MOVE WS-TRIGGER TO NTC-TRIGGER
               READ NOTICE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-SEND
                       ADD 1 TO WS-DUP-CNT
               END-READ
           END-IF.
           IF WS-SEND = "Y"
               MOVE WS-CAND-STD-NO TO GDN-STD-NO
               READ GUARD-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SEND
                       PERFORM NO-GUARDIAN-RTN
               END-READ
           END-IF.
           IF WS-SEND = "Y"
               PERFORM FIND-ADVISER-RTN
               PERFORM PRINT-LETTER-RTN
               PERFORM REGISTER-NOTICE-RTN
           END-IF.

       NO-GUARDIAN-RTN.
           ADD 1 TO WS-NOGDN-CNT.
           IF WS-NG-USED < 200
               ADD 1 TO WS-NG-USED
               MOVE WS-CAND-STD-NO TO WS-NG-STD-NO(WS-NG-USED)
               MOVE WS-CAND-NAME TO WS-NG-NAME(WS-NG-USED)
               MOVE WS-TRIGGER TO WS-NG-TRIGGER(WS-NG-USED)
           END-IF.

       FIND-ADVISER-RTN.
      * Student -> section (SECASSGN.DAT) -> adviser (SECTMAST.DAT).
           MOVE "THE CLASS ADVISER" TO WS-ADVISER.
           MOVE SPACES TO WS-SECT-DESC.
           IF WS-ASG-ON = "Y"
               MOVE WS-CAND-STD-NO TO ASG-STD-NO
               READ ASSIGN-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY PERFORM FIND-SECTION-RTN
               END-READ
           END-IF.

       FIND-SECTION-RTN.
           STRING ASG-COURSE DELIMITED BY SPACE
                  " " ASG-YR-LEVEL "-" ASG-SECTION
               DELIMITED BY SIZE INTO WS-SECT-DESC.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SEC-USED
               IF WS-SE-COURSE(S) = ASG-COURSE
                   AND WS-SE-YR(S) = ASG-YR-LEVEL
                   AND WS-SE-CODE(S) = ASG-SECTION
                   AND WS-SE-ADVISER(S) NOT = SPACES
                   MOVE WS-SE-ADVISER(S) TO WS-ADVISER
               END-IF
           END-PERFORM.

       REGISTER-NOTICE-RTN.
      * NTC-KEY is still set from the register check.
           MOVE WS-TODAY TO NTC-SENT-DATE.
           MOVE WS-ADVISER TO NTC-ADVISER.
           MOVE GDN-NAME TO NTC-GUARDIAN.
           MOVE WS-OPERATOR TO NTC-OPERATOR.
           MOVE WS-DETAIL TO NTC-DETAIL.
           WRITE NOTICE-REC
               INVALID KEY
                   DISPLAY "REGISTER ENTRY NOT WRITTEN - " NTC-STD-NO
                       " " NTC-TRIGGER " STATUS " WS-NTC-STATUS
           END-WRITE.

       PRINT-LETTER-RTN.
      * School heading, date and reference, the guardian's address,
      * then the trigger's paragraph and the adviser's signature.
           ADD 1 TO WS-LETTER-CNT.
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM LTR-OFFICE AFTER 1 LINE.
           STRING WS-TODAY(1:4) "-" WS-TODAY(5:2) "-" WS-TODAY(7:2)
               DELIMITED BY SIZE INTO LD-DATE.
           WRITE PRINT-REC FROM LTR-DATE-LINE AFTER 3 LINES.
           MOVE WS-TERM-LABEL TO LR-TERM.
           MOVE WS-TRIGGER TO LR-TRIGGER.
           WRITE PRINT-REC FROM LTR-REF-LINE AFTER 1 LINE.
           MOVE GDN-NAME TO PRINT-REC.
           WRITE PRINT-REC AFTER 2 LINES.
           MOVE GDN-ADDR-1 TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           IF GDN-ADDR-2 NOT = SPACES
               MOVE GDN-ADDR-2 TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
           END-IF.
           IF GDN-ADDR-3 NOT = SPACES
               MOVE GDN-ADDR-3 TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
           END-IF.
           MOVE WS-CAND-NAME TO LS-NAME.
           MOVE WS-CAND-STD-NO TO LS-STD-NO.
           MOVE WS-SECT-DESC TO LS-SECTION.
           WRITE PRINT-REC FROM LTR-STUDENT-LINE AFTER 2 LINES.
           MOVE SPACES TO PRINT-REC.
           STRING "DEAR " DELIMITED BY SIZE
                  GDN-NAME DELIMITED BY "  "
                  ":" DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC AFTER 2 LINES.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           EVALUATE WS-TRIGGER
               WHEN "ATR"
                   PERFORM AT-RISK-TEXT-RTN
               WHEN "ABS"
                   PERFORM ABSENCE-TEXT-RTN
               WHEN OTHER
                   PERFORM CLINIC-TEXT-RTN
           END-EVALUATE.
           PERFORM CLOSING-TEXT-RTN.

       AT-RISK-TEXT-RTN.
      * One line per criterion ATRISK fired (see ATRFLAG.CPY).
           MOVE "THIS IS TO INFORM YOU THAT THE STUDENT NAMED ABOVE HAS"
               TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE "BEEN IDENTIFIED AS AT RISK OF FAILING THIS TERM, ON"
               TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE "THE FOLLOWING GROUNDS:" TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           IF AFL-FLAGS(1:1) = "R"
               MOVE "     - FAILING REMARKS ON THE QUIZ RECORD"
                   TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
           END-IF.
           IF AFL-FLAGS(2:1) = "A"
               MOVE AFL-AVE TO LA-AVE
               WRITE PRINT-REC FROM LTR-AVE-LINE AFTER 1 LINE
           END-IF.
           IF AFL-FLAGS(3:1) = "G"
               MOVE AFL-GRADE TO LG-GRADE
               WRITE PRINT-REC FROM LTR-GDE-LINE AFTER 1 LINE
           END-IF.
           IF AFL-FLAGS(4:1) = "K"
               MOVE "     - CLASS RANK AMONG THE LOWEST IN THE CLASS"
                   TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
           END-IF.
           IF AFL-FLAGS(5:1) = "T"
               MOVE AFL-ABS TO LN-ABS
               WRITE PRINT-REC FROM LTR-ABSN-LINE AFTER 1 LINE
           END-IF.

       ABSENCE-TEXT-RTN.
           MOVE WS-ABS-CNT TO LB-ABS.
           WRITE PRINT-REC FROM LTR-ABS-1 AFTER 1 LINE.
           MOVE WS-ABS-THRESH TO LB-THRESH.
           WRITE PRINT-REC FROM LTR-ABS-2 AFTER 1 LINE.
           MOVE "TO THE FAMILY. REPEATED ABSENCES ARE OFTEN THE FIRST"
               TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE "SIGN THAT A STUDENT IS FALLING BEHIND." TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.

       CLINIC-TEXT-RTN.
           MOVE "THE STUDENT NAMED ABOVE WAS REFERRED TO THE SCHOOL"
               TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE SPACES TO LC-DATE.
           STRING REF-SCR-DATE(1:4) "-" REF-SCR-DATE(5:2) "-"
                  REF-SCR-DATE(7:2)
               DELIMITED BY SIZE INTO LC-DATE.
           MOVE REF-REASON TO LC-REASON.
           WRITE PRINT-REC FROM LTR-CLN-2 AFTER 1 LINE.
           MOVE "NOT YET GONE TO THE CLINIC. PLEASE HELP US MAKE SURE"
               TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE "THE STUDENT SEES THE SCHOOL NURSE AT THE EARLIEST"
               TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE "OPPORTUNITY." TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.

       CLOSING-TEXT-RTN.
           MOVE "WE WOULD WELCOME THE CHANCE TO DISCUSS THIS WITH YOU."
               TO PRINT-REC.
           WRITE PRINT-REC AFTER 2 LINES.
           MOVE "PLEASE CONTACT THE UNDERSIGNED THROUGH THE DEPARTMENT"
               TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE "OFFICE AT YOUR EARLIEST CONVENIENCE." TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE "VERY TRULY YOURS," TO PRINT-REC.
           WRITE PRINT-REC AFTER 2 LINES.
           MOVE WS-ADVISER TO PRINT-REC.
           WRITE PRINT-REC AFTER 4 LINES.
           MOVE SPACES TO PRINT-REC.
           STRING "CLASS ADVISER  " WS-SECT-DESC
               DELIMITED BY SIZE INTO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.

       CONTROL-PAGE-RTN.
      * The run's own page after the last letter: what went out,
      * what was held back and why.
           PERFORM NEW-PAGE-RTN.
           MOVE "LETTERS - AT-RISK FLAG" TO CT-LABEL.
           MOVE WS-ATR-CNT TO CT-CNT.
           WRITE PRINT-REC FROM CTL-LINE AFTER 2 LINES.
           MOVE "LETTERS - ABSENCES OVER THRESHOLD" TO CT-LABEL.
           MOVE WS-ABS-SENT TO CT-CNT.
           WRITE PRINT-REC FROM CTL-LINE AFTER 1 LINE.
           MOVE "LETTERS - UNATTENDED CLINIC REFERRAL" TO CT-LABEL.
           MOVE WS-CLN-CNT TO CT-CNT.
           WRITE PRINT-REC FROM CTL-LINE AFTER 1 LINE.
           MOVE "ALREADY NOTIFIED THIS TERM" TO CT-LABEL.
           MOVE WS-DUP-CNT TO CT-CNT.
           WRITE PRINT-REC FROM CTL-LINE AFTER 2 LINES.
           MOVE "WITHDRAWN, ON LEAVE OR GRADUATED" TO CT-LABEL.
           MOVE WS-LEFT-CNT TO CT-CNT.
           WRITE PRINT-REC FROM CTL-LINE AFTER 1 LINE.
           MOVE "AT-RISK LINES FOR ANOTHER TERM" TO CT-LABEL.
           MOVE WS-STALE-CNT TO CT-CNT.
           WRITE PRINT-REC FROM CTL-LINE AFTER 1 LINE.
           MOVE "NO GUARDIAN CONTACT ON FILE" TO CT-LABEL.
           MOVE WS-NOGDN-CNT TO CT-CNT.
           WRITE PRINT-REC FROM CTL-LINE AFTER 1 LINE.
           ADD 10 TO PG-LINE-CNT.
           IF WS-NG-USED > 0
               WRITE PRINT-REC FROM NG-HDG AFTER 2 LINES
               ADD 2 TO PG-LINE-CNT
               PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NG-USED
                   MOVE WS-NG-STD-NO(N) TO NG-STD-NO
                   MOVE WS-NG-NAME(N) TO NG-NAME
                   MOVE WS-NG-TRIGGER(N) TO NG-TRIGGER
                   PERFORM PAGE-CHECK-RTN
                   WRITE PRINT-REC FROM NG-DTL AFTER 1 LINE
                   ADD 1 TO PG-LINE-CNT
               END-PERFORM
           END-IF.

       REGISTER-RTN.
      * The register for the term, one student or all of them, in
      * student-number order.
           DISPLAY "STUDENT NUMBER (OR ALL): ".
           ACCEPT WS-SELECT.
           IF WS-SELECT = "all"
               MOVE "ALL" TO WS-SELECT
           END-IF.
           OPEN INPUT NOTICE-FILE.
           IF WS-NTC-STATUS NOT = "00"
               DISPLAY "NO NOTICE REGISTER ON FILE - NO LETTERS SENT"
                   " YET"
           ELSE
               MOVE "NOTCLIST.DAT" TO WS-RPT-FILE
               MOVE "GUARDIAN NOTICE REGISTER" TO PG-TITLE
               PERFORM START-REPORT-RTN
               PERFORM NEW-PAGE-RTN
               WRITE PRINT-REC FROM REG-HDG AFTER 2 LINES
               ADD 2 TO PG-LINE-CNT
               MOVE SPACES TO NTC-KEY
               IF WS-SELECT NOT = "ALL"
                   MOVE WS-SELECT TO NTC-STD-NO
               END-IF
               MOVE "NO" TO WS-EOF
               START NOTICE-FILE KEY IS NOT < NTC-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ NOTICE-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM REGISTER-LINE-RTN
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
               WRITE PRINT-REC FROM REG-KEY-LINE AFTER 2 LINES
               MOVE WS-LIST-CNT TO PG-END-CNT
               WRITE PRINT-REC FROM PG-END-LINE AFTER 1 LINE
               CLOSE RECORD-OUT
               PERFORM SPOOL-RTN
               DISPLAY WS-LIST-CNT " NOTICE(S) LISTED IN NOTCLIST.DAT"
           END-IF.

       REGISTER-LINE-RTN.
           IF WS-SELECT NOT = "ALL" AND NTC-STD-NO NOT = WS-SELECT
               MOVE "YES" TO WS-EOF
           ELSE
               IF NTC-SCH-YEAR = WS-SCH-YEAR
                   AND NTC-SEMESTER = WS-SEMESTER
                   MOVE NTC-STD-NO TO RD-STD-NO
                   MOVE NTC-TRIGGER TO RD-TRIGGER
                   MOVE SPACES TO RD-SENT
                   STRING NTC-SENT-DATE(1:4) "-" NTC-SENT-DATE(5:2)
                          "-" NTC-SENT-DATE(7:2)
                       DELIMITED BY SIZE INTO RD-SENT
                   MOVE NTC-ADVISER TO RD-ADVISER
                   MOVE NTC-GUARDIAN TO RD-GUARDIAN
                   MOVE NTC-DETAIL TO RD-DETAIL
                   PERFORM PAGE-CHECK-RTN
                   WRITE PRINT-REC FROM REG-DTL AFTER 1 LINE
                   ADD 1 TO PG-LINE-CNT
                   ADD 1 TO WS-LIST-CNT
               END-IF
           END-IF.

       START-REPORT-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE WS-TERM-LABEL TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) - the letters carry
      * only the school line, so a page of their own.
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
               IF WS-MODE = 2
                   WRITE PRINT-REC FROM REG-HDG AFTER 2 LINES
                   ADD 2 TO PG-LINE-CNT
               END-IF
           END-IF.

       SPOOL-RTN.
      * File the just-written letters or listing on the spool (see
      * SPOOLSAV).
           MOVE "NOTICEGN" TO SPQ-PROGRAM.
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
           MOVE "NOTICEGN" TO ALR-PROGRAM.
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
