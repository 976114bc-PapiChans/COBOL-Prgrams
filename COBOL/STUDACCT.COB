      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Student accounts - the cashier's side of clearance,
      *          so report cards and transcripts stop going out to
      *          students with unpaid balances. Keeps one account per
      *          student in ACCTMAST.DAT (see ACCTMAST.CPY) and every
      *          amount posted to it in ACCTTRAN.DAT (see
      *          ACCTTRAN.CPY). Mode 1 assesses a term: each student's
      *          subject units on this term's ledger (GRDLEDGR.DAT,
      *          units from SUBJMAST.DAT) times the per-unit rate of
      *          the student's course (FEERATE.DAT, course from
      *          ENROLL.DAT) - a re-run posts only the difference;
      *          only an OPEN term can be assessed.
      *          Modes 2 and 3 post payments and adjustments, mode 4
      *          places or lifts a clearance hold by hand, mode 5
      *          prints the statement of account (STMTACCT.DAT,
      *          spooled), mode 6 sets a course's unit rate, and
      *          mode 7 is the hold sweep - every account with a
      *          balance due goes on hold, and sweep holds whose
      *          balance has been cleared are lifted. RPTCARD and
      *          TRNSCRPT withhold grades while a student is on hold;
      *          REGXPORT sends the registrar the held list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDACCT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-STD-NO
               FILE STATUS IS WS-ACT-STATUS.
           SELECT TRAN-OUT ASSIGN TO "ACCTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT TRAN-IN ASSIGN TO "ACCTTRAN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT RATE-IN ASSIGN TO "FEERATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STATUS.
           SELECT RATE-OUT ASSIGN TO "FEERATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTE-STATUS.
           SELECT SUBJ-IN ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBJ-STATUS.
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
           SELECT RECORD-OUT ASSIGN TO "STMTACCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ACCTMAST.CPY".

       FD  TRAN-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRAN-LINE-OUT.
       01  TRAN-LINE-OUT PIC X(84).

       FD  TRAN-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRAN-LINE-IN.
       01  TRAN-LINE-IN PIC X(84).

       FD  RATE-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RATE-LINE-IN.
       01  RATE-LINE-IN PIC X(12).

       FD  RATE-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RATE-LINE-OUT.
       01  RATE-LINE-OUT PIC X(12).

       FD  SUBJ-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJ-LINE-IN.
       01  SUBJ-LINE-IN PIC X(64).

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

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(90).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Account transaction record (see ACCTTRAN.CPY).
       COPY "ACCTTRAN.CPY".

      * Tuition rate record (see FEERATE.CPY).
       COPY "FEERATE.CPY".

      * Subject master record (see SUBJMAST.CPY).
       COPY "SUBJMAST.CPY".

      * Imported enrollment record view (see ENROLL.CPY).
       COPY "ENROLL.CPY".

       01  WS-ACT-STATUS PIC XX VALUE "00".
       01  WS-TRN-STATUS PIC XX VALUE "00".
       01  WS-RTE-STATUS PIC XX VALUE "00".
       01  WS-SBJ-STATUS PIC XX VALUE "00".
       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-LDG-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-TRN-EOF PIC XXX VALUE "NO".
       01  ANS PIC X VALUE "Y".
       01  WS-SELECT PIC X(10) VALUE SPACES.
       01  WS-STD-NO PIC X(10) VALUE SPACES.
       01  WS-STD-NM PIC X(25) VALUE SPACES.
       01  WS-STD-OK PIC X VALUE "N".
       01  WS-SM-ON PIC X VALUE "N".
       01  WS-ACT-NEW PIC X VALUE "N".
       01  WS-ACT-OK PIC X VALUE "N".
       01  WS-AMOUNT PIC 9(7)V99 VALUE 0.
       01  WS-REF PIC X(12) VALUE SPACES.
       01  WS-DIR PIC X VALUE SPACES.
       01  WS-HOLD-ACT PIC X VALUE SPACES.
       01  WS-STAMP PIC X(19) VALUE SPACES.

      * Balance due - charges less credits. An overpayment leaves it
      * below zero, the only figure in the system that can be.
       01  WS-BALANCE PIC S9(7)V99 VALUE 0.
       01  WS-RUN-BAL PIC S9(7)V99 VALUE 0.
       01  WS-BAL-OUT PIC -Z(6)9.99.

      * Same course table 2DPROG keys the census data on.
       01  NUM-COURSES PIC 99 VALUE 4.
       01  COURSE-LIST-INIT.
           02 FILLER PIC X(5) VALUE "BSIT".
           02 FILLER PIC X(5) VALUE "BSCS".
           02 FILLER PIC X(5) VALUE "BSCPE".
           02 FILLER PIC X(5) VALUE "BSIS".
       01  COURSE-LIST REDEFINES COURSE-LIST-INIT.
           02 COURSE-CODE OCCURS 4 TIMES PIC X(5).

      * Unit rate table - the whole rate file.
       01  WS-RTE-USED PIC 99 VALUE 0.
       01  WS-RTE-TABLE.
           02 WS-RTE-ENTRY OCCURS 20 TIMES.
              03 WS-RT-COURSE PIC X(5).
              03 WS-RT-RATE PIC 9(5)V99.
       01  WS-RTE-HIT PIC 99 VALUE 0.

      * Subject table - units per subject code.
       01  WS-SBJ-USED PIC 999 VALUE 0.
       01  WS-SBJ-TABLE.
           02 WS-SBJ-ENTRY OCCURS 300 TIMES.
              03 WS-SB-CODE PIC X(8).
              03 WS-SB-UNITS PIC 9V9.
       01  WS-SBJ-HIT PIC 999 VALUE 0.

      * Enrollment roster - course by student.
       01  WS-ROS-USED PIC 999 VALUE 0.
       01  WS-ROS-TABLE.
           02 WS-ROS-ENTRY OCCURS 999 TIMES.
              03 WS-RO-STD-NO PIC X(10).
              03 WS-RO-COURSE PIC X(5).
       01  WS-ROS-HIT PIC 999 VALUE 0.

      * Units enrolled this term, one entry per student on the
      * ledger.
       01  WS-STU-USED PIC 999 VALUE 0.
       01  WS-STU-TABLE.
           02 WS-STU-ENTRY OCCURS 999 TIMES.
              03 WS-ST-STD-NO PIC X(10).
              03 WS-ST-UNITS PIC 99V9.
       01  WS-STU-HIT PIC 999 VALUE 0.
       01  WS-STU-OVFL PIC X VALUE "N".

       01  I PIC 999 VALUE 0.
       01  S PIC 999 VALUE 0.

      * Assessment run counts.
       01  WS-ASM-CNT PIC 999 VALUE 0.
       01  WS-SAME-CNT PIC 999 VALUE 0.
       01  WS-DROP-CNT PIC 999 VALUE 0.
       01  WS-NOROS-CNT PIC 999 VALUE 0.
       01  WS-NORATE-CNT PIC 999 VALUE 0.
       01  WS-HOLD-CNT PIC 999 VALUE 0.
       01  WS-LIFT-CNT PIC 999 VALUE 0.
       01  WS-STMT-CNT PIC 999 VALUE 0.

      * Term calendar look-up (TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-SCH-YEAR PIC X(9) VALUE SPACES.
       01  WS-SEMESTER PIC X(1) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

      * Standard page handling for the statement (PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

       01  STMT-ID-LINE.
           02 FILLER PIC X(16) VALUE "STUDENT NUMBER: ".
           02 STI-STD-NO PIC X(10).
           02 FILLER PIC X(8) VALUE "  NAME: ".
           02 STI-STD-NM PIC X(25).
       01  STMT-COLS.
           02 FILLER PIC X(11) VALUE "DATE".
           02 FILLER PIC X(12) VALUE "TERM".
           02 FILLER PIC X(5) VALUE "TYPE".
           02 FILLER PIC X(13) VALUE "REFERENCE".
           02 FILLER PIC X(12) VALUE "     CHARGE".
           02 FILLER PIC X(12) VALUE "     CREDIT".
           02 FILLER PIC X(12) VALUE "     BALANCE".
       01  STMT-DTL.
           02 SD-DATE PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-YEAR PIC X(9).
           02 SD-SLASH PIC X(1).
           02 SD-SEM PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-TYPE PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 SD-REF PIC X(12).
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-CHARGE PIC Z(7)9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-CREDIT PIC Z(7)9.99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 SD-BALANCE PIC -Z(6)9.99.
       01  STMT-TOT.
           02 FILLER PIC X(10) VALUE "CHARGES: ".
           02 STT-CHARGES PIC Z(7)9.99.
           02 FILLER PIC X(12) VALUE "  CREDITS: ".
           02 STT-CREDITS PIC Z(7)9.99.
           02 FILLER PIC X(16) VALUE "  BALANCE DUE: ".
           02 STT-BALANCE PIC -Z(6)9.99.
       01  STMT-HOLD.
           02 FILLER PIC X(11) VALUE "CLEARANCE: ".
           02 STH-TEXT PIC X(40).
       01  WS-CHARGES PIC 9(8)V99 VALUE 0.
       01  WS-CREDITS PIC 9(8)V99 VALUE 0.

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
           DISPLAY "MODE - 1=ASSESS TERM  2=PAYMENT  3=ADJUSTMENT"
               "  4=HOLD/RELEASE".
           DISPLAY "       5=STATEMENT OF ACCOUNT  6=SET UNIT RATE"
               "  7=HOLD SWEEP: ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 1
                   PERFORM GET-TERM-RTN
                   IF WS-TERM-OK = "Y"
                       PERFORM ASSESS-RTN
                   END-IF
               WHEN 2
                   PERFORM OPEN-ACCOUNTS-RTN
                   IF WS-ACT-OK = "Y"
                       PERFORM DATE-TERM-RTN
                       MOVE "Y" TO ANS
                       PERFORM PAYMENT-RTN
                           UNTIL ANS = "N" OR ANS = "n"
                       CLOSE ACCT-FILE
                   END-IF
               WHEN 3
                   PERFORM OPEN-ACCOUNTS-RTN
                   IF WS-ACT-OK = "Y"
                       PERFORM DATE-TERM-RTN
                       PERFORM ADJUST-RTN
                       CLOSE ACCT-FILE
                   END-IF
               WHEN 4
                   PERFORM OPEN-ACCOUNTS-RTN
                   IF WS-ACT-OK = "Y"
                       PERFORM HOLD-RTN
                       CLOSE ACCT-FILE
                   END-IF
               WHEN 5
                   PERFORM STATEMENT-RTN
               WHEN 6
                   PERFORM SET-RATE-RTN
               WHEN 7
                   PERFORM OPEN-ACCOUNTS-RTN
                   IF WS-ACT-OK = "Y"
                       PERFORM SWEEP-RTN
                       CLOSE ACCT-FILE
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID MODE"
                   MOVE "CANCELLED" TO WS-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       GET-TERM-RTN.
      * The assessment is for one term on the calendar, and only an
      * OPEN one - the units billed come from the running term's
      * ledger, so a FUTURE term would be charged for the current
      * load, and a CLOSED term takes no more charges.
           MOVE "N" TO WS-TERM-OK.
           DISPLAY "TERM LABEL OF THE ASSESSMENT (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   EVALUATE TKQ-STATUS
                       WHEN "OPEN"
                           MOVE TKQ-LABEL TO WS-TERM-LABEL
                           MOVE TKQ-SCH-YEAR TO WS-SCH-YEAR
                           MOVE TKQ-SEMESTER TO WS-SEMESTER
                           MOVE "Y" TO WS-TERM-OK
                       WHEN "CLOSED"
                           DISPLAY "TERM " TKQ-LABEL " IS CLOSED -"
                               " NO FURTHER ASSESSMENT"
                           MOVE "ABORTED-CLOSED-TERM" TO WS-OUTCOME
                       WHEN OTHER
                           DISPLAY "TERM " TKQ-LABEL " IS "
                               TKQ-STATUS " - NOT ASSESSED UNTIL"
                               " THE COORDINATOR OPENS IT IN TERMMNT"
                           MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
                   END-EVALUATE
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST"
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - "
                       WS-TERM-LABEL
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-EVALUATE.

       DATE-TERM-RTN.
      * Payments and adjustments are tagged with the term today
      * falls in; between terms the tag stays blank.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE "DATE" TO TKQ-FUNC.
           MOVE WS-CUR-DATE(1:8) TO TKQ-DATE.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           IF TKQ-REPLY = "Y"
               MOVE TKQ-LABEL TO WS-TERM-LABEL
               MOVE TKQ-SCH-YEAR TO WS-SCH-YEAR
               MOVE TKQ-SEMESTER TO WS-SEMESTER
           ELSE
               MOVE SPACES TO WS-TERM-LABEL
               MOVE SPACES TO WS-SCH-YEAR
               MOVE SPACES TO WS-SEMESTER
           END-IF.

       OPEN-ACCOUNTS-RTN.
           MOVE "N" TO WS-ACT-OK.
           OPEN I-O ACCT-FILE.
           IF WS-ACT-STATUS = "35"
               OPEN OUTPUT ACCT-FILE
               CLOSE ACCT-FILE
               OPEN I-O ACCT-FILE
           END-IF.
           IF WS-ACT-STATUS = "00"
               MOVE "Y" TO WS-ACT-OK
           ELSE
               DISPLAY "ACCTMAST.DAT NOT AVAILABLE - STATUS "
                   WS-ACT-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.

       GET-ACCOUNT-RTN.
      * Read the account, or start a new one at nil.
           MOVE "N" TO WS-ACT-NEW.
           MOVE WS-STD-NO TO ACT-STD-NO.
           READ ACCT-FILE
               INVALID KEY
                   MOVE "Y" TO WS-ACT-NEW
                   MOVE SPACES TO ACCOUNT-REC
                   MOVE WS-STD-NO TO ACT-STD-NO
                   MOVE ZEROS TO ACT-ASSESSED ACT-ADJ-DR ACT-PAID
                       ACT-ADJ-CR ACT-ASM-AMT
                   MOVE "N" TO ACT-HOLD
           END-READ.
           PERFORM COMPUTE-BALANCE-RTN.

       SAVE-ACCOUNT-RTN.
           IF WS-ACT-NEW = "Y"
               WRITE ACCOUNT-REC
                   INVALID KEY REWRITE ACCOUNT-REC
               END-WRITE
               MOVE "N" TO WS-ACT-NEW
           ELSE
               REWRITE ACCOUNT-REC
           END-IF.

       COMPUTE-BALANCE-RTN.
           COMPUTE WS-BALANCE = ACT-ASSESSED + ACT-ADJ-DR
               - ACT-PAID - ACT-ADJ-CR.

       CHECK-STUDENT-RTN.
      * Payments and adjustments are only taken for a student on the
      * master, so a mistyped number cannot open a stray account.
           MOVE "N" TO WS-STD-OK.
           MOVE SPACES TO WS-STD-NM.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS = "00"
               MOVE SPACES TO SM-STD-NO
               MOVE WS-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY
                       DISPLAY "NO MASTER RECORD FOR " WS-STD-NO
                   NOT INVALID KEY
                       MOVE "Y" TO WS-STD-OK
                       MOVE SM-STD-NM TO WS-STD-NM
               END-READ
               CLOSE STUDMAS
           ELSE
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
           END-IF.

       POST-TRAN-RTN.
      * Append the transaction set up in ACCT-TRAN-REC and carry it
      * into the account totals - the caller saves the account.
           PERFORM STAMP-RTN.
           MOVE WS-STD-NO TO ATR-STD-NO.
           MOVE WS-OPERATOR TO ATR-OPERATOR.
           MOVE WS-STAMP TO ATR-DATETIME.
           OPEN EXTEND TRAN-OUT.
           IF WS-TRN-STATUS = "35"
               OPEN OUTPUT TRAN-OUT
           END-IF.
           WRITE TRAN-LINE-OUT FROM ACCT-TRAN-REC.
           CLOSE TRAN-OUT.
           EVALUATE TRUE
               WHEN ATR-TYPE = "ASM" AND ATR-DEBIT
                   ADD ATR-AMOUNT TO ACT-ASSESSED
               WHEN ATR-TYPE = "ASM"
                   SUBTRACT ATR-AMOUNT FROM ACT-ASSESSED
               WHEN ATR-TYPE = "PAY"
                   ADD ATR-AMOUNT TO ACT-PAID
               WHEN ATR-DEBIT
                   ADD ATR-AMOUNT TO ACT-ADJ-DR
               WHEN OTHER
                   ADD ATR-AMOUNT TO ACT-ADJ-CR
           END-EVALUATE.
           PERFORM COMPUTE-BALANCE-RTN.

       LIFT-CHECK-RTN.
      * A hold the sweep placed for an unpaid balance comes off by
      * itself once the balance is cleared; a hand-placed one waits
      * for the cashier.
           IF ACT-ON-HOLD AND ACT-HOLD-RSN = "BAL"
               AND WS-BALANCE NOT > 0
               MOVE "N" TO ACT-HOLD
               MOVE SPACES TO ACT-HOLD-RSN
               MOVE WS-OPERATOR TO ACT-HOLD-OPR
               PERFORM STAMP-RTN
               MOVE WS-STAMP TO ACT-HOLD-STAMP
               ADD 1 TO WS-LIFT-CNT
               DISPLAY "BALANCE CLEARED - HOLD LIFTED"
           END-IF.

       STAMP-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE SPACES TO WS-STAMP.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-STAMP.

       LOAD-RATES-RTN.
           MOVE 0 TO WS-RTE-USED.
           OPEN INPUT RATE-IN.
           IF WS-RTE-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ RATE-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE RATE-LINE-IN TO FEE-RATE-REC
                           IF FEE-COURSE NOT = SPACES
                               AND WS-RTE-USED < 20
                               ADD 1 TO WS-RTE-USED
                               MOVE FEE-COURSE
                                   TO WS-RT-COURSE(WS-RTE-USED)
                               MOVE FEE-UNIT-RATE
                                   TO WS-RT-RATE(WS-RTE-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATE-IN
           END-IF.

       FIND-RATE-RTN.
           MOVE 0 TO WS-RTE-HIT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RTE-USED
               IF WS-RT-COURSE(I) = FEE-COURSE
                   MOVE I TO WS-RTE-HIT
               END-IF
           END-PERFORM.

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
                               MOVE SBJ-UNITS
                                   TO WS-SB-UNITS(WS-SBJ-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJ-IN
           END-IF.

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

       LOAD-UNITS-RTN.
      * Every ledger line is a subject the student carries this
      * term, graded or not - sum its units per student. The whole
      * ledger is wanted, so it is read through in key order.
           MOVE 0 TO WS-STU-USED.
           MOVE "N" TO WS-STU-OVFL.
           OPEN INPUT LEDGER.
           IF WS-LDG-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ LEDGER NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM ADD-UNITS-RTN
                   END-READ
               END-PERFORM
               CLOSE LEDGER
           END-IF.

       ADD-UNITS-RTN.
           MOVE 0 TO WS-STU-HIT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-STU-USED
               IF WS-ST-STD-NO(S) = LDG-STD-NO
                   MOVE S TO WS-STU-HIT
               END-IF
           END-PERFORM.
           IF WS-STU-HIT = 0
               IF WS-STU-USED < 999
                   ADD 1 TO WS-STU-USED
                   MOVE WS-STU-USED TO WS-STU-HIT
                   MOVE LDG-STD-NO TO WS-ST-STD-NO(WS-STU-HIT)
                   MOVE 0 TO WS-ST-UNITS(WS-STU-HIT)
               ELSE
                   MOVE "Y" TO WS-STU-OVFL
               END-IF
           END-IF.
           IF WS-STU-HIT NOT = 0
               MOVE 0 TO WS-SBJ-HIT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SBJ-USED
                   IF WS-SB-CODE(I) = LDG-SBJ-CODE
                       MOVE I TO WS-SBJ-HIT
                   END-IF
               END-PERFORM
               IF WS-SBJ-HIT NOT = 0
                   ADD WS-SB-UNITS(WS-SBJ-HIT)
                       TO WS-ST-UNITS(WS-STU-HIT)
               END-IF
           END-IF.

       ASSESS-RTN.
           PERFORM LOAD-RATES-RTN.
           PERFORM LOAD-SUBJECTS-RTN.
           PERFORM LOAD-ENROLL-RTN.
           PERFORM LOAD-UNITS-RTN.
           IF WS-STU-OVFL = "Y"
      * A partial table would under-assess everyone past it.
               DISPLAY "MORE THAN 999 STUDENTS ON THE LEDGER -"
                   " ASSESSMENT REFUSED"
               MOVE "ABORTED-TOO-MANY" TO WS-OUTCOME
           ELSE
               DISPLAY "STUDENT NUMBER (OR ALL): "
               ACCEPT WS-SELECT
               PERFORM OPEN-ACCOUNTS-RTN
               IF WS-ACT-OK = "Y"
                   PERFORM VARYING S FROM 1 BY 1
                       UNTIL S > WS-STU-USED
                       IF WS-SELECT = "ALL" OR WS-SELECT = "all"
                           OR WS-SELECT = WS-ST-STD-NO(S)
                           PERFORM ASSESS-ONE-RTN
                       END-IF
                   END-PERFORM
                   IF WS-SELECT = "ALL" OR WS-SELECT = "all"
                       PERFORM DROPPED-RTN
                   END-IF
                   CLOSE ACCT-FILE
                   DISPLAY "ASSESSED " WS-ASM-CNT ", UNCHANGED "
                       WS-SAME-CNT ", DROPPED TO NIL " WS-DROP-CNT
                   DISPLAY "SKIPPED - NOT ON ROSTER " WS-NOROS-CNT
                       ", NO RATE FOR THE COURSE " WS-NORATE-CNT
               END-IF
           END-IF.

       ASSESS-ONE-RTN.
           MOVE WS-ST-STD-NO(S) TO WS-STD-NO.
           MOVE 0 TO WS-ROS-HIT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROS-USED
               IF WS-RO-STD-NO(I) = WS-STD-NO
                   MOVE I TO WS-ROS-HIT
               END-IF
           END-PERFORM.
           IF WS-ROS-HIT = 0
               DISPLAY WS-STD-NO " NOT ON THE ENROLLMENT ROSTER -"
                   " NOT ASSESSED"
               ADD 1 TO WS-NOROS-CNT
           ELSE
               MOVE WS-RO-COURSE(WS-ROS-HIT) TO FEE-COURSE
               PERFORM FIND-RATE-RTN
               IF WS-RTE-HIT = 0
                   DISPLAY WS-STD-NO " NO UNIT RATE FOR " FEE-COURSE
                       " - NOT ASSESSED"
                   ADD 1 TO WS-NORATE-CNT
               ELSE
                   COMPUTE WS-AMOUNT ROUNDED = WS-ST-UNITS(S)
                       * WS-RT-RATE(WS-RTE-HIT)
                   PERFORM GET-ACCOUNT-RTN
                   PERFORM REASSESS-RTN
                   PERFORM SAVE-ACCOUNT-RTN
               END-IF
           END-IF.

       REASSESS-RTN.
      * The account remembers the last term assessed - assessing
      * the same term again posts only the difference, so the run
      * can be repeated after late enlistments or drops.
           MOVE "ASM" TO ATR-TYPE.
           MOVE WS-SCH-YEAR TO ATR-SCH-YEAR.
           MOVE WS-SEMESTER TO ATR-SEMESTER.
           MOVE WS-TERM-LABEL TO ATR-REF.
           IF ACT-ASM-YEAR = WS-SCH-YEAR
               AND ACT-ASM-SEM = WS-SEMESTER
               EVALUATE TRUE
                   WHEN WS-AMOUNT = ACT-ASM-AMT
                       ADD 1 TO WS-SAME-CNT
                   WHEN WS-AMOUNT > ACT-ASM-AMT
                       MOVE "D" TO ATR-DIR
                       COMPUTE ATR-AMOUNT = WS-AMOUNT - ACT-ASM-AMT
                       PERFORM POST-TRAN-RTN
                       ADD 1 TO WS-ASM-CNT
                   WHEN OTHER
                       MOVE "C" TO ATR-DIR
                       COMPUTE ATR-AMOUNT = ACT-ASM-AMT - WS-AMOUNT
                       PERFORM POST-TRAN-RTN
                       ADD 1 TO WS-ASM-CNT
               END-EVALUATE
           ELSE
               IF WS-AMOUNT > 0
                   MOVE "D" TO ATR-DIR
                   MOVE WS-AMOUNT TO ATR-AMOUNT
                   PERFORM POST-TRAN-RTN
                   ADD 1 TO WS-ASM-CNT
               END-IF
           END-IF.
           MOVE WS-SCH-YEAR TO ACT-ASM-YEAR.
           MOVE WS-SEMESTER TO ACT-ASM-SEM.
           MOVE WS-AMOUNT TO ACT-ASM-AMT.
           PERFORM LIFT-CHECK-RTN.

       DROPPED-RTN.
      * A student assessed for this term who has since dropped every
      * subject is no longer on the ledger - take the charge back.
           MOVE SPACES TO ACT-STD-NO.
           MOVE "NO" TO WS-EOF.
           START ACCT-FILE KEY IS NOT < ACT-STD-NO
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ ACCT-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF ACT-ASM-YEAR = WS-SCH-YEAR
                           AND ACT-ASM-SEM = WS-SEMESTER
                           AND ACT-ASM-AMT > 0
                           PERFORM DROP-ONE-RTN
                       END-IF
               END-READ
           END-PERFORM.

       DROP-ONE-RTN.
           MOVE 0 TO WS-STU-HIT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STU-USED
               IF WS-ST-STD-NO(I) = ACT-STD-NO
                   MOVE I TO WS-STU-HIT
               END-IF
           END-PERFORM.
           IF WS-STU-HIT = 0
               MOVE ACT-STD-NO TO WS-STD-NO
               MOVE 0 TO WS-AMOUNT
               MOVE "N" TO WS-ACT-NEW
               PERFORM COMPUTE-BALANCE-RTN
               PERFORM REASSESS-RTN
               REWRITE ACCOUNT-REC
               SUBTRACT 1 FROM WS-ASM-CNT
               ADD 1 TO WS-DROP-CNT
           END-IF.

       PAYMENT-RTN.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-STD-NO.
           PERFORM CHECK-STUDENT-RTN.
           IF WS-STD-OK = "Y"
               DISPLAY "AMOUNT PAID (E.G. 5000.00): "
               MOVE 0 TO WS-AMOUNT
               ACCEPT WS-AMOUNT
               DISPLAY "OFFICIAL RECEIPT NUMBER: "
               MOVE SPACES TO WS-REF
               ACCEPT WS-REF
               EVALUATE TRUE
                   WHEN WS-AMOUNT = 0
                       DISPLAY "NO AMOUNT - NOTHING POSTED"
                   WHEN WS-REF = SPACES
                       DISPLAY "RECEIPT NUMBER REQUIRED - NOTHING"
                           " POSTED"
                   WHEN OTHER
                       PERFORM GET-ACCOUNT-RTN
                       MOVE WS-SCH-YEAR TO ATR-SCH-YEAR
                       MOVE WS-SEMESTER TO ATR-SEMESTER
                       MOVE "PAY" TO ATR-TYPE
                       MOVE "C" TO ATR-DIR
                       MOVE WS-AMOUNT TO ATR-AMOUNT
                       MOVE WS-REF TO ATR-REF
                       PERFORM POST-TRAN-RTN
                       PERFORM LIFT-CHECK-RTN
                       PERFORM SAVE-ACCOUNT-RTN
                       MOVE WS-BALANCE TO WS-BAL-OUT
                       DISPLAY "PAYMENT POSTED - " WS-STD-NM
                           " BALANCE NOW " WS-BAL-OUT
               END-EVALUATE
           END-IF.
           DISPLAY "ANOTHER PAYMENT? (Y/N): ".
           ACCEPT ANS.

       ADJUST-RTN.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-STD-NO.
           PERFORM CHECK-STUDENT-RTN.
           IF WS-STD-OK = "Y"
               DISPLAY "D=CHARGE TO THE ACCOUNT  C=CREDIT TO IT: "
               ACCEPT WS-DIR
               DISPLAY "AMOUNT (E.G. 500.00): "
               MOVE 0 TO WS-AMOUNT
               ACCEPT WS-AMOUNT
               DISPLAY "REASON (12 CHARACTERS): "
               MOVE SPACES TO WS-REF
               ACCEPT WS-REF
               EVALUATE TRUE
                   WHEN WS-DIR NOT = "D" AND WS-DIR NOT = "C"
                       DISPLAY "ANSWER D OR C - NOTHING POSTED"
                       MOVE "CANCELLED" TO WS-OUTCOME
                   WHEN WS-AMOUNT = 0
                       DISPLAY "NO AMOUNT - NOTHING POSTED"
                       MOVE "CANCELLED" TO WS-OUTCOME
                   WHEN WS-REF = SPACES
                       DISPLAY "REASON REQUIRED - NOTHING POSTED"
                       MOVE "CANCELLED" TO WS-OUTCOME
                   WHEN OTHER
                       PERFORM GET-ACCOUNT-RTN
                       MOVE WS-SCH-YEAR TO ATR-SCH-YEAR
                       MOVE WS-SEMESTER TO ATR-SEMESTER
                       MOVE "ADJ" TO ATR-TYPE
                       MOVE WS-DIR TO ATR-DIR
                       MOVE WS-AMOUNT TO ATR-AMOUNT
                       MOVE WS-REF TO ATR-REF
                       PERFORM POST-TRAN-RTN
                       PERFORM LIFT-CHECK-RTN
                       PERFORM SAVE-ACCOUNT-RTN
                       MOVE WS-BALANCE TO WS-BAL-OUT
                       DISPLAY "ADJUSTMENT POSTED - " WS-STD-NM
                           " BALANCE NOW " WS-BAL-OUT
               END-EVALUATE
           ELSE
               MOVE "CANCELLED" TO WS-OUTCOME
           END-IF.

       HOLD-RTN.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-STD-NO.
           PERFORM CHECK-STUDENT-RTN.
           IF WS-STD-OK = "Y"
               PERFORM GET-ACCOUNT-RTN
               MOVE WS-BALANCE TO WS-BAL-OUT
               IF ACT-ON-HOLD
                   DISPLAY WS-STD-NM " IS ON HOLD (" ACT-HOLD-RSN
                       ") SINCE " ACT-HOLD-STAMP " - BALANCE "
                       WS-BAL-OUT
               ELSE
                   DISPLAY WS-STD-NM " IS CLEARED - BALANCE "
                       WS-BAL-OUT
               END-IF
               DISPLAY "H=PLACE HOLD  R=RELEASE HOLD  (ELSE NO"
                   " CHANGE): "
               ACCEPT WS-HOLD-ACT
               PERFORM STAMP-RTN
               EVALUATE WS-HOLD-ACT
                   WHEN "H"
                       MOVE "Y" TO ACT-HOLD
                       MOVE "MAN" TO ACT-HOLD-RSN
                       MOVE WS-OPERATOR TO ACT-HOLD-OPR
                       MOVE WS-STAMP TO ACT-HOLD-STAMP
                       PERFORM SAVE-ACCOUNT-RTN
                       DISPLAY "HOLD PLACED"
                       MOVE "HOLD-PLACED" TO WS-OUTCOME
                   WHEN "R"
                       MOVE "N" TO ACT-HOLD
                       MOVE SPACES TO ACT-HOLD-RSN
                       MOVE WS-OPERATOR TO ACT-HOLD-OPR
                       MOVE WS-STAMP TO ACT-HOLD-STAMP
                       PERFORM SAVE-ACCOUNT-RTN
                       DISPLAY "HOLD RELEASED"
                       MOVE "HOLD-RELEASED" TO WS-OUTCOME
                   WHEN OTHER
                       DISPLAY "NO CHANGE"
                       MOVE "CANCELLED" TO WS-OUTCOME
               END-EVALUATE
           ELSE
               MOVE "CANCELLED" TO WS-OUTCOME
           END-IF.

       SWEEP-RTN.
      * End-of-term clearance: every balance due goes on hold, and
      * sweep holds on balances since cleared come off.
           MOVE SPACES TO ACT-STD-NO.
           MOVE "NO" TO WS-EOF.
           START ACCT-FILE KEY IS NOT < ACT-STD-NO
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ ACCT-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END PERFORM SWEEP-ONE-RTN
               END-READ
           END-PERFORM.
           DISPLAY WS-HOLD-CNT " ACCOUNT(S) PUT ON HOLD, "
               WS-LIFT-CNT " HOLD(S) LIFTED".

       SWEEP-ONE-RTN.
           PERFORM COMPUTE-BALANCE-RTN.
           IF WS-BALANCE > 0 AND NOT ACT-ON-HOLD
               MOVE "Y" TO ACT-HOLD
               MOVE "BAL" TO ACT-HOLD-RSN
               MOVE WS-OPERATOR TO ACT-HOLD-OPR
               PERFORM STAMP-RTN
               MOVE WS-STAMP TO ACT-HOLD-STAMP
               REWRITE ACCOUNT-REC
               ADD 1 TO WS-HOLD-CNT
           ELSE
               IF ACT-ON-HOLD AND ACT-HOLD-RSN = "BAL"
                   AND WS-BALANCE NOT > 0
                   MOVE "N" TO ACT-HOLD
                   MOVE SPACES TO ACT-HOLD-RSN
                   MOVE WS-OPERATOR TO ACT-HOLD-OPR
                   PERFORM STAMP-RTN
                   MOVE WS-STAMP TO ACT-HOLD-STAMP
                   REWRITE ACCOUNT-REC
                   ADD 1 TO WS-LIFT-CNT
               END-IF
           END-IF.

       SET-RATE-RTN.
           PERFORM LOAD-RATES-RTN.
           DISPLAY "COURSE CODE (BSIT, BSCS, BSCPE, BSIS): ".
           ACCEPT FEE-COURSE.
           MOVE "N" TO WS-STD-OK.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NUM-COURSES
               IF COURSE-CODE(I) = FEE-COURSE
                   MOVE "Y" TO WS-STD-OK
               END-IF
           END-PERFORM.
           IF WS-STD-OK = "Y"
               PERFORM FIND-RATE-RTN
               IF WS-RTE-HIT = 0 AND WS-RTE-USED >= 20
                   DISPLAY "RATE FILE FULL - 20 COURSES MAX"
                   MOVE "N" TO WS-STD-OK
               END-IF
           ELSE
               DISPLAY "NOT A COURSE ON THE COURSE TABLE - "
                   FEE-COURSE
           END-IF.
           IF WS-STD-OK NOT = "Y"
               MOVE "CANCELLED" TO WS-OUTCOME
           ELSE
               IF WS-RTE-HIT NOT = 0
                   DISPLAY "CURRENT RATE PER UNIT: "
                       WS-RT-RATE(WS-RTE-HIT)
               END-IF
               DISPLAY "NEW RATE PER UNIT (E.G. 1250.00): "
               MOVE 0 TO FEE-UNIT-RATE
               ACCEPT FEE-UNIT-RATE
               IF WS-RTE-HIT = 0
                   ADD 1 TO WS-RTE-USED
                   MOVE WS-RTE-USED TO WS-RTE-HIT
                   MOVE FEE-COURSE TO WS-RT-COURSE(WS-RTE-HIT)
               END-IF
               MOVE FEE-UNIT-RATE TO WS-RT-RATE(WS-RTE-HIT)
               OPEN OUTPUT RATE-OUT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RTE-USED
                   MOVE WS-RT-COURSE(I) TO FEE-COURSE
                   MOVE WS-RT-RATE(I) TO FEE-UNIT-RATE
                   WRITE RATE-LINE-OUT FROM FEE-RATE-REC
               END-PERFORM
               CLOSE RATE-OUT
               DISPLAY "RATE SAVED - RE-RUN THE ASSESSMENT TO APPLY IT"
           END-IF.

       STATEMENT-RTN.
           DISPLAY "STUDENT NUMBER (OR ALL): ".
           ACCEPT WS-SELECT.
           OPEN INPUT ACCT-FILE.
           IF WS-ACT-STATUS NOT = "00"
               DISPLAY "NO ACCOUNTS ON FILE - STATUS " WS-ACT-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               PERFORM DATE-TERM-RTN
               MOVE "N" TO WS-SM-ON
               OPEN INPUT STUDMAS
               IF WS-SM-STATUS = "00"
                   MOVE "Y" TO WS-SM-ON
               END-IF
               OPEN OUTPUT RECORD-OUT
               MOVE "STATEMENT OF ACCOUNT" TO PG-TITLE
               MOVE WS-TERM-LABEL TO PG-TERM
               MOVE FUNCTION CURRENT-DATE TO PG-CURDATE
               STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                      PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                      PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
                   DELIMITED BY SIZE INTO PG-RUN-STAMP
               IF WS-SELECT = "ALL" OR WS-SELECT = "all"
                   MOVE SPACES TO ACT-STD-NO
                   MOVE "NO" TO WS-EOF
                   START ACCT-FILE KEY IS NOT < ACT-STD-NO
                       INVALID KEY MOVE "YES" TO WS-EOF
                   END-START
                   PERFORM UNTIL WS-EOF = "YES"
                       READ ACCT-FILE NEXT RECORD
                           AT END MOVE "YES" TO WS-EOF
                           NOT AT END PERFORM PRINT-STMT-RTN
                       END-READ
                   END-PERFORM
               ELSE
                   MOVE WS-SELECT TO ACT-STD-NO
                   READ ACCT-FILE
                       INVALID KEY
                           DISPLAY "NO ACCOUNT FOR " WS-SELECT
                       NOT INVALID KEY
                           PERFORM PRINT-STMT-RTN
                   END-READ
               END-IF
               MOVE WS-STMT-CNT TO PG-END-CNT
               WRITE PRINT-REC FROM PG-END-LINE AFTER 2 LINES
               CLOSE RECORD-OUT
               IF WS-SM-ON = "Y"
                   CLOSE STUDMAS
               END-IF
               CLOSE ACCT-FILE
               PERFORM SPOOL-RTN
               DISPLAY WS-STMT-CNT " STATEMENT(S) IN STMTACCT.DAT"
               MOVE "COMPLETED-LIST" TO WS-OUTCOME
           END-IF.

       PRINT-STMT-RTN.
      * One page per account: every transaction in posting order
      * with the running balance, then the totals and clearance.
           MOVE ACT-STD-NO TO STI-STD-NO.
           MOVE SPACES TO STI-STD-NM.
           IF WS-SM-ON = "Y"
               MOVE SPACES TO SM-STD-NO
               MOVE ACT-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SM-STD-NM TO STI-STD-NM
               END-READ
           END-IF.
           PERFORM NEW-PAGE-RTN.
           MOVE 0 TO WS-RUN-BAL.
           MOVE 0 TO WS-CHARGES.
           MOVE 0 TO WS-CREDITS.
           MOVE "NO" TO WS-TRN-EOF.
           OPEN INPUT TRAN-IN.
           IF WS-TRN-STATUS NOT = "00"
               MOVE "YES" TO WS-TRN-EOF
           END-IF.
           PERFORM UNTIL WS-TRN-EOF = "YES"
               READ TRAN-IN AT END MOVE "YES" TO WS-TRN-EOF
                   NOT AT END
                       MOVE TRAN-LINE-IN TO ACCT-TRAN-REC
                       IF ATR-STD-NO = ACT-STD-NO
                           PERFORM PRINT-TRAN-RTN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TRN-STATUS = "00" OR WS-TRN-STATUS = "10"
               CLOSE TRAN-IN
           END-IF.
           PERFORM COMPUTE-BALANCE-RTN.
           MOVE WS-CHARGES TO STT-CHARGES.
           MOVE WS-CREDITS TO STT-CREDITS.
           MOVE WS-BALANCE TO STT-BALANCE.
           WRITE PRINT-REC FROM STMT-TOT AFTER 2 LINES.
           IF ACT-ON-HOLD
               IF ACT-HOLD-RSN = "BAL"
                   MOVE "ON HOLD - UNPAID BALANCE" TO STH-TEXT
               ELSE
                   MOVE "ON HOLD - SEE THE CASHIER" TO STH-TEXT
               END-IF
           ELSE
               MOVE "CLEARED" TO STH-TEXT
           END-IF.
           WRITE PRINT-REC FROM STMT-HOLD AFTER 1 LINE.
           ADD 1 TO WS-STMT-CNT.

       PRINT-TRAN-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.
           MOVE ATR-DATETIME(1:10) TO SD-DATE.
           MOVE ATR-SCH-YEAR TO SD-YEAR.
           MOVE ATR-SEMESTER TO SD-SEM.
           IF ATR-SCH-YEAR = SPACES
               MOVE SPACES TO SD-SLASH
           ELSE
               MOVE "/" TO SD-SLASH
           END-IF.
           MOVE ATR-TYPE TO SD-TYPE.
           MOVE ATR-REF TO SD-REF.
           IF ATR-DEBIT
               MOVE ATR-AMOUNT TO SD-CHARGE
               MOVE 0 TO SD-CREDIT
               ADD ATR-AMOUNT TO WS-RUN-BAL
               ADD ATR-AMOUNT TO WS-CHARGES
           ELSE
               MOVE 0 TO SD-CHARGE
               MOVE ATR-AMOUNT TO SD-CREDIT
               SUBTRACT ATR-AMOUNT FROM WS-RUN-BAL
               ADD ATR-AMOUNT TO WS-CREDITS
           END-IF.
           MOVE WS-RUN-BAL TO SD-BALANCE.
           WRITE PRINT-REC FROM STMT-DTL AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) - every statement
      * starts a fresh page; a long one carries on to the next.
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           WRITE PRINT-REC FROM STMT-ID-LINE AFTER 2 LINES.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           WRITE PRINT-REC FROM STMT-COLS AFTER 1 LINE.
           MOVE 7 TO PG-LINE-CNT.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV) -
      * the fixed file stays, but the next run no longer destroys
      * this one's output.
           MOVE "STUDACCT" TO SPQ-PROGRAM.
           MOVE "STMTACCT.DAT" TO SPQ-REPORT-FILE.
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
           MOVE "STUDACCT" TO ALR-PROGRAM.
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
