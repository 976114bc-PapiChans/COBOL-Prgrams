      *          the clinic record appointment date, attendance and
      *          outcome against a referral, closing it. Mode 3 prints
      *          an aging report (CLINAGE.DAT) of referrals still open
      *          after a configurable number of days; mode 3 can
      *          also run under NIGHTRUN from a parameter file
      *          (keywords OPERATOR, MODE, TERM and AGE-DAYS) without
      *          stopping at a prompt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-REF-STATUS PIC XX VALUE "00".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".
       01  ANS PIC X VALUE "Y".

      * Every referral on file, held whole so outcome updates can

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".

      * Job-stream run area and parameter look-ups (see JOBPARM.CPY
      * and PARMREQ.CPY).
       COPY "JOBPARM.CPY".
       COPY "PARMREQ.CPY".
       01  WS-PARM-OK PIC X VALUE "Y".
       01  WS-UNATTENDED PIC X VALUE "N".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * A job-stream run (see JOBPARM.CPY) answers from its
      * parameter file and never stops at a prompt.
           IF JPM-PARM-FILE NOT = SPACES
               AND JPM-PARM-FILE NOT = LOW-VALUES
               MOVE "Y" TO WS-UNATTENDED
               PERFORM PARM-ANSWERS-RTN
           ELSE
               PERFORM ASK-ANSWERS-RTN
           END-IF.
           IF WS-PARM-OK = "N"
               MOVE "ABORTED-BAD-PARM" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM LOAD-REFERRALS-RTN.
           IF WS-REF-OVFL = "Y"
      * Every mode works off the table and the updating modes
           IF WS-REF-USED = 0
               DISPLAY "NO REFERRALS ON FILE - GENERATE THEM FIRST"
           ELSE
               IF WS-UNATTENDED = "N"
                   DISPLAY "TERM LABEL (E.G. 2025-2026/1): "
                   ACCEPT WS-TERM-LABEL
                   DISPLAY "FLAG REFERRALS OPEN MORE THAN N DAYS"
                       " (E.G. 030): "
                   ACCEPT WS-AGE-DAYS
               END-IF
               PERFORM CHECK-TERM-RTN
               IF WS-TERM-OK = "Y"
                   MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
                   MOVE WS-CUR-DATE(1:8) TO WS-TODAY-N
                   PERFORM PRINT-AGING-RTN
                   DISPLAY WS-AGED-CNT " REFERRAL(S) PAST " WS-AGE-DAYS
                       " DAYS - REPORT IN CLINAGE.DAT"
               END-IF
           END-IF.

       CHECK-TERM-RTN.
      * The aging report's term - typed or from the TERM
      * parameter - must be a term on the calendar.
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

       PRINT-AGING-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE "CLINIC REFERRAL AGING" TO PG-TITLE.
               PERFORM NEW-PAGE-RTN
           END-IF.

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
           DISPLAY "MODE - 1=GENERATE REFERRALS  2=RECORD OUTCOME"
               "  3=AGING REPORT: ".
           ACCEPT WS-MODE.

       PARM-ANSWERS-RTN.
      * Only the aging report runs unattended - MODE must be 3.
           PERFORM PARM-OPERATOR-RTN.
           MOVE "MODE" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-VALUE = "3"
                   MOVE 3 TO WS-MODE
               ELSE
                   PERFORM BAD-PARM-RTN
               END-IF
           END-IF.
           MOVE "TERM" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-VALUE = SPACES
                   PERFORM BAD-PARM-RTN
               ELSE
                   MOVE PRQ-VALUE TO WS-TERM-LABEL
               END-IF
           END-IF.
           MOVE "AGE-DAYS" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                   AND PRQ-NUM < 1000
                   MOVE PRQ-NUM TO WS-AGE-DAYS
               ELSE
                   PERFORM BAD-PARM-RTN
               END-IF
           END-IF.

       GET-PARM-RTN.
      * One keyword from the parameter file (see PARMREQ.CPY) - a
      * missing one fails the run rather than guessing an answer.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY NOT = "Y"
               MOVE "N" TO WS-PARM-OK
               IF PRQ-REPLY = "N"
                   DISPLAY "PARAMETER " PRQ-KEY " MISSING FROM "
                       JPM-PARM-FILE
               END-IF
           END-IF.

       BAD-PARM-RTN.
           DISPLAY "PARAMETER " PRQ-KEY " INVALID - " PRQ-VALUE.
           MOVE "N" TO WS-PARM-OK.

       PARM-OPERATOR-RTN.
      * The run log names the operator the parameter file gives,
      * else the one who started the job stream.
           MOVE "OPERATOR" TO PRQ-KEY.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY = "Y" AND PRQ-VALUE NOT = SPACES
               MOVE PRQ-VALUE TO WS-OPERATOR
           ELSE
               MOVE JPM-OPERATOR TO WS-OPERATOR
           END-IF.
           IF PRQ-REPLY = "X"
               DISPLAY "PARAMETER FILE NOT FOUND - " JPM-PARM-FILE
               MOVE "N" TO WS-PARM-OK
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE WS-OUTCOME TO JPM-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
