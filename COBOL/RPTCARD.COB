      *          BMI screening from BMIROSTER.DAT - for a single
      *          student number or ALL. Replaces the adviser's manual
      *          collation of EXERRPT.DAT, PRNT.DAT and the BMI roster.
      *          A student the cashier has on clearance hold
      *          (ACCTMAST.DAT, see STUDACCT) gets the card with
      *          "WITHHELD - SEE ACCOUNTING" in place of the grades.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-STD-NO
               FILE STATUS IS WS-ACT-STATUS.
           SELECT ROSTER-IN ASSIGN TO "BMIROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ACCTMAST.CPY".

       FD  ROSTER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ROSTER-LINE.
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-ROSTER-STATUS PIC XX VALUE "00".
       01  WS-ACT-STATUS PIC XX VALUE "00".
       01  WS-ACT-ON PIC X VALUE "N".
       01  WS-HELD PIC X VALUE "N".
       01  WS-HELD-CNT PIC 999 VALUE 0.
       01  WS-SELECT PIC X(10) VALUE SPACES.
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-RST-EOF PIC XXX VALUE "NO".
           02 CARD-BMI PIC ZZ9.9.
           02 FILLER PIC X(12) VALUE "  CATEGORY: ".
           02 CARD-CAT PIC X(11).
       01  CARD-HELD-LINE.
           02 FILLER PIC X(25) VALUE "WITHHELD - SEE ACCOUNTING".
       01  CARD-NO-BMI-LINE.
           02 FILLER PIC X(25) VALUE "NO BMI SCREENING ON FILE.".
       01  CARD-CNT-LINE.
           END-IF.
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "N"
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           DISPLAY "STUDENT NUMBER (OR ALL): ".
           ACCEPT WS-SELECT.
           OPEN INPUT STUDMAS.
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
      * No account file yet means nobody is on hold.
               OPEN INPUT ACCT-FILE
               IF WS-ACT-STATUS = "00"
                   MOVE "Y" TO WS-ACT-ON
               END-IF
               PERFORM PRINT-CARDS-RTN
               IF WS-ACT-ON = "Y"
                   CLOSE ACCT-FILE
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-TERM-RTN.
      * The label must be a term on the calendar, so the cards
      * carry a term that exists.
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

       PRINT-CARDS-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE "STUDENT REPORT CARD" TO PG-TITLE.
           PERFORM SPOOL-RTN.
           CLOSE STUDMAS.
           DISPLAY "DONE - " WS-CARD-CNT " CARD(S) IN RPTCARD.DAT".
           IF WS-HELD-CNT > 0
               DISPLAY WS-HELD-CNT " CARD(S) WITHHELD - STUDENT ON"
                   " ACCOUNTING HOLD"
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV) -
           WRITE PRINT-REC FROM CARD-ID-LINE AFTER 1 LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           PERFORM CHECK-HOLD-RTN.
           IF WS-HELD = "Y"
               WRITE PRINT-REC FROM CARD-HELD-LINE AFTER 1 LINE
               ADD 1 TO WS-HELD-CNT
           ELSE
               PERFORM PRINT-GRADES-RTN
           END-IF.
           PERFORM FIND-BMI-RTN.
           IF WS-BMI-FOUND = "Y"
               MOVE WS-LAST-BMI TO CARD-BMI
               MOVE WS-LAST-CAT TO CARD-CAT
               WRITE PRINT-REC FROM CARD-BMI-LINE AFTER 2 LINES
           ELSE
               WRITE PRINT-REC FROM CARD-NO-BMI-LINE AFTER 2 LINES
           END-IF.
           ADD 1 TO WS-CARD-CNT.

       CHECK-HOLD-RTN.
           MOVE "N" TO WS-HELD.
           IF WS-ACT-ON = "Y"
               MOVE SM-STD-NO TO ACT-STD-NO
               READ ACCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ACT-ON-HOLD
                           MOVE "Y" TO WS-HELD
                       END-IF
               END-READ
           END-IF.

       PRINT-GRADES-RTN.
           IF SM-NUM-QUIZZES = 0
               MOVE "NO QUIZ DATA ON FILE." TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
               MOVE SM-GRADE-EQUIV TO CARD-EQV
               WRITE PRINT-REC FROM CARD-FIN-LINE AFTER 1 LINE
           END-IF.

       FIND-BMI-RTN.
      * Scan the whole roster for this student and keep the latest
