      *          general weighted average at the bottom. Runs for one
      *          student number or ALL, so records requests and
      *          transfer-outs stop meaning re-keying past terms from
      *          filed printouts. A student the cashier has on
      *          clearance hold (ACCTMAST.DAT, see STUDACCT) gets
      *          "WITHHELD - SEE ACCOUNTING" in place of the grades.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HS-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-STD-NO
               FILE STATUS IS WS-ACT-STATUS.
           SELECT RECORD-OUT ASSIGN TO "TRNSCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
           LABEL RECORDS ARE STANDARD.
           COPY "STUDHIST.CPY".

       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ACCTMAST.CPY".

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       WORKING-STORAGE SECTION.
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-HS-STATUS PIC XX VALUE "00".
       01  WS-ACT-STATUS PIC XX VALUE "00".
       01  WS-ACT-ON PIC X VALUE "N".
       01  WS-HELD PIC X VALUE "N".
       01  WS-HELD-CNT PIC 999 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-HS-EOF PIC XXX VALUE "NO".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".
       01  WS-SELECT PIC X(10) VALUE SPACES.
       01  WS-CARD-CNT PIC 999 VALUE 0.
       01  WS-TERM-CNT PIC 99 VALUE 0.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(36) VALUE
              "NO GRADED TERMS ON FILE - NO AVERAGE".
       01  HELD-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "WITHHELD - SEE ACCOUNTING".
       01  CNT-LINE.
           02 FILLER PIC X(21) VALUE "TRANSCRIPTS PRINTED: ".
           02 CNT-OUT PIC ZZ9.
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
      * transcript still prints from the master.
                   DISPLAY "NO STUDHIST.DAT - LIVE TERM ONLY"
               END-IF
      * No account file yet means nobody is on hold.
               OPEN INPUT ACCT-FILE
               IF WS-ACT-STATUS = "00"
                   MOVE "Y" TO WS-ACT-ON
               END-IF
               PERFORM PRINT-TRANSCRIPTS-RTN
               IF WS-ACT-ON = "Y"
                   CLOSE ACCT-FILE
               END-IF
               IF WS-HS-STATUS = "00" OR WS-HS-STATUS = "10"
                   CLOSE STUDHIST
               END-IF
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-TERM-RTN.
      * The label must be a term on the calendar - it heads the
      * transcript and names the live term's line.
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

       PRINT-TRANSCRIPTS-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE "CUMULATIVE TRANSCRIPT" TO PG-TITLE.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 1 LINE.
           CLOSE RECORD-OUT.
           DISPLAY WS-CARD-CNT " TRANSCRIPT(S) IN TRNSCRPT.DAT".
           IF WS-HELD-CNT > 0
               DISPLAY WS-HELD-CNT " TRANSCRIPT(S) WITHHELD - STUDENT"
                   " ON ACCOUNTING HOLD"
           END-IF.

       ONE-STUDENT-RTN.
           MOVE SPACES TO SM-STD-NO.
           WRITE PRINT-REC FROM CARD-ID-LINE AFTER 1 LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           PERFORM CHECK-HOLD-RTN.
           IF WS-HELD = "Y"
               WRITE PRINT-REC FROM HELD-LINE AFTER 1 LINE
               ADD 1 TO WS-HELD-CNT
           ELSE
               PERFORM PRINT-TERMS-RTN
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

       PRINT-TERMS-RTN.
           WRITE PRINT-REC FROM HDG2 AFTER 1 LINE.
           IF WS-HS-STATUS = "00"
               PERFORM LIST-HISTORY-RTN
           ELSE
               WRITE PRINT-REC FROM NO-GWA-LINE AFTER 2 LINES
           END-IF.

       LIST-HISTORY-RTN.
      * The student's terms cluster on HS-STD-NO and arrive in
