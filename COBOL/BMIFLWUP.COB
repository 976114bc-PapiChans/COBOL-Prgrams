       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

       01  WS-ROSTER-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
           END-IF.
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "N"
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM LOAD-ROSTER-RTN.
           IF WS-SCR-USED = 0
               DISPLAY "NO SCREENINGS ON FILE IN BMIROSTER.DAT"
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-TERM-RTN.
      * The label must be a term on the calendar, so the report
      * carries a term that exists.
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

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
