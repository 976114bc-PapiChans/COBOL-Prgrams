       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".
       01  WS-ANS PIC X VALUE SPACES.

      * The whole roster held for the two-way match. Sized to match
           DISPLAY "CREATE SKELETON MASTER RECORDS FOR ENROLLED"
               " STUDENTS NOT ON MASTER? (Y/N): ".
           ACCEPT WS-ANS.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "N"
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM LOAD-ROSTER-RTN.
           IF WS-OUTCOME = "COMPLETED"
               AND (WS-ANS = "Y" OR WS-ANS = "y")
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-TERM-RTN.
      * The label must be a term on the calendar. Skeleton records
      * go into the live master, so a CLOSED term may only be
      * matched, not posted to.
           MOVE "N" TO WS-TERM-OK.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   IF TKQ-STATUS = "CLOSED"
                       AND (WS-ANS = "Y" OR WS-ANS = "y")
                       DISPLAY "TERM " WS-TERM-LABEL " IS CLOSED -"
                           " POSTING REFUSED (COORDINATOR CAN REOPEN"
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
                       WS-TERM-LABEL
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-EVALUATE.

       GET-LOCK-RTN.
      * Single-updater guard on the shared master (see MSTLOCK) -
      * a second updater is told who holds it instead of opening
