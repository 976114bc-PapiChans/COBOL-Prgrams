       WORKING-STORAGE SECTION.
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".
       01  WS-REPAIR PIC X VALUE "N".

      * Same cutoffs the posting programs apply.
           DISPLAY "REPAIR THE DERIVABLE FIELDS? (Y/N, N = REPORT"
               " ONLY): ".
           ACCEPT WS-REPAIR.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "N"
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM GET-BRANCHES-RTN.
           IF WS-REPAIR = "Y" OR WS-REPAIR = "y"
               MOVE "Y" TO WS-REPAIR
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-TERM-RTN.
      * The label must be a term on the calendar. Repair rewrites
      * the live master, which a CLOSED term no longer owns, so only
      * report-only runs may name one.
           MOVE "N" TO WS-TERM-OK.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   IF TKQ-STATUS = "CLOSED"
                       AND (WS-REPAIR = "Y" OR WS-REPAIR = "y")
                       DISPLAY "TERM " WS-TERM-LABEL " IS CLOSED -"
                           " REPAIR REFUSED (COORDINATOR CAN REOPEN"
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

       SET-RUN-STAMP-RTN.
      * One stamp per run - every journal entry this run carries it,
      * so MSTRECOV can back the whole run out by name.
