       01  WS-QI PIC 99.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".

       01  HDG1.
           02 FILLER PIC X(3) VALUE SPACES.
           02 FILLER PIC X(4) VALUE "RANK".
               GOBACK
           END-IF.
           PERFORM GET-TERM-RTN.
           PERFORM CHECK-TERM-RTN.
           IF WS-OUTCOME NOT = "COMPLETED"
               PERFORM FREE-LOCK-RTN
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM GET-PROGRAM-FILES-RTN.
           PERFORM VALIDATE-FILES-RTN.
           IF WS-FILES-OK = "N"
               LINE 4 COLUMN 5.
           ACCEPT WS-TERM-LABEL LINE 4 COLUMN 37.

       CHECK-TERM-RTN.
      * The term must be on the calendar (see TERMREQ.CPY), and a
      * term TERMCLSE has closed takes no more postings until the
      * coordinator reopens it in TERMMNT.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   IF TKQ-STATUS = "CLOSED"
                       DISPLAY "TERM IS CLOSED - POSTING REFUSED"
                           " (COORDINATOR CAN REOPEN IT IN TERMMNT)"
                           LINE 6 COLUMN 5
                       MOVE "ABORTED-CLOSED-TERM" TO WS-OUTCOME
                   END-IF
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST" LINE 6 COLUMN 5
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - "
                       WS-TERM-LABEL LINE 6 COLUMN 5
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-EVALUATE.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
