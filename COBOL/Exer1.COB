      * Batch mode bookkeeping.
       01  WS-MODE PIC 9 VALUE 1.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-BATCH-FILE PIC X(40) VALUE SPACES.
       01  WS-BATCH-STATUS PIC XX VALUE "00".
       01  WS-BATCH-EOF PIC XXX VALUE "NO".
           END-IF.
           PERFORM GET-MODE-RTN.
           PERFORM GET-TERM-RTN.
           PERFORM CHECK-TERM-RTN.
           IF WS-OUTCOME NOT = "COMPLETED"
               PERFORM FREE-LOCK-RTN
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM GET-QUIZ-COUNT-RTN.
           PERFORM GET-WEIGHTS-RTN.
           OPEN OUTPUT RECORD-OUT.
               LINE 5 COLUMN 5.
           ACCEPT WS-TERM-LABEL LINE 5 COLUMN 37.

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

       OPEN-MASTER-RTN.
      * First run creates STUDMAST.DAT; later runs open it for update
      * so an existing student number can be looked up and rewritten.
