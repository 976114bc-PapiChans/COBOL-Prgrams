      *          step itself wrote, stops at the first failure, and
      *          records completed steps in TRMCLOSE.DAT so a re-run
      *          resumes from the failed step instead of repeating
      *          finished ones. The term tag must be a term on the
      *          term calendar (TERMMAST.DAT) that is not already
      *          CLOSED, and a finished sequence marks the term CLOSED
      *          there so the posting programs refuse it from then on.
      *          PIPEBAL's pipeline balancing report is printed before
      *          the first step, and again once REGXPORT is done - the
      *          sequence goes no further while that report shows
      *          breaks between stages nobody has explained.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-ANS PIC X VALUE SPACES.
       01  WS-STOPPED PIC X VALUE "N".
       01  WS-UNBALANCED PIC X VALUE "N".

      * Close-out step record - term tag, one done-flag per step,
      * and the stamp of the run that last touched it.
       01  WS-SAW-RUN PIC X VALUE "N".
       01  WS-CALL-PGM PIC X(10) VALUE SPACES.

      * Term calendar look-up and close marking (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".

      * Term hand-off to the balancing report (see BALREQ.CPY).
       COPY "BALREQ.CPY".

      * Run-log record view for the verification scan.
       COPY "AUDITLOG.CPY".

               DELIMITED BY SIZE INTO WS-RUN-STAMP.
           DISPLAY "TERM TAG BEING CLOSED (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           PERFORM CHECK-TERM-RTN.
           IF WS-STOPPED = "Y"
               MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           PERFORM READ-STEPS-RTN.
           IF WS-STOPPED = "N"
               PERFORM BALANCE-FIRST-RTN
           END-IF.
           PERFORM VARYING ST FROM 1 BY 1
                   UNTIL ST > 4 OR WS-STOPPED = "Y"
               IF TC-DONE(ST) = "Y"
                   DISPLAY "STEP " ST " (" WS-STEP-PGM(ST)
                       ") ALREADY COMPLETE - SKIPPED"
               ELSE
                   IF ST = 3
                       PERFORM BALANCE-GATE-RTN
                   END-IF
                   IF WS-STOPPED = "N"
                       PERFORM RUN-STEP-RTN
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-STOPPED = "Y"
               IF WS-UNBALANCED = "Y"
                   DISPLAY "CLOSE-OUT STOPPED AFTER REGXPORT - FIX OR"
                       " EXPLAIN THE BREAKS AND RE-RUN; FINISHED"
                       " STEPS WILL BE SKIPPED"
                   MOVE "ABORTED-UNBALANCED" TO WS-OUTCOME
               ELSE
                   DISPLAY "CLOSE-OUT STOPPED - FIX THE STEP ABOVE AND"
                       " RE-RUN; FINISHED STEPS WILL BE SKIPPED"
                   MOVE "ABORTED-STEP-FAIL" TO WS-OUTCOME
               END-IF
           ELSE
               DISPLAY "TERM CLOSE-OUT SEQUENCE COMPLETE FOR "
                   WS-TERM-LABEL
      * starts fresh.
               OPEN OUTPUT STEP-OUT
               CLOSE STEP-OUT
               PERFORM MARK-CLOSED-RTN
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-TERM-RTN.
      * Only a term on the calendar, and not one already closed, can
      * be run through the close-out. The calendar's own spelling of
      * the label is used from here on.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   IF TKQ-STATUS = "CLOSED"
                       DISPLAY "TERM " WS-TERM-LABEL " IS ALREADY"
                           " CLOSED - NOTHING TO DO"
                       MOVE "Y" TO WS-STOPPED
                   END-IF
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST"
                   MOVE "Y" TO WS-STOPPED
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - "
                       WS-TERM-LABEL
                   MOVE "Y" TO WS-STOPPED
           END-EVALUATE.

       MARK-CLOSED-RTN.
      * From here on EX001, SORTP, SUBJGRD, ATTEND and CENAMEND
      * refuse to post to this term until the coordinator reopens
      * it in TERMMNT.
           MOVE "CLOS" TO TKQ-FUNC.
           MOVE WS-OPERATOR TO TKQ-OPERATOR.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           IF TKQ-REPLY = "Y"
               DISPLAY "TERM " WS-TERM-LABEL " MARKED CLOSED ON THE"
                   " TERM CALENDAR"
           ELSE
               DISPLAY "TERM CALENDAR NOT UPDATED - MARK "
                   WS-TERM-LABEL " CLOSED IN TERMMNT"
           END-IF.

       READ-STEPS-RTN.
      * A checkpoint for this same term resumes; one for another
      * term is noted and replaced after confirmation.
               END-IF
           END-IF.

       BALANCE-FIRST-RTN.
      * The whole pipeline as it stands before anything runs - for
      * the record and to show what must be settled before the
      * sequence can go past REGXPORT.
           DISPLAY "--- PIPELINE BALANCING BEFORE THE FIRST STEP".
           PERFORM RUN-BALANCE-RTN.
           IF PBA-REPLY NOT = "Y"
               DISPLAY "BALANCING REPORT NOT PRODUCED - SEE ABOVE"
           ELSE
               IF PBA-UNEXPLAINED > 0
                   DISPLAY PBA-UNEXPLAINED " UNEXPLAINED BREAK(S) IN"
                       " PIPEBAL.DAT - FIX OR EXPLAIN THEM (PIPEBAL"
                       " MODE 2) BEFORE THE CLOSE-OUT GOES PAST"
                       " REGXPORT"
               END-IF
           END-IF.

       BALANCE-GATE-RTN.
      * With the upload built, every student must be accounted for
      * from the roster through to what went to the registrar
      * before the backup and close-out are allowed to run.
           DISPLAY "--- PIPELINE BALANCING BEFORE GOING PAST REGXPORT".
           PERFORM RUN-BALANCE-RTN.
           IF PBA-REPLY NOT = "Y"
               DISPLAY "BALANCING REPORT NOT PRODUCED - THE PIPELINE"
                   " CANNOT BE SHOWN TO BALANCE"
               MOVE "Y" TO WS-UNBALANCED
           ELSE
               IF PBA-UNEXPLAINED > 0
                   DISPLAY PBA-UNEXPLAINED " UNEXPLAINED BREAK(S) IN"
                       " PIPEBAL.DAT"
                   MOVE "Y" TO WS-UNBALANCED
               ELSE
                   DISPLAY "PIPELINE BALANCES - CONTINUING"
               END-IF
           END-IF.
           IF WS-UNBALANCED = "Y"
               MOVE "Y" TO WS-STOPPED
           END-IF.

       RUN-BALANCE-RTN.
           MOVE WS-TERM-LABEL TO PBA-TERM.
           MOVE WS-OPERATOR TO PBA-OPERATOR.
           MOVE "N" TO PBA-REPLY.
           MOVE 0 TO PBA-UNEXPLAINED.
           CALL "PIPEBAL".
           MOVE SPACES TO PBA-TERM.

       RUN-STEP-RTN.
           DISPLAY "--- STEP " ST " OF 4: " WS-STEP-PGM(ST) " - "
               WS-STEP-NOTE(ST).
