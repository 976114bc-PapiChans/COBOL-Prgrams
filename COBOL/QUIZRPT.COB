      * Section assignments (see SECASSGN.CPY) - read only when the
      * reprint is limited to one adviser's section.
           SELECT ASSIGN-IN ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT RECORD-OUT ASSIGN TO "QUIZRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY "STUDMAST.CPY".

       FD  ASSIGN-IN
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-ORDER PIC 9 VALUE 1.

      * Optional one-section limit - the advisers ask for their own
      * section, not the whole college. Membership is looked up in
      * SECASSGN.DAT (written by SECTASGN).
       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-ASG-ON PIC X VALUE "N".
       01  WS-SEC-FILTER PIC X VALUE "N".
       01  WS-SEL-CRS PIC X(5) VALUE SPACES.
       01  WS-SEL-YR PIC 9 VALUE 0.
       01  WS-SEL-SEC PIC X(3) VALUE SPACES.
       01  WS-IN-SEC PIC X VALUE "Y".
       01  WS-SEL-KEY PIC X(9) VALUE SPACES.

      * Widest quiz line-up on file drives the printed columns, the
      * same way WS-NUM-QUIZZES drives them in EX001.
           END-IF.
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "N"
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           DISPLAY "ORDER BY - 1=STUDENT NUMBER 2=NAME 3=AVERAGE: ".
           ACCEPT WS-ORDER.
           DISPLAY "LIMIT TO ONE SECTION? (Y/N): ".
           ACCEPT WS-SEC-FILTER.
           IF WS-SEC-FILTER = "Y" OR WS-SEC-FILTER = "y"
               MOVE "Y" TO WS-SEC-FILTER
               PERFORM OPEN-SECTION-RTN
           ELSE
               MOVE "N" TO WS-SEC-FILTER
           END-IF.
                   DISPLAY WS-QR-USED " STUDENT(S) IN QUIZRPT.DAT"
               END-IF
           END-IF.
           IF WS-ASG-ON = "Y"
               CLOSE ASSIGN-IN
           END-IF.
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

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV) -
      * the fixed file stays for the flows that read it, but the
               END-READ
           END-PERFORM.

       OPEN-SECTION-RTN.
      * The chosen section's members are found off the assignment
      * file's section key; the file stays open so each master
      * record can be checked against it by student number.
           DISPLAY "COURSE CODE (E.G. BSIT): ".
           ACCEPT WS-SEL-CRS.
           DISPLAY "YEAR LEVEL (1-4): ".
           ACCEPT WS-SEL-YR.
           DISPLAY "SECTION CODE: ".
           ACCEPT WS-SEL-SEC.
           MOVE "N" TO WS-ASG-ON.
           OPEN INPUT ASSIGN-IN.
           IF WS-ASG-STATUS NOT = "00"
               DISPLAY "SECASSGN.DAT NOT FOUND - RUN SECTASGN FIRST;"
                   " REPRINTING THE WHOLE COLLEGE"
               MOVE "N" TO WS-SEC-FILTER
           ELSE
               MOVE "Y" TO WS-ASG-ON
               MOVE WS-SEL-CRS TO ASG-COURSE
               MOVE WS-SEL-YR TO ASG-YR-LEVEL
               MOVE WS-SEL-SEC TO ASG-SECTION
               MOVE ASG-SECT-KEY TO WS-SEL-KEY
               MOVE "N" TO WS-IN-SEC
               START ASSIGN-IN KEY IS = ASG-SECT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "Y" TO WS-IN-SEC
               END-START
               IF WS-IN-SEC = "N"
                   DISPLAY "NO STUDENTS ASSIGNED TO THAT SECTION -"
                       " REPRINTING THE WHOLE COLLEGE"
                   MOVE "N" TO WS-SEC-FILTER
               MOVE "Y" TO WS-IN-SEC
           ELSE
               MOVE "N" TO WS-IN-SEC
               MOVE SM-STD-NO TO ASG-STD-NO
               READ ASSIGN-IN
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ASG-SECT-KEY = WS-SEL-KEY
                           MOVE "Y" TO WS-IN-SEC
                       END-IF
               END-READ
           END-IF.

       SORT-TABLE-RTN.
