      *          course, year level, section code, capacity, adviser),
      *          assigns students from ENROLL.DAT into sections
      *          manually or auto-filled up to capacity
      *          (SECASSGN.DAT, see SECASSGN.CPY - indexed by student
      *          with the section as alternate key), and prints
      *          per-section rosters to SECTRSTR.DAT for the
      *          advisers. QUIZRPT and ATRISK read the assignment
      *          file to filter their sweeps to one section.
           SELECT SECT-OUT ASSIGN TO "SECTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEC-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT ENROLL-IN ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           DATA RECORD IS SECT-LINE-OUT.
       01  SECT-LINE-OUT PIC X(37).

       FD  ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  ENROLL-IN
           LABEL RECORDS ARE STANDARD
      * Section master record (see SECTMAST.CPY).
       COPY "SECTMAST.CPY".

      * Imported enrollment record view (see ENROLL.CPY).
       COPY "ENROLL.CPY".

       01  WS-SEC-STATUS PIC XX VALUE "00".
       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-ASG-ON PIC X VALUE "N".
       01  WS-ASG-EOF PIC XXX VALUE "NO".
       01  WS-SEL-KEY PIC X(9) VALUE SPACES.
       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

      * Section table - every section on file with its running fill
      * count taken off the assignment file's section key.
       01  WS-SEC-USED PIC 99 VALUE 0.
       01  WS-SEC-TABLE.
           02 WS-SEC-ENTRY OCCURS 50 TIMES.
              03 WS-SE-ADVISER PIC X(25).
              03 WS-SE-FILL PIC 9(3).

      * Enrollment roster table for assignment and roster printing.
       01  WS-ROS-USED PIC 999 VALUE 0.
       01  WS-ROS-TABLE.
       01  S PIC 99 VALUE 0.
       01  R PIC 999 VALUE 0.
       01  A PIC 999 VALUE 0.
       01  WS-HIT PIC X VALUE "N".
       01  WS-SEC-HIT PIC 99 VALUE 0.
       01  WS-NEW-CNT PIC 999 VALUE 0.
       01  WS-FULL-CNT PIC 999 VALUE 0.
           EVALUATE WS-MODE
               WHEN 2
                   PERFORM LOAD-SECTIONS-RTN
                   PERFORM OPEN-ASSIGNMENTS-RTN
                   PERFORM CLOSE-ASSIGNMENTS-RTN
                   PERFORM LIST-SECTIONS-RTN
               WHEN 3
                   PERFORM ASSIGN-RTN
               CLOSE SECT-IN
           END-IF.

       OPEN-ASSIGNMENTS-RTN.
      * Assignment sessions update the file in place, so it is
      * created on first use; listing and rosters only read it, and
      * no file there just means nobody is placed yet.
           MOVE "N" TO WS-ASG-ON.
           IF WS-MODE = 3
               OPEN I-O ASSIGN-FILE
               IF WS-ASG-STATUS = "35"
                   OPEN OUTPUT ASSIGN-FILE
                   CLOSE ASSIGN-FILE
                   OPEN I-O ASSIGN-FILE
               END-IF
               IF WS-ASG-STATUS NOT = "00"
                   DISPLAY "SECASSGN.DAT NOT AVAILABLE - STATUS "
                       WS-ASG-STATUS
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               END-IF
           ELSE
               OPEN INPUT ASSIGN-FILE
           END-IF.
           IF WS-ASG-STATUS = "00"
               MOVE "Y" TO WS-ASG-ON
               PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SEC-USED
                   MOVE 0 TO WS-SE-FILL(S)
                   PERFORM START-SECTION-RTN
                   PERFORM UNTIL WS-ASG-EOF = "YES"
                       ADD 1 TO WS-SE-FILL(S)
                       PERFORM NEXT-MEMBER-RTN
                   END-PERFORM
               END-PERFORM
           END-IF.

       CLOSE-ASSIGNMENTS-RTN.
           IF WS-ASG-ON = "Y"
               CLOSE ASSIGN-FILE
               MOVE "N" TO WS-ASG-ON
           END-IF.

       START-SECTION-RTN.
      * Position on the first assignment of section S by the
      * section key; WS-ASG-EOF says whether there is one.
           MOVE "YES" TO WS-ASG-EOF.
           IF WS-ASG-ON = "Y"
               MOVE WS-SE-COURSE(S) TO ASG-COURSE
               MOVE WS-SE-YR(S) TO ASG-YR-LEVEL
               MOVE WS-SE-CODE(S) TO ASG-SECTION
               MOVE ASG-SECT-KEY TO WS-SEL-KEY
               MOVE "NO" TO WS-ASG-EOF
               START ASSIGN-FILE KEY IS = ASG-SECT-KEY
                   INVALID KEY MOVE "YES" TO WS-ASG-EOF
               END-START
               IF WS-ASG-EOF = "NO"
                   PERFORM NEXT-MEMBER-RTN
               END-IF
           END-IF.

       NEXT-MEMBER-RTN.
           READ ASSIGN-FILE NEXT RECORD
               AT END MOVE "YES" TO WS-ASG-EOF
               NOT AT END
                   IF ASG-SECT-KEY NOT = WS-SEL-KEY
                       MOVE "YES" TO WS-ASG-EOF
                   END-IF
           END-READ.

       LIST-SECTIONS-RTN.
           IF WS-SEC-USED = 0
               DISPLAY "NO SECTIONS ON FILE - ADD SOME FIRST"
               DISPLAY "NO SECTIONS ON FILE - ADD SOME FIRST"
               MOVE "ABORTED-NO-SECTIONS" TO WS-OUTCOME
           ELSE
               PERFORM OPEN-ASSIGNMENTS-RTN
               PERFORM LOAD-ENROLL-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED" AND WS-SEC-USED > 0
               DISPLAY "ASSIGN - 1=AUTO-FILL UNASSIGNED  2=MANUAL: "
               ACCEPT WS-ANS
               ELSE
                   PERFORM AUTO-ASSIGN-RTN
               END-IF
               DISPLAY WS-NEW-CNT " ASSIGNMENT(S) MADE, "
                   WS-FULL-CNT " STUDENT(S) LEFT UNPLACED"
           END-IF.
           PERFORM CLOSE-ASSIGNMENTS-RTN.

       AUTO-ASSIGN-RTN.
      * Fill sections in the order they sit on the master, up to
      * capacity, for every enrolled student without an assignment.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROS-USED
               PERFORM FIND-ASSIGNMENT-RTN
               IF WS-HIT = "N"
                   PERFORM PLACE-ONE-RTN
               END-IF
           END-PERFORM.

       FIND-ASSIGNMENT-RTN.
           MOVE "N" TO WS-HIT.
           MOVE WS-RO-STD-NO(R) TO ASG-STD-NO.
           READ ASSIGN-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-HIT
           END-READ.

       PLACE-ONE-RTN.
           MOVE 0 TO WS-SEC-HIT.
           IF WS-SEC-HIT = 0
               ADD 1 TO WS-FULL-CNT
           ELSE
               MOVE WS-RO-STD-NO(R) TO ASG-STD-NO
               MOVE WS-RO-COURSE(R) TO ASG-COURSE
               MOVE WS-RO-YR(R) TO ASG-YR-LEVEL
               MOVE WS-SE-CODE(WS-SEC-HIT) TO ASG-SECTION
               WRITE SECT-ASSIGN-REC
                   INVALID KEY
                       DISPLAY "ASSIGNMENT WRITE FAILED FOR "
                           WS-RO-STD-NO(R) " - STATUS " WS-ASG-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-SE-FILL(WS-SEC-HIT)
                       ADD 1 TO WS-NEW-CNT
               END-WRITE
           END-IF.

       MANUAL-ASSIGN-RTN.
      * A student already placed moves sections; otherwise a new
      * assignment is added.
           PERFORM FIND-ASSIGNMENT-RTN.
           IF WS-HIT = "Y"
               MOVE ASG-COURSE TO SEC-COURSE
               MOVE ASG-YR-LEVEL TO SEC-YR-LEVEL
               MOVE ASG-SECTION TO SEC-CODE
               PERFORM FIND-SECTION-RTN
               IF WS-SEC-HIT NOT = 0
                   SUBTRACT 1 FROM WS-SE-FILL(WS-SEC-HIT)
               MOVE WS-RO-YR(R) TO SEC-YR-LEVEL
               MOVE WS-SEL-CODE TO SEC-CODE
               PERFORM FIND-SECTION-RTN
               MOVE WS-RO-COURSE(R) TO ASG-COURSE
               MOVE WS-RO-YR(R) TO ASG-YR-LEVEL
               MOVE WS-SEL-CODE TO ASG-SECTION
               REWRITE SECT-ASSIGN-REC
                   INVALID KEY
                       DISPLAY "ASSIGNMENT REWRITE FAILED - STATUS "
                           WS-ASG-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-SE-FILL(WS-SEC-HIT)
                       ADD 1 TO WS-NEW-CNT
                       DISPLAY "MOVED TO SECTION " WS-SEL-CODE
               END-REWRITE
           ELSE
               MOVE WS-RO-STD-NO(R) TO ASG-STD-NO
               MOVE WS-RO-COURSE(R) TO ASG-COURSE
               MOVE WS-RO-YR(R) TO ASG-YR-LEVEL
               MOVE WS-SEL-CODE TO ASG-SECTION
               WRITE SECT-ASSIGN-REC
                   INVALID KEY
                       DISPLAY "ASSIGNMENT WRITE FAILED - STATUS "
                           WS-ASG-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-SE-FILL(WS-SEC-HIT)
                       ADD 1 TO WS-NEW-CNT
                       DISPLAY "ASSIGNED TO SECTION " WS-SEL-CODE
               END-WRITE
           END-IF.

       ROSTER-RTN.
           PERFORM LOAD-SECTIONS-RTN.
           IF WS-SEC-USED = 0
               DISPLAY "NO SECTIONS ON FILE - ADD SOME FIRST"
               MOVE "ABORTED-NO-SECTIONS" TO WS-OUTCOME
           ELSE
               PERFORM OPEN-ASSIGNMENTS-RTN
               PERFORM LOAD-ENROLL-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED" AND WS-SEC-USED > 0
               DISPLAY "TERM LABEL (E.G. 2025-2026/1): "
               ACCEPT WS-TERM-LABEL
               PERFORM CHECK-TERM-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED" AND WS-SEC-USED > 0
               DISPLAY "SECTION CODE (OR ALL): "
               ACCEPT WS-SEL-CODE
               PERFORM PRINT-ROSTERS-RTN
               DISPLAY WS-RSTR-CNT " ROSTER(S) IN SECTRSTR.DAT"
           END-IF.
           PERFORM CLOSE-ASSIGNMENTS-RTN.

       CHECK-TERM-RTN.
      * The roster's term must be a term on the calendar.
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

       PRINT-ROSTERS-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           MOVE 0 TO WS-LINE-CNT.
           PERFORM START-SECTION-RTN.
           PERFORM UNTIL WS-ASG-EOF = "YES"
               PERFORM PRINT-MEMBER-RTN
               PERFORM NEXT-MEMBER-RTN
           END-PERFORM.
           IF WS-LINE-CNT = 0
               MOVE "  NO STUDENTS ASSIGNED." TO PRINT-REC
           ADD 1 TO WS-RSTR-CNT.

       PRINT-MEMBER-RTN.
           MOVE ASG-STD-NO TO DTL-STD-NO.
           MOVE SPACES TO DTL-NAME.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROS-USED
               IF WS-RO-STD-NO(R) = ASG-STD-NO
                   MOVE WS-RO-NAME(R) TO DTL-NAME
               END-IF
           END-PERFORM.
