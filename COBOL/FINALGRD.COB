           SELECT SUBJ-IN ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBJ-STATUS.
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT GWA-OUT ASSIGN TO "GWASHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  SUBJ-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJ-LINE.
       01  SUBJ-LINE PIC X(64).

       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  GWA-OUT
           LABEL RECORDS ARE STANDARD
       WORKING-STORAGE SECTION.
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".
       01  WS-POSTED-CNT PIC 9(4) VALUE 0.
       01  WS-MODE PIC 9 VALUE 1.

      * Subject master record (see SUBJMAST.CPY).
       COPY "SUBJMAST.CPY".

      * Subject table for the GWA mode, loaded whole; the ledger is
      * read by student off its key.
       01  WS-SBJ-STATUS PIC XX VALUE "00".
       01  WS-LDG-STATUS PIC XX VALUE "00".
       01  WS-SBJ-USED PIC 99 VALUE 0.
           02 WS-SBJ-ENTRY OCCURS 50 TIMES.
              03 WS-SB-CODE PIC X(8).
              03 WS-SB-UNITS PIC 9V9.
       01  WS-LDG-EOF PIC XXX VALUE "NO".
       01  S PIC 99 VALUE 0.
       01  WS-SBJ-HIT PIC 99 VALUE 0.
       01  WS-UNIT-SUM PIC 99V9 VALUE 0.
       01  WS-WGT-SUM PIC 999V999 VALUE 0.
           PERFORM SET-RUN-STAMP-RTN.
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "N"
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           DISPLAY "MODE - 1=OFFICIAL FINAL GRADES"
               "  2=UNITS-WEIGHTED GWA FROM SUBJECT LEDGER: ".
           ACCEPT WS-MODE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-TERM-RTN.
      * The grades being stored belong to one term - it must be on
      * the calendar, and a term TERMCLSE has closed takes no more
      * grades until the coordinator reopens it.
           MOVE "N" TO WS-TERM-OK.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   IF TKQ-STATUS = "CLOSED"
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
      * what the registrar means by a general weighted average, as
      * against the single-course equivalent mode 1 stores.
           PERFORM LOAD-SUBJECTS-RTN.
           OPEN INPUT LEDGER.
           IF WS-LDG-STATUS = "00"
               MOVE LOW-VALUES TO LDG-KEY
               START LEDGER KEY IS NOT < LDG-KEY
                   INVALID KEY
                       CLOSE LEDGER
                       MOVE "23" TO WS-LDG-STATUS
               END-START
           END-IF.
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "NO SUBJECT LEDGER ON FILE - ENTER GRADES"
                   " WITH SUBJGRD FIRST"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
                       " IN GWASHT.DAT"
                   MOVE "COMPLETED-GWA" TO WS-OUTCOME
               END-IF
               CLOSE LEDGER
           END-IF.

       LOAD-SUBJECTS-RTN.
               CLOSE SUBJ-IN
           END-IF.

       GWA-HEAD-RTN.
           MOVE "UNITS-WEIGHTED GWA SHEET" TO PG-TITLE.
           MOVE WS-TERM-LABEL TO PG-TERM.
      * student with no ledger lines keeps whatever mode 1 stored.
           MOVE 0 TO WS-UNIT-SUM.
           MOVE 0 TO WS-WGT-SUM.
           MOVE SPACES TO LDG-KEY.
           MOVE SM-STD-NO TO LDG-STD-NO.
           MOVE "NO" TO WS-LDG-EOF.
           START LEDGER KEY IS NOT < LDG-KEY
               INVALID KEY MOVE "YES" TO WS-LDG-EOF
           END-START.
           PERFORM UNTIL WS-LDG-EOF = "YES"
               READ LEDGER NEXT RECORD
                   AT END MOVE "YES" TO WS-LDG-EOF
                   NOT AT END
                       IF LDG-STD-NO NOT = SM-STD-NO
                           MOVE "YES" TO WS-LDG-EOF
                       ELSE
                           IF LDG-EQUIV > 0
                               PERFORM GWA-ADD-RTN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-UNIT-SUM > 0
               COMPUTE WS-GWA ROUNDED = WS-WGT-SUM / WS-UNIT-SUM
      * note rather than silently zero-weighted.
           MOVE 0 TO WS-SBJ-HIT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SBJ-USED
               IF WS-SB-CODE(S) = LDG-SBJ-CODE
                   MOVE S TO WS-SBJ-HIT
               END-IF
           END-PERFORM.
           IF WS-SBJ-HIT = 0
               DISPLAY "SUBJECT " LDG-SBJ-CODE " NOT ON SUBJMAST -"
                   " LEDGER LINE SKIPPED FOR " LDG-STD-NO
           ELSE
               ADD WS-SB-UNITS(WS-SBJ-HIT) TO WS-UNIT-SUM
               COMPUTE WS-WGT-SUM = WS-WGT-SUM
                   + (LDG-EQUIV * WS-SB-UNITS(WS-SBJ-HIT))
           END-IF.

       SET-RUN-STAMP-RTN.
