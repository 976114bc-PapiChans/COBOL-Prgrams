      *          list everyone on file, or reset a password / clear a
      *          lockout. The controlled path for the coordinator to
      *          restrict grade-affecting programs to permanent staff
      *          and to let a locked-out operator back in. Flags run
      *          to menu choice 80 (first 40, then the extension
      *          block), and mode 5 re-keys an existing operator's
      *          flags so a newly added menu choice can be granted
      *          without re-adding the operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  OPER-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPER-LINE-OUT.
       01  OPER-LINE-OUT PIC X(136).

       FD  OPER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPER-LINE-IN.
       01  OPER-LINE-IN PIC X(136).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
       01  WS-NEW-ID PIC X(10) VALUE SPACES.
       01  WS-NEW-NAME PIC X(25) VALUE SPACES.
       01  WS-NEW-AUTH PIC X(40) VALUE SPACES.
       01  WS-NEW-AUTH-EXT PIC X(40) VALUE SPACES.
       01  WS-DUP-FOUND PIC X VALUE "N".
       01  WS-LIST-CNT PIC 99 VALUE 0.

       01  WS-FOUND PIC X VALUE "N".
       01  WS-UPD-USED PIC 99 VALUE 0.
       01  WS-UPD-TABLE.
           02 WS-UPD-LINE OCCURS 50 TIMES PIC X(136).
       01  WS-UPD-OVFL PIC X VALUE "N".
       01  U PIC 99 VALUE 0.

           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO WS-TODAY.
           DISPLAY "MODE - 1=ADD OPERATOR  2=LIST OPERATORS"
               "  3=RESET PASSWORD/UNLOCK  4=MASTER LOCK"
               "  5=CHANGE PERMISSIONS: ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 2
                   PERFORM RESET-RTN
               WHEN 4
                   PERFORM MASTER-LOCK-RTN
               WHEN 5
                   PERFORM PERMS-RTN
               WHEN OTHER
                   PERFORM ADD-RTN
           END-EVALUATE.
       APPEND-RTN.
           DISPLAY "OPERATOR NAME: ".
           ACCEPT WS-NEW-NAME.
           PERFORM GET-FLAGS-RTN.
           DISPLAY "STARTING PASSWORD (OPERATOR MUST CHANGE IT AT"
               " FIRST SIGN-ON): ".
           ACCEPT WS-NEW-PWD WITH NO-ECHO.
           MOVE WS-NEW-ID TO OPR-ID.
           MOVE WS-NEW-NAME TO OPR-NAME.
           MOVE WS-NEW-AUTH TO OPR-AUTH-LIST.
           MOVE WS-NEW-AUTH-EXT TO OPR-AUTH-EXT-LIST.
           MOVE WS-NEW-PWD TO OPR-PASSWORD.
           MOVE WS-TODAY TO OPR-PWD-DATE.
           MOVE 0 TO OPR-FAIL-CNT.
           CLOSE OPER-OUT.
           DISPLAY "OPERATOR ADDED - " WS-NEW-ID.

       GET-FLAGS-RTN.
           DISPLAY "PERMISSION FLAGS - 40 Y/N, ONE PER MENU CHOICE".
           DISPLAY "CHOICES 1-40 (E.G. YYYYYYYYYYYYYYYYYNNN...): ".
           ACCEPT WS-NEW-AUTH.
           DISPLAY "CHOICES 41-80 (BLANK = NONE): ".
           ACCEPT WS-NEW-AUTH-EXT.

       LIST-RTN.
           OPEN INPUT OPER-IN.
           IF WS-OPR-STATUS NOT = "00"
                               DISPLAY OPR-ID " " OPR-NAME " "
                                   OPR-AUTH-LIST
                           END-IF
                           IF OPR-AUTH-EXT-LIST NOT = SPACES
                               DISPLAY "           41-80:"
                                   "                    "
                                   OPR-AUTH-EXT-LIST
                           END-IF
                           ADD 1 TO WS-LIST-CNT
                   END-READ
               END-PERFORM
               MOVE OPERATOR-REC TO WS-UPD-LINE(WS-UPD-USED)
           END-IF.

       PERMS-RTN.
      * Re-key both permission strings for one operator - the way a
      * new menu choice is granted to staff already on file.
           DISPLAY "OPERATOR ID TO CHANGE: ".
           ACCEPT WS-NEW-ID.
           MOVE "N" TO WS-FOUND.
           MOVE 0 TO WS-UPD-USED.
           OPEN INPUT OPER-IN.
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "OPERMAST.DAT NOT FOUND - NO OPERATORS YET"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               PERFORM GET-FLAGS-RTN
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ OPER-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM PERMS-ONE-RTN
                   END-READ
               END-PERFORM
               CLOSE OPER-IN
               IF WS-UPD-OVFL = "Y"
                   DISPLAY "OPERMAST.DAT EXCEEDS 50 LINES - CHANGE"
                       " NOT SAVED, CLEAN THE FILE UP FIRST"
               ELSE
                   IF WS-FOUND = "N"
                       DISPLAY "NO OPERATOR ON FILE WITH ID "
                           WS-NEW-ID
                   ELSE
                       OPEN OUTPUT OPER-OUT
                       PERFORM VARYING U FROM 1 BY 1
                               UNTIL U > WS-UPD-USED
                           WRITE OPER-LINE-OUT FROM WS-UPD-LINE(U)
                       END-PERFORM
                       CLOSE OPER-OUT
                       DISPLAY "PERMISSIONS CHANGED - " WS-NEW-ID
                   END-IF
               END-IF
           END-IF.

       PERMS-ONE-RTN.
           MOVE OPER-LINE-IN TO OPERATOR-REC.
           IF OPR-ID = WS-NEW-ID
               MOVE "Y" TO WS-FOUND
               MOVE WS-NEW-AUTH TO OPR-AUTH-LIST
               MOVE WS-NEW-AUTH-EXT TO OPR-AUTH-EXT-LIST
           END-IF.
           IF WS-UPD-USED >= 50
               MOVE "Y" TO WS-UPD-OVFL
           ELSE
               ADD 1 TO WS-UPD-USED
               MOVE OPERATOR-REC TO WS-UPD-LINE(WS-UPD-USED)
           END-IF.

       MASTER-LOCK-RTN.
      * Show who holds the student-master update lock; a lock left
      * behind by a crashed run is force-cleared here, and the run
