      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Term calendar maintenance (TERMMAST.DAT, see
      *          TERMMAST.CPY) - add a term with its start/end dates
      *          and status (FUTURE, OPEN or CLOSED), list the
      *          calendar, change a term's status, or correct its
      *          dates. The year must read NNNN-NNNN with consecutive
      *          years, the semester 1, 2 or S, and a term's dates
      *          may not overlap another term's, so the TERMCHK
      *          look-ups every term prompt goes through stay
      *          unambiguous. Reopening a term TERMCLSE has CLOSED is
      *          the coordinator's decision and is logged as such -
      *          restrict this menu choice accordingly in OPERMNT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMMNT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-OUT ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT TERM-IN ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERM-LINE-OUT.
       01  TERM-LINE-OUT PIC X(71).

       FD  TERM-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERM-LINE-IN.
       01  TERM-LINE-IN PIC X(71).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Term calendar master record (see TERMMAST.CPY).
       COPY "TERMMAST.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".

       01  WS-TRM-STATUS PIC XX VALUE "00".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-ANS PIC X VALUE SPACES.
       01  WS-LIST-CNT PIC 999 VALUE 0.

      * Term being added or changed.
       01  WS-NEW-YEAR PIC X(9) VALUE SPACES.
       01  WS-NEW-SEM PIC X VALUE SPACES.
       01  WS-NEW-START PIC X(8) VALUE SPACES.
       01  WS-NEW-END PIC X(8) VALUE SPACES.
       01  WS-NEW-STATUS PIC X(6) VALUE SPACES.
       01  WS-OLD-STATUS PIC X(6) VALUE SPACES.
       01  WS-VALID PIC X VALUE "N".
       01  WS-FOUND PIC X VALUE "N".
       01  WS-OVERLAP PIC X VALUE "N".
       01  WS-OVL-TERM PIC X(13) VALUE SPACES.

      * Year and date checking scratch.
       01  WS-YR-FROM PIC 9(4) VALUE 0.
       01  WS-YR-TO PIC 9(4) VALUE 0.
       01  WS-CHK-DATE PIC X(8) VALUE SPACES.
       01  WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
           02 WS-CHK-YYYY PIC 9(4).
           02 WS-CHK-MM PIC 99.
           02 WS-CHK-DD PIC 99.
       01  WS-DATE-OK PIC X VALUE "N".

      * Whole term file held while one record is changed - the same
      * way OPERMNT rewrites the operator master.
       01  WS-UPD-USED PIC 99 VALUE 0.
       01  WS-UPD-TABLE.
           02 WS-UPD-LINE OCCURS 99 TIMES PIC X(71).
       01  WS-UPD-OVFL PIC X VALUE "N".
       01  U PIC 999 VALUE 0.

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-RUN-STAMP PIC X(19) VALUE SPACES.
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

       01  LIST-HDG.
           02 FILLER PIC X(14) VALUE "TERM".
           02 FILLER PIC X(10) VALUE "STARTS".
           02 FILLER PIC X(10) VALUE "ENDS".
           02 FILLER PIC X(8) VALUE "STATUS".
           02 FILLER PIC X(20) VALUE "LAST CHANGED BY".
       01  LIST-LNE.
           02 LL-TERM PIC X(14).
           02 LL-START PIC X(10).
           02 LL-END PIC X(10).
           02 LL-STATUS PIC X(8).
           02 LL-OPR PIC X(20).
           02 FILLER PIC X VALUE SPACE.
           02 LL-STAMP PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF SGN-OPR-ID NOT = SPACES
               AND SGN-OPR-ID NOT = LOW-VALUES
               MOVE SGN-OPR-ID TO WS-OPERATOR
           ELSE
               DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
               ACCEPT WS-OPERATOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-RUN-STAMP.
           DISPLAY "MODE - 1=ADD TERM  2=LIST TERMS"
               "  3=CHANGE STATUS (OPEN/CLOSE/REOPEN)"
               "  4=CORRECT DATES: ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 2
                   PERFORM LIST-RTN
               WHEN 3
                   PERFORM STATUS-RTN
               WHEN 4
                   PERFORM DATES-RTN
               WHEN OTHER
                   PERFORM ADD-RTN
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       GET-KEY-RTN.
      * School year and semester, checked for shape before anything
      * is looked up - a 2025-2025 typo is refused right here.
           MOVE "N" TO WS-VALID.
           DISPLAY "SCHOOL YEAR (E.G. 2025-2026): ".
           ACCEPT WS-NEW-YEAR.
           DISPLAY "SEMESTER (1, 2, OR S FOR SUMMER): ".
           ACCEPT WS-NEW-SEM.
           IF WS-NEW-SEM = "s"
               MOVE "S" TO WS-NEW-SEM
           END-IF.
           IF WS-NEW-YEAR(1:4) IS NUMERIC
               AND WS-NEW-YEAR(5:1) = "-"
               AND WS-NEW-YEAR(6:4) IS NUMERIC
               MOVE WS-NEW-YEAR(1:4) TO WS-YR-FROM
               MOVE WS-NEW-YEAR(6:4) TO WS-YR-TO
               IF WS-YR-TO = WS-YR-FROM + 1
                   MOVE "Y" TO WS-VALID
               END-IF
           END-IF.
           IF WS-VALID = "N"
               DISPLAY "SCHOOL YEAR MUST BE NNNN-NNNN, CONSECUTIVE"
                   " YEARS - " WS-NEW-YEAR
           ELSE
               IF WS-NEW-SEM NOT = "1" AND WS-NEW-SEM NOT = "2"
                   AND WS-NEW-SEM NOT = "S"
                   DISPLAY "SEMESTER MUST BE 1, 2 OR S - " WS-NEW-SEM
                   MOVE "N" TO WS-VALID
               END-IF
           END-IF.

       GET-DATES-RTN.
           MOVE "N" TO WS-VALID.
           DISPLAY "START DATE (YYYYMMDD): ".
           ACCEPT WS-NEW-START.
           DISPLAY "END DATE (YYYYMMDD): ".
           ACCEPT WS-NEW-END.
           MOVE WS-NEW-START TO WS-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF WS-DATE-OK = "Y"
               MOVE WS-NEW-END TO WS-CHK-DATE
               PERFORM CHECK-DATE-RTN
           END-IF.
           IF WS-DATE-OK = "N"
               DISPLAY "DATES MUST BE VALID YYYYMMDD - "
                   WS-NEW-START " / " WS-NEW-END
           ELSE
               IF WS-NEW-END < WS-NEW-START
                   DISPLAY "END DATE IS BEFORE THE START DATE"
               ELSE
                   MOVE "Y" TO WS-VALID
               END-IF
           END-IF.

       CHECK-DATE-RTN.
           MOVE "N" TO WS-DATE-OK.
           IF WS-CHK-DATE IS NUMERIC
               IF WS-CHK-MM >= 1 AND WS-CHK-MM <= 12
                   AND WS-CHK-DD >= 1 AND WS-CHK-DD <= 31
                   AND WS-CHK-YYYY >= 1900
                   MOVE "Y" TO WS-DATE-OK
               END-IF
           END-IF.

       ADD-RTN.
           PERFORM GET-KEY-RTN.
           IF WS-VALID = "Y"
               PERFORM LOAD-TERMS-RTN
               IF WS-FOUND = "Y"
                   DISPLAY "TERM ALREADY ON FILE - " WS-NEW-YEAR "/"
                       WS-NEW-SEM
                   MOVE "N" TO WS-VALID
               END-IF
           END-IF.
           IF WS-VALID = "Y"
               PERFORM GET-DATES-RTN
           END-IF.
           IF WS-VALID = "Y"
               PERFORM CHECK-OVERLAP-RTN
           END-IF.
           IF WS-VALID = "Y"
               DISPLAY "STATUS - F=FUTURE  O=OPEN: "
               ACCEPT WS-ANS
               IF WS-ANS = "O" OR WS-ANS = "o"
                   MOVE "OPEN" TO WS-NEW-STATUS
               ELSE
                   MOVE "FUTURE" TO WS-NEW-STATUS
               END-IF
               MOVE WS-NEW-YEAR TO TRM-SCH-YEAR
               MOVE WS-NEW-SEM TO TRM-SEMESTER
               MOVE WS-NEW-START TO TRM-START-DATE
               MOVE WS-NEW-END TO TRM-END-DATE
               MOVE WS-NEW-STATUS TO TRM-STATUS
               MOVE WS-OPERATOR TO TRM-CHG-OPR
               MOVE WS-RUN-STAMP TO TRM-CHG-STAMP
               OPEN EXTEND TERM-OUT
               IF WS-TRM-STATUS = "35"
                   OPEN OUTPUT TERM-OUT
               END-IF
               WRITE TERM-LINE-OUT FROM TERM-REC
               CLOSE TERM-OUT
               DISPLAY "TERM ADDED - " WS-NEW-YEAR "/" WS-NEW-SEM
                   " " WS-NEW-STATUS
           ELSE
               MOVE "CANCELLED" TO WS-OUTCOME
           END-IF.

       LOAD-TERMS-RTN.
      * Whole calendar into the table; WS-FOUND / U say whether and
      * where the keyed term is.
           MOVE "N" TO WS-FOUND.
           MOVE "N" TO WS-UPD-OVFL.
           MOVE 0 TO WS-UPD-USED.
           MOVE 0 TO U.
           OPEN INPUT TERM-IN.
           IF WS-TRM-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ TERM-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM LOAD-ONE-RTN
                   END-READ
               END-PERFORM
               CLOSE TERM-IN
           END-IF.

       LOAD-ONE-RTN.
           IF WS-UPD-USED >= 99
               MOVE "Y" TO WS-UPD-OVFL
           ELSE
               ADD 1 TO WS-UPD-USED
               MOVE TERM-LINE-IN TO WS-UPD-LINE(WS-UPD-USED)
               MOVE TERM-LINE-IN TO TERM-REC
               IF TRM-SCH-YEAR = WS-NEW-YEAR
                   AND TRM-SEMESTER = WS-NEW-SEM
                   MOVE "Y" TO WS-FOUND
                   MOVE WS-UPD-USED TO U
               END-IF
           END-IF.

       CHECK-OVERLAP-RTN.
      * TERMCHK finds a term by date for the date-keyed programs
      * (ATTEND), so no day may belong to two terms.
           MOVE "N" TO WS-OVERLAP.
           PERFORM VARYING WS-LIST-CNT FROM 1 BY 1
                   UNTIL WS-LIST-CNT > WS-UPD-USED
               MOVE WS-UPD-LINE(WS-LIST-CNT) TO TERM-REC
               IF (TRM-SCH-YEAR NOT = WS-NEW-YEAR
                   OR TRM-SEMESTER NOT = WS-NEW-SEM)
                   AND WS-NEW-START NOT > TRM-END-DATE
                   AND WS-NEW-END NOT < TRM-START-DATE
                   MOVE "Y" TO WS-OVERLAP
                   MOVE SPACES TO WS-OVL-TERM
                   STRING TRM-SCH-YEAR DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          TRM-SEMESTER DELIMITED BY SIZE
                       INTO WS-OVL-TERM
               END-IF
           END-PERFORM.
           IF WS-OVERLAP = "Y"
               DISPLAY "DATES OVERLAP TERM " WS-OVL-TERM
                   " - NOT SAVED"
               MOVE "N" TO WS-VALID
           END-IF.

       LIST-RTN.
           OPEN INPUT TERM-IN.
           IF WS-TRM-STATUS NOT = "00"
               DISPLAY "TERMMAST.DAT NOT FOUND - NO TERMS YET"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE "NO" TO WS-EOF
               MOVE 0 TO WS-LIST-CNT
               DISPLAY LIST-HDG
               PERFORM UNTIL WS-EOF = "YES"
                   READ TERM-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE TERM-LINE-IN TO TERM-REC
                           MOVE SPACES TO LL-TERM
                           STRING TRM-SCH-YEAR DELIMITED BY SPACE
                                  "/" DELIMITED BY SIZE
                                  TRM-SEMESTER DELIMITED BY SIZE
                               INTO LL-TERM
                           MOVE TRM-START-DATE TO LL-START
                           MOVE TRM-END-DATE TO LL-END
                           MOVE TRM-STATUS TO LL-STATUS
                           MOVE TRM-CHG-OPR TO LL-OPR
                           MOVE TRM-CHG-STAMP TO LL-STAMP
                           DISPLAY LIST-LNE
                           ADD 1 TO WS-LIST-CNT
                   END-READ
               END-PERFORM
               CLOSE TERM-IN
               DISPLAY WS-LIST-CNT " TERM(S) ON FILE"
               MOVE "COMPLETED-LIST" TO WS-OUTCOME
           END-IF.

       STATUS-RTN.
      * OPEN a FUTURE term when it starts, CLOSE one by hand, or
      * reopen a CLOSED term so a late posting can go through. The
      * reopen is confirmed and goes on the run log by name.
           PERFORM GET-KEY-RTN.
           IF WS-VALID = "Y"
               PERFORM LOAD-TERMS-RTN
               PERFORM CHECK-FOUND-RTN
           END-IF.
           IF WS-VALID = "Y"
               MOVE WS-UPD-LINE(U) TO TERM-REC
               MOVE TRM-STATUS TO WS-OLD-STATUS
               DISPLAY "TERM " WS-NEW-YEAR "/" WS-NEW-SEM
                   " IS " TRM-STATUS
               DISPLAY "NEW STATUS - F=FUTURE  O=OPEN  C=CLOSED: "
               ACCEPT WS-ANS
               EVALUATE WS-ANS
                   WHEN "F" WHEN "f"
                       MOVE "FUTURE" TO WS-NEW-STATUS
                   WHEN "O" WHEN "o"
                       MOVE "OPEN" TO WS-NEW-STATUS
                   WHEN "C" WHEN "c"
                       MOVE "CLOSED" TO WS-NEW-STATUS
                   WHEN OTHER
                       MOVE SPACES TO WS-NEW-STATUS
               END-EVALUATE
               IF WS-NEW-STATUS = SPACES
                   OR WS-NEW-STATUS = WS-OLD-STATUS
                   DISPLAY "NO CHANGE MADE"
                   MOVE "N" TO WS-VALID
               END-IF
           END-IF.
           IF WS-VALID = "Y" AND WS-OLD-STATUS = "CLOSED"
               DISPLAY "REOPENING A CLOSED TERM LETS PROGRAMS POST TO"
                   " IT AGAIN - COORDINATOR ONLY. CONFIRM (Y/N): "
               ACCEPT WS-ANS
               IF WS-ANS NOT = "Y" AND WS-ANS NOT = "y"
                   MOVE "N" TO WS-VALID
               END-IF
           END-IF.
           IF WS-VALID = "Y"
               MOVE WS-NEW-STATUS TO TRM-STATUS
               MOVE WS-OPERATOR TO TRM-CHG-OPR
               MOVE WS-RUN-STAMP TO TRM-CHG-STAMP
               MOVE TERM-REC TO WS-UPD-LINE(U)
               PERFORM SAVE-TERMS-RTN
               DISPLAY "TERM " WS-NEW-YEAR "/" WS-NEW-SEM " NOW "
                   WS-NEW-STATUS
               IF WS-OLD-STATUS = "CLOSED"
                   MOVE "TERM-REOPENED" TO WS-OUTCOME
               ELSE
                   MOVE "COMPLETED-STATUS" TO WS-OUTCOME
               END-IF
           ELSE
               IF WS-OUTCOME = "COMPLETED"
                   MOVE "CANCELLED" TO WS-OUTCOME
               END-IF
           END-IF.

       DATES-RTN.
           PERFORM GET-KEY-RTN.
           IF WS-VALID = "Y"
               PERFORM LOAD-TERMS-RTN
               PERFORM CHECK-FOUND-RTN
           END-IF.
           IF WS-VALID = "Y"
               MOVE WS-UPD-LINE(U) TO TERM-REC
               DISPLAY "TERM " WS-NEW-YEAR "/" WS-NEW-SEM " RUNS "
                   TRM-START-DATE " TO " TRM-END-DATE
               PERFORM GET-DATES-RTN
           END-IF.
           IF WS-VALID = "Y"
               PERFORM CHECK-OVERLAP-RTN
           END-IF.
           IF WS-VALID = "Y"
               MOVE WS-UPD-LINE(U) TO TERM-REC
               MOVE WS-NEW-START TO TRM-START-DATE
               MOVE WS-NEW-END TO TRM-END-DATE
               MOVE WS-OPERATOR TO TRM-CHG-OPR
               MOVE WS-RUN-STAMP TO TRM-CHG-STAMP
               MOVE TERM-REC TO WS-UPD-LINE(U)
               PERFORM SAVE-TERMS-RTN
               DISPLAY "DATES CORRECTED - " WS-NEW-YEAR "/" WS-NEW-SEM
           ELSE
               IF WS-OUTCOME = "COMPLETED"
                   MOVE "CANCELLED" TO WS-OUTCOME
               END-IF
           END-IF.

       CHECK-FOUND-RTN.
      * A file bigger than the table must not be rewritten from it.
           IF WS-UPD-OVFL = "Y"
               DISPLAY "TERMMAST.DAT EXCEEDS 99 LINES - CHANGE NOT"
                   " SAVED, ARCHIVE OLD TERMS FIRST"
               MOVE "ABORTED-TOO-MANY" TO WS-OUTCOME
               MOVE "N" TO WS-VALID
           ELSE
               IF WS-FOUND = "N"
                   DISPLAY "NO TERM ON FILE FOR " WS-NEW-YEAR "/"
                       WS-NEW-SEM
                   MOVE "N" TO WS-VALID
               END-IF
           END-IF.

       SAVE-TERMS-RTN.
           OPEN OUTPUT TERM-OUT.
           PERFORM VARYING WS-LIST-CNT FROM 1 BY 1
                   UNTIL WS-LIST-CNT > WS-UPD-USED
               WRITE TERM-LINE-OUT FROM WS-UPD-LINE(WS-LIST-CNT)
           END-PERFORM.
           CLOSE TERM-OUT.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "TERMMNT" TO ALR-PROGRAM.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-OUT.
