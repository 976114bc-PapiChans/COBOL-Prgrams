      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Research ID look-up - the coordinator's only way
      *          back from a research ID on a RESXTRCT extract to the
      *          student it stands for, or forward from a student
      *          number to their research ID (RESMAP.DAT, see
      *          RESMAP.CPY), e.g. when a study turns up a student
      *          the guidance office must reach. Needs a verified
      *          LABMENU sign-on and the operator's flag for this
      *          menu choice (see OPERMAST.CPY) - grant it in OPERMNT
      *          to the coordinator alone. Every look-up is written
      *          to the run log with the ID asked about.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESIDLKP IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RES-MAP ASSIGN TO "RESMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMP-STD-NO
               ALTERNATE RECORD KEY IS RMP-PSEUDO
               FILE STATUS IS WS-RMP-STATUS.
           SELECT OPER-IN ASSIGN TO "OPERMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPR-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RES-MAP
           LABEL RECORDS ARE STANDARD.
           COPY "RESMAP.CPY".

       FD  OPER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPER-LINE-IN.
       01  OPER-LINE-IN PIC X(136).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Operator master record (see OPERMAST.CPY).
       COPY "OPERMAST.CPY".

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

       01  WS-RMP-STATUS PIC XX VALUE "00".
       01  WS-OPR-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".

      * The look-up permission is the operator's flag for the menu
      * choice that runs this program (see OPERMAST.CPY) - keep the
      * two in step if the menu is renumbered.
       01  WS-LOOKUP-CHOICE PIC 99 VALUE 59.
       01  WS-AUTH-SLOT PIC 99 VALUE 0.
       01  WS-ALLOWED PIC X VALUE "N".

       01  WS-MODE PIC 9 VALUE 0.
       01  WS-QUIT PIC X VALUE "N".
       01  WS-ID-IN PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-CNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM CHECK-AUTH-RTN.
           IF WS-ALLOWED = "Y"
               OPEN INPUT RES-MAP
               IF WS-RMP-STATUS NOT = "00"
                   DISPLAY "NO RESEARCH IDS GIVEN OUT YET (RESMAP.DAT)"
                   MOVE "COMPLETED-NO-DATA" TO WS-OUTCOME
               ELSE
                   PERFORM LOOKUP-RTN UNTIL WS-QUIT = "Y"
                   CLOSE RES-MAP
                   MOVE SPACES TO WS-OUTCOME
                   STRING "LOOKUPS-" WS-LOOKUP-CNT
                       DELIMITED BY SIZE INTO WS-OUTCOME
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-AUTH-RTN.
      * Only a verified sign-on counts here - a typed-in operator
      * name could be anyone's - and the flag for this choice on it.
           MOVE "N" TO WS-ALLOWED.
           IF SGN-OPR-ID = SPACES OR SGN-OPR-ID = LOW-VALUES
               DISPLAY "RESEARCH ID LOOK-UP NEEDS A VERIFIED SIGN-ON"
                   " - RUN RESIDLKP FROM THE MENU"
               MOVE "ABORTED-NO-SIGNON" TO WS-OUTCOME
           ELSE
               MOVE SGN-OPR-ID TO WS-OPERATOR
               OPEN INPUT OPER-IN
               IF WS-OPR-STATUS = "00"
                   MOVE "NO" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "YES"
                       READ OPER-IN AT END MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE OPER-LINE-IN TO OPERATOR-REC
                               IF OPR-ID = SGN-OPR-ID
                                   PERFORM CHECK-FLAG-RTN
                                   MOVE "YES" TO WS-EOF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPER-IN
               END-IF
               IF WS-ALLOWED = "N"
                   DISPLAY "OPERATOR " SGN-OPR-ID " MAY NOT LOOK UP"
                       " RESEARCH IDS - COORDINATOR ONLY"
                   MOVE "ABORTED-NOT-AUTH" TO WS-OUTCOME
               END-IF
           END-IF.

       CHECK-FLAG-RTN.
           IF WS-LOOKUP-CHOICE > 40
               COMPUTE WS-AUTH-SLOT = WS-LOOKUP-CHOICE - 40
               IF OPR-AUTH-EXT(WS-AUTH-SLOT) = "Y"
                   MOVE "Y" TO WS-ALLOWED
               END-IF
           ELSE
               IF OPR-AUTH(WS-LOOKUP-CHOICE) = "Y"
                   MOVE "Y" TO WS-ALLOWED
               END-IF
           END-IF.

       LOOKUP-RTN.
           DISPLAY "1=RESEARCH ID TO STUDENT  2=STUDENT TO RESEARCH ID"
               "  0=DONE: ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 1
                   DISPLAY "RESEARCH ID: "
                   ACCEPT WS-ID-IN
                   MOVE WS-ID-IN TO RMP-PSEUDO
                   READ RES-MAP KEY IS RMP-PSEUDO
                       INVALID KEY
                           DISPLAY "RESEARCH ID " WS-ID-IN
                               " WAS NEVER GIVEN OUT"
                       NOT INVALID KEY
                           PERFORM SHOW-MAP-RTN
                   END-READ
                   PERFORM LOG-LOOKUP-RTN
               WHEN 2
                   DISPLAY "STUDENT NUMBER: "
                   ACCEPT WS-ID-IN
                   MOVE WS-ID-IN TO RMP-STD-NO
                   READ RES-MAP KEY IS RMP-STD-NO
                       INVALID KEY
                           DISPLAY "STUDENT " WS-ID-IN
                               " HAS NEVER BEEN RELEASED IN AN EXTRACT"
                       NOT INVALID KEY
                           PERFORM SHOW-MAP-RTN
                   END-READ
                   PERFORM LOG-LOOKUP-RTN
               WHEN 0
                   MOVE "Y" TO WS-QUIT
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.

       SHOW-MAP-RTN.
           DISPLAY "RESEARCH ID " RMP-PSEUDO " IS STUDENT " RMP-STD-NO.
           DISPLAY "  FIRST RELEASED " RMP-ASSIGNED " IN EXTRACT "
               RMP-EXTRACT-NO.

       LOG-LOOKUP-RTN.
      * One run-log line per look-up, naming what was asked about.
           ADD 1 TO WS-LOOKUP-CNT.
           MOVE SPACES TO WS-OUTCOME.
           STRING "LOOKUP-" WS-ID-IN DELIMITED BY SIZE INTO WS-OUTCOME.
           PERFORM WRITE-AUDIT-RTN.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "RESIDLKP" TO ALR-PROGRAM.
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
