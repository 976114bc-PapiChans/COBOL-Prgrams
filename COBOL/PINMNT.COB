      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Student kiosk PIN maintenance for the registrar's
      *          office (STUDCRED.DAT, see STUDCRED.CPY) - issue a
      *          PIN to a student on the master, reset a forgotten
      *          PIN or clear a kiosk lockout, or list who holds a
      *          PIN and whose is locked. The only path by which a
      *          PIN is set; KIOSKINQ reads it and only ever counts
      *          failed tries against it. PINs are 4 to 6 digits,
      *          keyed masked, and never shown back.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PINMNT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRED-FILE ASSIGN TO "STUDCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-STD-NO
               FILE STATUS IS WS-SCR-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CRED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "STUDCRED.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SCR-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-STD-NO PIC X(10) VALUE SPACES.
       01  WS-CD-OK PIC X VALUE "N".
       01  WS-ON-MASTER PIC X VALUE "N".
       01  WS-STD-NM PIC X(25) VALUE SPACES.
       01  WS-TODAY PIC X(8) VALUE SPACES.
       01  WS-LIST-CNT PIC 9(5) VALUE 0.
       01  WS-LOCK-CNT PIC 9(5) VALUE 0.

      * PIN entry - keyed twice, masked, 4 to 6 digits.
       01  WS-NEW-PIN PIC X(6) VALUE SPACES.
       01  WS-NEW-PIN2 PIC X(6) VALUE SPACES.
       01  WS-PIN-LEN PIC 9 VALUE 0.
       01  WS-PIN-OK PIC X VALUE "N".

       01  LIST-LINE.
           02 LI-STD-NO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LI-STATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LI-FAILS PIC 9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 LI-ISSUE-OPR PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 LI-ISSUE-DATE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LI-LAST-USE PIC X(19).

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * The LABMENU sign-on already verified who this is - only
      * prompt when the program is run standalone.
           IF SGN-OPR-ID NOT = SPACES
               AND SGN-OPR-ID NOT = LOW-VALUES
               MOVE SGN-OPR-ID TO WS-OPERATOR
           ELSE
               DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
               ACCEPT WS-OPERATOR
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO WS-TODAY.
           DISPLAY "MODE - 1=ISSUE PIN  2=RESET PIN/UNLOCK"
               "  3=LIST PINS ON FILE: ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 1
                   PERFORM ISSUE-RTN
               WHEN 2
                   PERFORM RESET-RTN
               WHEN 3
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY "INVALID MODE"
                   MOVE "ABORTED-BAD-MODE" TO WS-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       GET-STUDENT-RTN.
      * The number has to pass STDNOCHK and be on the master - a PIN
      * is only ever issued to a real student.
           MOVE "N" TO WS-ON-MASTER.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-STD-NO.
           CALL "STDNOCHK" USING WS-STD-NO WS-CD-OK.
           IF WS-CD-OK NOT = "Y"
               DISPLAY "INVALID STUDENT NUMBER (CHECK DIGIT) - "
                   WS-STD-NO
               MOVE "ABORTED-BAD-NUMBER" TO WS-OUTCOME
           ELSE
               OPEN INPUT STUDMAS
               IF WS-SM-STATUS NOT = "00"
                   DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                       WS-SM-STATUS
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               ELSE
                   MOVE WS-STD-NO TO SM-STD-NO
                   READ STUDMAS
                       INVALID KEY
                           DISPLAY "NO STUDENT ON FILE WITH NUMBER "
                               WS-STD-NO
                           MOVE "ABORTED-NO-STUDENT" TO WS-OUTCOME
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ON-MASTER
                           MOVE SM-STD-NM TO WS-STD-NM
                           DISPLAY "STUDENT: " SM-STD-NO " " SM-STD-NM
                   END-READ
                   CLOSE STUDMAS
               END-IF
           END-IF.

       GET-PIN-RTN.
           MOVE "N" TO WS-PIN-OK.
           PERFORM UNTIL WS-PIN-OK = "Y"
               DISPLAY "NEW PIN (4-6 DIGITS): "
               MOVE SPACES TO WS-NEW-PIN WS-NEW-PIN2
               ACCEPT WS-NEW-PIN WITH NO-ECHO
               DISPLAY "RE-ENTER PIN: "
               ACCEPT WS-NEW-PIN2 WITH NO-ECHO
               MOVE 0 TO WS-PIN-LEN
               INSPECT WS-NEW-PIN TALLYING WS-PIN-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PIN-LEN < 4
                   DISPLAY "PIN MUST BE 4 TO 6 DIGITS - AGAIN"
               ELSE
                   IF WS-NEW-PIN(1:WS-PIN-LEN) NOT NUMERIC
                       DISPLAY "PIN MUST BE DIGITS ONLY - AGAIN"
                   ELSE
                       IF WS-NEW-PIN NOT = WS-NEW-PIN2
                           DISPLAY "ENTRIES DO NOT MATCH - AGAIN"
                       ELSE
                           MOVE "Y" TO WS-PIN-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-CRED-RTN.
      * First issue creates the credential file.
           OPEN I-O CRED-FILE.
           IF WS-SCR-STATUS = "35"
               OPEN OUTPUT CRED-FILE
               CLOSE CRED-FILE
               OPEN I-O CRED-FILE
           END-IF.
           IF WS-SCR-STATUS NOT = "00"
               DISPLAY "STUDCRED.DAT NOT AVAILABLE - STATUS "
                   WS-SCR-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.

       ISSUE-RTN.
           PERFORM GET-STUDENT-RTN.
           IF WS-ON-MASTER = "Y"
               PERFORM OPEN-CRED-RTN
               IF WS-SCR-STATUS = "00"
                   MOVE WS-STD-NO TO SCR-STD-NO
                   READ CRED-FILE
                       INVALID KEY
                           PERFORM ISSUE-NEW-RTN
                       NOT INVALID KEY
                           DISPLAY "PIN ALREADY ISSUED TO " WS-STD-NO
                               " - USE MODE 2 TO RESET IT"
                           MOVE "ABORTED-DUPLICATE" TO WS-OUTCOME
                   END-READ
                   CLOSE CRED-FILE
               END-IF
           END-IF.

       ISSUE-NEW-RTN.
           PERFORM GET-PIN-RTN.
           MOVE WS-STD-NO TO SCR-STD-NO.
           MOVE WS-NEW-PIN TO SCR-PIN.
           MOVE 0 TO SCR-FAIL-CNT.
           MOVE "N" TO SCR-LOCKED.
           MOVE WS-OPERATOR TO SCR-ISSUE-OPR.
           MOVE WS-TODAY TO SCR-ISSUE-DATE.
           MOVE SPACES TO SCR-LAST-USE.
           WRITE STUDENT-CRED-REC
               INVALID KEY
                   DISPLAY "PIN NOT SAVED - STATUS " WS-SCR-STATUS
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               NOT INVALID KEY
                   DISPLAY "PIN ISSUED - " WS-STD-NO " " WS-STD-NM
                   MOVE "PIN-ISSUED" TO WS-OUTCOME
           END-WRITE.

       RESET-RTN.
      * Forgotten PIN or a kiosk lockout: key a new PIN, clear the
      * lock and the failure run.
           PERFORM GET-STUDENT-RTN.
           IF WS-ON-MASTER = "Y"
               OPEN I-O CRED-FILE
               IF WS-SCR-STATUS NOT = "00"
                   DISPLAY "NO PINS ISSUED YET - USE MODE 1"
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               ELSE
                   MOVE WS-STD-NO TO SCR-STD-NO
                   READ CRED-FILE
                       INVALID KEY
                           DISPLAY "NO PIN ON FILE FOR " WS-STD-NO
                               " - USE MODE 1 TO ISSUE ONE"
                           MOVE "ABORTED-NO-PIN" TO WS-OUTCOME
                       NOT INVALID KEY
                           PERFORM RESET-ONE-RTN
                   END-READ
                   CLOSE CRED-FILE
               END-IF
           END-IF.

       RESET-ONE-RTN.
           IF SCR-IS-LOCKED
               DISPLAY "PIN IS LOCKED AFTER FAILED KIOSK TRIES"
           END-IF.
           PERFORM GET-PIN-RTN.
           MOVE WS-NEW-PIN TO SCR-PIN.
           MOVE 0 TO SCR-FAIL-CNT.
           MOVE "N" TO SCR-LOCKED.
           MOVE WS-OPERATOR TO SCR-ISSUE-OPR.
           MOVE WS-TODAY TO SCR-ISSUE-DATE.
           REWRITE STUDENT-CRED-REC
               INVALID KEY
                   DISPLAY "PIN NOT SAVED - STATUS " WS-SCR-STATUS
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               NOT INVALID KEY
                   DISPLAY "PIN RESET - " WS-STD-NO " UNLOCKED"
                   MOVE "PIN-RESET" TO WS-OUTCOME
           END-REWRITE.

       LIST-RTN.
           OPEN INPUT CRED-FILE.
           IF WS-SCR-STATUS NOT = "00"
               DISPLAY "STUDCRED.DAT NOT FOUND - NO PINS ISSUED YET"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE 0 TO WS-LIST-CNT WS-LOCK-CNT
               DISPLAY "STUDENT NO  STATE   FAILS ISSUED BY"
                   "            ON        LAST KIOSK USE"
               MOVE SPACES TO SCR-STD-NO
               MOVE "NO" TO WS-EOF
               START CRED-FILE KEY IS NOT < SCR-STD-NO
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ CRED-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM LIST-ONE-RTN
                   END-READ
               END-PERFORM
               CLOSE CRED-FILE
               DISPLAY WS-LIST-CNT " PIN(S) ON FILE, " WS-LOCK-CNT
                   " LOCKED"
           END-IF.

       LIST-ONE-RTN.
           ADD 1 TO WS-LIST-CNT.
           MOVE SCR-STD-NO TO LI-STD-NO.
           IF SCR-IS-LOCKED
               MOVE "*LOCKED*" TO LI-STATE
               ADD 1 TO WS-LOCK-CNT
           ELSE
               MOVE "ACTIVE" TO LI-STATE
           END-IF.
           IF SCR-FAIL-CNT NUMERIC
               MOVE SCR-FAIL-CNT TO LI-FAILS
           ELSE
               MOVE 0 TO LI-FAILS
           END-IF.
           MOVE SCR-ISSUE-OPR TO LI-ISSUE-OPR.
           MOVE SCR-ISSUE-DATE TO LI-ISSUE-DATE.
           MOVE SCR-LAST-USE TO LI-LAST-USE.
           DISPLAY LIST-LINE.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "PINMNT" TO ALR-PROGRAM.
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
