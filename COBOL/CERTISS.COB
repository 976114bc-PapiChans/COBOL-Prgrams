      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Certificate and document issuance - certificates of
      *          enrollment, certified true copies of grades and
      *          certificates of good standing printed from the
      *          student master, the ENROLL.DAT roster and the term
      *          history in place of word-processor letters nobody
      *          kept track of. Every document gets the next control
      *          number and goes on the issuance register
      *          (CERTREG.DAT, see CERTREG.CPY) with its type,
      *          student, purpose, issuing operator and date; its
      *          text is kept line for line in CERTTXT.DAT and a
      *          verification code worked out over that text is
      *          printed on it. Nothing is issued to a withdrawn
      *          student or one on the cashier's account hold
      *          (ACCTMAST.DAT); a certificate of enrollment also
      *          needs the student enrolled on the roster in a term
      *          running today. The verification look-up takes a
      *          control number off a certificate and confirms who
      *          it was issued to and when, checks the verification
      *          code the caller reads out, and can read back the
      *          text as issued so an altered copy shows up. The
      *          register listing prints every document issued. The
      *          document itself goes to CERTISS.DAT, filed on the
      *          report spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTISS IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT STUDHIST ASSIGN TO "STUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HS-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-STD-NO
               FILE STATUS IS WS-ACT-STATUS.
           SELECT ENROLL-IN ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT CERT-REG ASSIGN TO "CERTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-NO
               FILE STATUS IS WS-CRT-STATUS.
           SELECT CERT-TXT ASSIGN TO "CERTTXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTX-KEY
               FILE STATUS IS WS-CTX-STATUS.
           SELECT RECORD-OUT ASSIGN TO "CERTISS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIST-OUT ASSIGN TO "CERTLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  STUDHIST
           LABEL RECORDS ARE STANDARD.
           COPY "STUDHIST.CPY".

       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ACCTMAST.CPY".

       FD  ENROLL-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENROLL-LINE.
       01  ENROLL-LINE PIC X(41).

       FD  CERT-REG
           LABEL RECORDS ARE STANDARD.
           COPY "CERTREG.CPY".

       FD  CERT-TXT
           LABEL RECORDS ARE STANDARD.
           COPY "CERTTXT.CPY".

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(80).

       FD  LIST-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIST-REC.
       01  LIST-REC PIC X(110).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Enrollment roster record (see ENROLL.CPY).
       COPY "ENROLL.CPY".

      * Term look-up request block for TERMCHK (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

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

       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-HS-STATUS PIC XX VALUE "00".
       01  WS-HS-ON PIC X VALUE "N".
       01  WS-ACT-STATUS PIC XX VALUE "00".
       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-CRT-STATUS PIC XX VALUE "00".
       01  WS-CTX-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-OK PIC X VALUE "Y".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-SELECT PIC X(10) VALUE SPACES.
       01  WS-DOC-KIND PIC 9 VALUE 0.
       01  WS-DOC-TYPE PIC X(3) VALUE SPACES.
       01  WS-TYPE-WORD PIC X(34) VALUE SPACES.
       01  WS-PURPOSE PIC X(40) VALUE SPACES.
       01  WS-CONFIRM PIC X VALUE "N".
       01  WS-TODAY PIC X(8) VALUE SPACES.
       01  WS-TODAY-SHOW PIC X(10) VALUE SPACES.
       01  WS-STAMP PIC X(19) VALUE SPACES.

      * The term running today, off the calendar through TERMCHK.
       01  WS-TERM-FOUND PIC X VALUE "N".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-YEAR PIC X(9) VALUE SPACES.
       01  WS-TERM-SEM PIC X VALUE SPACES.

      * The student's place on the roster, or failing that the
      * course carried on their latest history term.
       01  WS-ON-ROSTER PIC X VALUE "N".
       01  WS-COURSE PIC X(5) VALUE SPACES.
       01  WS-YR-LEVEL PIC 9 VALUE 0.
       01  WS-FIRST-YEAR PIC X(9) VALUE SPACES.
       01  WS-FIRST-SEM PIC X VALUE SPACES.

      * Grade figures for the certified true copy, worked the way
      * TRNSCRPT works its cumulative average.
       01  WS-GWA-SUM PIC 99V99 VALUE 0.
       01  WS-GWA-CNT PIC 99 VALUE 0.
       01  WS-GWA PIC 9V99 VALUE 0.
       01  WS-GRADE-LINES PIC 99 VALUE 0.

      * The document being issued, line by line - what is printed,
      * what is kept in CERTTXT.DAT and what the code is taken over.
       01  WS-DOC-MAX PIC 99 VALUE 60.
       01  WS-DOC-USED PIC 99 VALUE 0.
       01  WS-DOC-TABLE.
           02 WS-DOC-TEXT OCCURS 60 TIMES PIC X(80).
       01  WS-DOC-LINE PIC X(80) VALUE SPACES.
       01  WS-BODY-END PIC 99 VALUE 0.
       01  L PIC 99 VALUE 0.
       01  P PIC 99 VALUE 0.

      * Verification code - each line's characters weighted by
      * position, as DATABKUP's manifest hash does, then weighted by
      * line number so swapped lines change it too.
       01  WS-HASH PIC 9(10) VALUE 0.
       01  WS-LINE-HASH PIC 9(9) VALUE 0.
       01  WS-NEXT-NO PIC 9(6) VALUE 0.
       01  WS-NO-IN PIC 9(6) VALUE 0.
       01  WS-CODE-IN PIC X(9) VALUE SPACES.
       01  WS-CODE-SHOW PIC 9(9) VALUE 0.
       01  WS-SHOW-TEXT PIC X VALUE "N".
       01  WS-LIST-CNT PIC 9(5) VALUE 0.

       01  GRD-HDG.
           02 FILLER PIC X(5) VALUE SPACES.
           02 FILLER PIC X(17) VALUE "TERM".
           02 FILLER PIC X(12) VALUE "QUIZ AVE".
           02 FILLER PIC X(9) VALUE "FINAL".
           02 FILLER PIC X(5) VALUE "EQUIV".
       01  GRD-LINE.
           02 FILLER PIC X(5) VALUE SPACES.
           02 GL-YEAR PIC X(9).
           02 FILLER PIC X(1) VALUE "/".
           02 GL-SEM PIC X(1).
           02 FILLER PIC X(8) VALUE SPACES.
           02 GL-AVE PIC 9.99.
           02 FILLER PIC X(6) VALUE SPACES.
           02 GL-FIN PIC 9(3).
           02 FILLER PIC X(5) VALUE SPACES.
           02 GL-EQV PIC 9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GL-TAG PIC X(13).
       01  GWA-EDIT PIC 9.99.
       01  GWA-TERMS PIC Z9.

       01  LIST-HDG.
           02 FILLER PIC X(8) VALUE "CTL NO".
           02 FILLER PIC X(5) VALUE "TYPE".
           02 FILLER PIC X(12) VALUE "STUDENT NO".
           02 FILLER PIC X(27) VALUE "NAME".
           02 FILLER PIC X(12) VALUE "ISSUED".
           02 FILLER PIC X(22) VALUE "BY".
           02 FILLER PIC X(24) VALUE "PURPOSE".
       01  LIST-LINE.
           02 LL-NO PIC 9(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-TYPE PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-STD-NO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-NAME PIC X(25).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-DATE PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-OPR PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 LL-PURPOSE PIC X(24).

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
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2)
               DELIMITED BY SIZE INTO WS-TODAY-SHOW.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-STAMP.
           DISPLAY "1=ISSUE A DOCUMENT  2=VERIFY A CONTROL NUMBER"
               "  3=LIST THE REGISTER: ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 1
                   PERFORM ISSUE-RTN
               WHEN 2
                   PERFORM VERIFY-RTN
               WHEN 3
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
                   MOVE "ABORTED-BAD-CHOICE" TO WS-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

      ******************************************************************
      * Issue - check the student, build the document, number it,
      * register it, print it.
      ******************************************************************
       ISSUE-RTN.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-SELECT.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE "Y" TO WS-OK
               MOVE WS-SELECT TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY
                       DISPLAY "NO MASTER RECORD FOR " WS-SELECT
                       MOVE "REFUSED-NOT-ON-FILE" TO WS-OUTCOME
                       MOVE "N" TO WS-OK
               END-READ
               IF WS-OK = "Y"
                   PERFORM ELIGIBLE-RTN
               END-IF
               IF WS-OK = "Y"
                   PERFORM CHOOSE-DOC-RTN
               END-IF
               IF WS-OK = "Y"
                   PERFORM OPEN-REGISTER-RTN
               END-IF
               IF WS-OK = "Y"
                   PERFORM MAKE-DOC-RTN
                   CLOSE CERT-REG CERT-TXT
               END-IF
               IF WS-HS-ON = "Y"
                   CLOSE STUDHIST
               END-IF
               CLOSE STUDMAS
           END-IF.

       ELIGIBLE-RTN.
      * Nothing goes out to a student who has left or who owes the
      * cashier. No account file yet means nobody is on hold.
           IF SM-WITHDRAWN
               DISPLAY SM-STD-NM " IS WITHDRAWN - NO DOCUMENT ISSUED"
               MOVE "REFUSED-WITHDRAWN" TO WS-OUTCOME
               MOVE "N" TO WS-OK
           ELSE
               OPEN INPUT ACCT-FILE
               IF WS-ACT-STATUS = "00"
                   MOVE SM-STD-NO TO ACT-STD-NO
                   READ ACCT-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF ACT-ON-HOLD
                               DISPLAY SM-STD-NM " IS ON ACCOUNT HOLD"
                                   " - SEE ACCOUNTING; NO DOCUMENT"
                                   " ISSUED"
                               MOVE "REFUSED-HOLD" TO WS-OUTCOME
                               MOVE "N" TO WS-OK
                           END-IF
                   END-READ
                   CLOSE ACCT-FILE
               END-IF
           END-IF.

       CHOOSE-DOC-RTN.
           DISPLAY "DOCUMENT - 1=CERTIFICATE OF ENROLLMENT".
           DISPLAY "           2=CERTIFIED TRUE COPY OF GRADES".
           DISPLAY "           3=CERTIFICATE OF GOOD STANDING: ".
           ACCEPT WS-DOC-KIND.
           EVALUATE WS-DOC-KIND
               WHEN 1
                   MOVE "COE" TO WS-DOC-TYPE
                   MOVE "CERTIFICATE OF ENROLLMENT" TO WS-TYPE-WORD
               WHEN 2
                   MOVE "CTC" TO WS-DOC-TYPE
                   MOVE "CERTIFIED TRUE COPY OF GRADES"
                       TO WS-TYPE-WORD
               WHEN 3
                   MOVE "GSC" TO WS-DOC-TYPE
                   MOVE "CERTIFICATE OF GOOD STANDING" TO WS-TYPE-WORD
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
                   MOVE "ABORTED-BAD-CHOICE" TO WS-OUTCOME
                   MOVE "N" TO WS-OK
           END-EVALUATE.
           IF WS-OK = "Y"
               PERFORM FIND-TERM-RTN
               PERFORM FIND-ROSTER-RTN
               OPEN INPUT STUDHIST
               IF WS-HS-STATUS = "00"
                   MOVE "Y" TO WS-HS-ON
                   PERFORM GATHER-HISTORY-RTN
               END-IF
           END-IF.
      * Enrollment can only be certified for a student enrolled on
      * the roster in a term that is running.
           IF WS-OK = "Y" AND WS-DOC-TYPE = "COE"
               IF NOT SM-ENROLLED OR WS-ON-ROSTER = "N"
                   OR WS-TERM-FOUND = "N"
                   DISPLAY "NOT ENROLLED ON THE ROSTER IN A TERM"
                       " RUNNING TODAY - NO CERTIFICATE OF ENROLLMENT"
                   MOVE "REFUSED-NOT-ENROLLED" TO WS-OUTCOME
                   MOVE "N" TO WS-OK
               END-IF
           END-IF.
           IF WS-OK = "Y"
               MOVE SPACES TO WS-PURPOSE
               PERFORM UNTIL WS-PURPOSE NOT = SPACES
                   DISPLAY "PURPOSE (E.G. EMPLOYMENT, TRANSFER): "
                   ACCEPT WS-PURPOSE
               END-PERFORM
               DISPLAY "ISSUE " WS-TYPE-WORD " TO " SM-STD-NM
                   "? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "NOT ISSUED"
                   MOVE "CANCELLED" TO WS-OUTCOME
                   MOVE "N" TO WS-OK
               END-IF
           END-IF.

       FIND-TERM-RTN.
           MOVE "N" TO WS-TERM-FOUND.
           MOVE "DATE" TO TKQ-FUNC.
           MOVE WS-TODAY TO TKQ-DATE.
           MOVE WS-OPERATOR TO TKQ-OPERATOR.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           IF TKQ-REPLY = "Y"
               MOVE "Y" TO WS-TERM-FOUND
               MOVE TKQ-LABEL TO WS-TERM-LABEL
               MOVE TKQ-SCH-YEAR TO WS-TERM-YEAR
               MOVE TKQ-SEMESTER TO WS-TERM-SEM
           ELSE
               MOVE "NONE RUNNING" TO WS-TERM-LABEL
           END-IF.

       FIND-ROSTER-RTN.
           MOVE "N" TO WS-ON-ROSTER.
           MOVE SPACES TO WS-COURSE.
           MOVE 0 TO WS-YR-LEVEL.
           OPEN INPUT ENROLL-IN.
           IF WS-ENR-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ENROLL-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE ENROLL-LINE TO ENROLL-REC
                           IF ENR-STD-NO = SM-STD-NO
                               MOVE "Y" TO WS-ON-ROSTER
                               MOVE ENR-COURSE TO WS-COURSE
                               MOVE ENR-YR-LEVEL TO WS-YR-LEVEL
                               MOVE "YES" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-IN
           END-IF.

       GATHER-HISTORY-RTN.
      * First term on file, and the latest course carried, for a
      * student the roster no longer lists (a graduate, say).
           MOVE SPACES TO WS-FIRST-YEAR WS-FIRST-SEM.
           MOVE SPACES TO HS-KEY.
           MOVE SM-STD-NO TO HS-STD-NO.
           MOVE "NO" TO WS-EOF.
           START STUDHIST KEY IS NOT < HS-KEY
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ STUDHIST NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF HS-STD-NO NOT = SM-STD-NO
                           MOVE "YES" TO WS-EOF
                       ELSE
                           IF WS-FIRST-YEAR = SPACES
                               MOVE HS-SCH-YEAR TO WS-FIRST-YEAR
                               MOVE HS-SEMESTER TO WS-FIRST-SEM
                           END-IF
                           IF WS-ON-ROSTER = "N"
                               AND HS-COURSE NOT = SPACES
                               MOVE HS-COURSE TO WS-COURSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       OPEN-REGISTER-RTN.
           OPEN I-O CERT-REG.
           IF WS-CRT-STATUS = "35"
               OPEN OUTPUT CERT-REG
               CLOSE CERT-REG
               OPEN I-O CERT-REG
           END-IF.
           OPEN I-O CERT-TXT.
           IF WS-CTX-STATUS = "35"
               OPEN OUTPUT CERT-TXT
               CLOSE CERT-TXT
               OPEN I-O CERT-TXT
           END-IF.
           IF WS-CRT-STATUS NOT = "00" OR WS-CTX-STATUS NOT = "00"
               DISPLAY "ISSUANCE REGISTER NOT AVAILABLE - STATUS "
                   WS-CRT-STATUS "/" WS-CTX-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               MOVE "N" TO WS-OK
           END-IF.

       MAKE-DOC-RTN.
           PERFORM NEXT-NO-RTN.
           MOVE 0 TO WS-DOC-USED.
           EVALUATE WS-DOC-TYPE
               WHEN "COE"
                   PERFORM BUILD-COE-RTN
               WHEN "CTC"
                   PERFORM BUILD-CTC-RTN
               WHEN "GSC"
                   PERFORM BUILD-GSC-RTN
           END-EVALUATE.
           PERFORM BUILD-FOOTER-RTN.
           MOVE WS-DOC-USED TO WS-BODY-END.
           PERFORM HASH-DOC-RTN.
           MOVE WS-HASH TO WS-CODE-SHOW.
           MOVE SPACES TO WS-DOC-LINE.
           STRING "VERIFICATION CODE: " WS-CODE-SHOW
               DELIMITED BY SIZE INTO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           PERFORM REGISTER-DOC-RTN.
           IF WS-OK = "Y"
               PERFORM PRINT-DOC-RTN
               DISPLAY WS-TYPE-WORD " ISSUED - CONTROL NO. " WS-NEXT-NO
                   " CODE " WS-CODE-SHOW
               MOVE SPACES TO WS-OUTCOME
               STRING "ISSUED-" WS-DOC-TYPE "-" WS-NEXT-NO
                   DELIMITED BY SIZE INTO WS-OUTCOME
           END-IF.

       NEXT-NO-RTN.
      * One past the highest control number on the register.
           MOVE 0 TO WS-NEXT-NO.
           MOVE 0 TO CRT-NO.
           MOVE "NO" TO WS-EOF.
           START CERT-REG KEY IS NOT < CRT-NO
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ CERT-REG NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END MOVE CRT-NO TO WS-NEXT-NO
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-NO.

       BUILD-COE-RTN.
           MOVE "                    CERTIFICATE OF ENROLLMENT"
               TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           PERFORM ADD-BLANK-RTN.
           MOVE "TO WHOM IT MAY CONCERN:" TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           PERFORM ADD-BLANK-RTN.
           PERFORM CERTIFY-NAME-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           STRING "IS ENROLLED IN THIS DEPARTMENT AS A YEAR "
                  WS-YR-LEVEL " " WS-COURSE DELIMITED BY SIZE
                  " STUDENT" DELIMITED BY SIZE
               INTO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           STRING "FOR SCHOOL YEAR " WS-TERM-YEAR ", SEMESTER "
                  WS-TERM-SEM "."
               DELIMITED BY SIZE INTO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.

       BUILD-CTC-RTN.
           MOVE "                  CERTIFIED TRUE COPY OF GRADES"
               TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           PERFORM ADD-BLANK-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           STRING "STUDENT NUMBER: " SM-STD-NO "  NAME: " SM-STD-NM
               DELIMITED BY SIZE INTO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           IF WS-COURSE NOT = SPACES
               MOVE SPACES TO WS-DOC-LINE
               STRING "COURSE: " WS-COURSE
                   DELIMITED BY SIZE INTO WS-DOC-LINE
               PERFORM ADD-LINE-RTN
           END-IF.
           PERFORM ADD-BLANK-RTN.
           MOVE GRD-HDG TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           MOVE 0 TO WS-GWA-SUM WS-GWA-CNT WS-GRADE-LINES.
           IF WS-HS-ON = "Y"
               PERFORM LIST-HISTORY-RTN
           END-IF.
      * The running term's figures, marked as not yet final.
           IF SM-QZ-AVE > 0 OR SM-FINAL-GRADE > 0
               IF WS-TERM-FOUND = "Y"
                   MOVE WS-TERM-YEAR TO GL-YEAR
                   MOVE WS-TERM-SEM TO GL-SEM
               ELSE
                   MOVE "CURRENT" TO GL-YEAR
                   MOVE SPACE TO GL-SEM
               END-IF
               MOVE SM-QZ-AVE TO GL-AVE
               MOVE SM-FINAL-GRADE TO GL-FIN
               MOVE SM-GRADE-EQUIV TO GL-EQV
               MOVE "(IN PROGRESS)" TO GL-TAG
               MOVE GRD-LINE TO WS-DOC-LINE
               PERFORM ADD-LINE-RTN
               ADD 1 TO WS-GRADE-LINES
               IF SM-GRADE-EQUIV > 0
                   ADD SM-GRADE-EQUIV TO WS-GWA-SUM
                   ADD 1 TO WS-GWA-CNT
               END-IF
           END-IF.
           IF WS-GRADE-LINES = 0
               MOVE "     NO GRADES ON FILE" TO WS-DOC-LINE
               PERFORM ADD-LINE-RTN
           END-IF.
           PERFORM ADD-BLANK-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           IF WS-GWA-CNT > 0
               COMPUTE WS-GWA ROUNDED = WS-GWA-SUM / WS-GWA-CNT
               MOVE WS-GWA TO GWA-EDIT
               MOVE WS-GWA-CNT TO GWA-TERMS
               STRING "     CUMULATIVE WEIGHTED AVERAGE: " GWA-EDIT
                      "  OVER " GWA-TERMS " TERM(S)"
                   DELIMITED BY SIZE INTO WS-DOC-LINE
           ELSE
               MOVE "     NO GRADED TERMS ON FILE - NO AVERAGE"
                   TO WS-DOC-LINE
           END-IF.
           PERFORM ADD-LINE-RTN.
           PERFORM ADD-BLANK-RTN.
           MOVE "CERTIFIED TRUE AND CORRECT COPY OF THE GRADES ON FILE"
               TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           MOVE "WITH THIS DEPARTMENT." TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.

       LIST-HISTORY-RTN.
      * The student's terms cluster on HS-STD-NO and arrive in
      * ascending term order off HS-KEY. The footer needs about a
      * dozen lines, so the listing stops short of the table's end.
           MOVE SPACES TO HS-KEY.
           MOVE SM-STD-NO TO HS-STD-NO.
           MOVE "NO" TO WS-EOF.
           START STUDHIST KEY IS NOT < HS-KEY
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ STUDHIST NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       IF HS-STD-NO NOT = SM-STD-NO
                           OR WS-DOC-USED >= WS-DOC-MAX - 20
                           MOVE "YES" TO WS-EOF
                       ELSE
                           MOVE HS-SCH-YEAR TO GL-YEAR
                           MOVE HS-SEMESTER TO GL-SEM
                           MOVE HS-QZ-AVE TO GL-AVE
                           MOVE HS-FINAL-GRADE TO GL-FIN
                           MOVE HS-GRADE-EQUIV TO GL-EQV
                           MOVE SPACES TO GL-TAG
                           MOVE GRD-LINE TO WS-DOC-LINE
                           PERFORM ADD-LINE-RTN
                           ADD 1 TO WS-GRADE-LINES
                           IF HS-GRADE-EQUIV > 0
                               ADD HS-GRADE-EQUIV TO WS-GWA-SUM
                               ADD 1 TO WS-GWA-CNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       BUILD-GSC-RTN.
           MOVE "                  CERTIFICATE OF GOOD STANDING"
               TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           PERFORM ADD-BLANK-RTN.
           MOVE "TO WHOM IT MAY CONCERN:" TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           PERFORM ADD-BLANK-RTN.
           PERFORM CERTIFY-NAME-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           EVALUATE TRUE
               WHEN SM-GRADUATED AND WS-COURSE NOT = SPACES
                   STRING "IS A GRADUATE OF THE " WS-COURSE
                          " PROGRAM OF THIS DEPARTMENT,"
                       DELIMITED BY SIZE INTO WS-DOC-LINE
               WHEN SM-GRADUATED
                   MOVE "IS A GRADUATE OF THIS DEPARTMENT,"
                       TO WS-DOC-LINE
               WHEN WS-COURSE NOT = SPACES
                   STRING "IS A " WS-COURSE
                          " STUDENT OF THIS DEPARTMENT,"
                       DELIMITED BY SIZE INTO WS-DOC-LINE
               WHEN OTHER
                   MOVE "IS A STUDENT OF THIS DEPARTMENT,"
                       TO WS-DOC-LINE
           END-EVALUATE.
           PERFORM ADD-LINE-RTN.
           IF SM-ON-LEAVE
               MOVE "PRESENTLY ON AN APPROVED LEAVE OF ABSENCE,"
                   TO WS-DOC-LINE
               PERFORM ADD-LINE-RTN
           END-IF.
           IF WS-FIRST-YEAR NOT = SPACES
               MOVE SPACES TO WS-DOC-LINE
               STRING "FIRST ENROLLED IN SCHOOL YEAR " WS-FIRST-YEAR
                      ", SEMESTER " WS-FIRST-SEM ","
                   DELIMITED BY SIZE INTO WS-DOC-LINE
               PERFORM ADD-LINE-RTN
           END-IF.
           MOVE "AND IS IN GOOD STANDING, WITH NO ACCOUNT HOLD ON"
               TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           MOVE "RECORD WITH THIS DEPARTMENT." TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.

       CERTIFY-NAME-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           STRING "     THIS IS TO CERTIFY THAT " DELIMITED BY SIZE
                  SM-STD-NM DELIMITED BY "  "
                  ", STUDENT NUMBER " DELIMITED BY SIZE
                  SM-STD-NO DELIMITED BY " "
                  "," DELIMITED BY SIZE
               INTO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.

       BUILD-FOOTER-RTN.
           PERFORM ADD-BLANK-RTN.
           MOVE "     ISSUED UPON THE STUDENT'S REQUEST FOR:"
               TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           STRING "     " WS-PURPOSE DELIMITED BY SIZE
               INTO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           STRING "     ISSUED ON " WS-TODAY-SHOW "."
               DELIMITED BY SIZE INTO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           PERFORM ADD-BLANK-RTN.
           PERFORM ADD-BLANK-RTN.
           MOVE "                                        "
               TO WS-DOC-LINE.
           MOVE "______________________________" TO WS-DOC-LINE(41:30).
           PERFORM ADD-LINE-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           MOVE "REGISTRAR" TO WS-DOC-LINE(41:9).
           PERFORM ADD-LINE-RTN.
           PERFORM ADD-BLANK-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           STRING "CONTROL NO. " WS-NEXT-NO "   ISSUED BY " WS-OPERATOR
               DELIMITED BY SIZE INTO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           MOVE "NOT VALID WITHOUT THE REGISTRAR'S SIGNATURE AND SEAL."
               TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           MOVE "TO VERIFY, CALL THE DEPARTMENT WITH THE CONTROL NUMBER"
               TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.
           MOVE "AND VERIFICATION CODE." TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.

       ADD-BLANK-RTN.
           MOVE SPACES TO WS-DOC-LINE.
           PERFORM ADD-LINE-RTN.

       ADD-LINE-RTN.
           IF WS-DOC-USED < WS-DOC-MAX
               ADD 1 TO WS-DOC-USED
               MOVE WS-DOC-LINE TO WS-DOC-TEXT(WS-DOC-USED)
           END-IF.
           MOVE SPACES TO WS-DOC-LINE.

       HASH-DOC-RTN.
      * Over lines 1 thru WS-BODY-END - everything but the code line.
           MOVE 0 TO WS-HASH.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-BODY-END
               MOVE 0 TO WS-LINE-HASH
               PERFORM VARYING P FROM 1 BY 1 UNTIL P > 80
                   COMPUTE WS-LINE-HASH = WS-LINE-HASH
                       + FUNCTION ORD(WS-DOC-TEXT(L)(P:1)) * P
               END-PERFORM
               COMPUTE WS-HASH = WS-HASH + WS-LINE-HASH * L
               IF WS-HASH > 999999999
                   COMPUTE WS-HASH = FUNCTION MOD(WS-HASH, 1000000000)
               END-IF
           END-PERFORM.

       REGISTER-DOC-RTN.
           MOVE WS-NEXT-NO TO CRT-NO.
           MOVE WS-DOC-TYPE TO CRT-TYPE.
           MOVE SM-STD-NO TO CRT-STD-NO.
           MOVE SM-STD-NM TO CRT-STD-NM.
           MOVE WS-PURPOSE TO CRT-PURPOSE.
           MOVE WS-OPERATOR TO CRT-OPERATOR.
           MOVE WS-TODAY TO CRT-ISSUE-DATE.
           MOVE WS-STAMP TO CRT-STAMP.
           MOVE WS-TERM-LABEL TO CRT-TERM.
           MOVE WS-DOC-USED TO CRT-LINES.
           MOVE WS-HASH TO CRT-CODE.
           WRITE CERT-REG-REC
               INVALID KEY
                   DISPLAY "CONTROL NO. " WS-NEXT-NO " ALREADY TAKEN"
                       " - TRY AGAIN"
                   MOVE "ABORTED-DUP-NUMBER" TO WS-OUTCOME
                   MOVE "N" TO WS-OK
           END-WRITE.
           IF WS-OK = "Y"
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-DOC-USED
                   MOVE WS-NEXT-NO TO CTX-NO
                   MOVE L TO CTX-LINE
                   MOVE WS-DOC-TEXT(L) TO CTX-TEXT
                   WRITE CERT-TEXT-REC
                       INVALID KEY REWRITE CERT-TEXT-REC
                   END-WRITE
               END-PERFORM
           END-IF.

       PRINT-DOC-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE WS-TYPE-WORD TO PG-TITLE.
           MOVE WS-TERM-LABEL TO PG-TERM.
           MOVE WS-STAMP TO PG-RUN-STAMP.
           MOVE 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           MOVE SPACES TO PRINT-REC.
           WRITE PRINT-REC AFTER 1 LINE.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-DOC-USED
               WRITE PRINT-REC FROM WS-DOC-TEXT(L) AFTER 1 LINE
           END-PERFORM.
           CLOSE RECORD-OUT.
           MOVE "CERTISS" TO SPQ-PROGRAM.
           MOVE "CERTISS.DAT" TO SPQ-REPORT-FILE.
           PERFORM SPOOL-RTN.

      ******************************************************************
      * Verify - a control number read off a certificate.
      ******************************************************************
       VERIFY-RTN.
           OPEN INPUT CERT-REG.
           OPEN INPUT CERT-TXT.
           IF WS-CRT-STATUS NOT = "00" OR WS-CTX-STATUS NOT = "00"
               DISPLAY "NO DOCUMENTS ISSUED YET (CERTREG.DAT)"
               MOVE "VERIFY-NO-REGISTER" TO WS-OUTCOME
           ELSE
               DISPLAY "CONTROL NUMBER: "
               ACCEPT WS-NO-IN
               MOVE WS-NO-IN TO CRT-NO
               READ CERT-REG
                   INVALID KEY
                       DISPLAY "CONTROL NO. " WS-NO-IN " IS NOT ON THE"
                           " REGISTER - NOT ISSUED BY THIS DEPARTMENT"
                       MOVE "VERIFY-NOT-FOUND" TO WS-OUTCOME
                   NOT INVALID KEY
                       PERFORM SHOW-ENTRY-RTN
               END-READ
           END-IF.
           IF WS-CRT-STATUS = "00"
               CLOSE CERT-REG
           END-IF.
           IF WS-CTX-STATUS = "00"
               CLOSE CERT-TXT
           END-IF.

       SHOW-ENTRY-RTN.
           EVALUATE TRUE
               WHEN CRT-ENROLLMENT
                   MOVE "CERTIFICATE OF ENROLLMENT" TO WS-TYPE-WORD
               WHEN CRT-TRUE-COPY
                   MOVE "CERTIFIED TRUE COPY OF GRADES"
                       TO WS-TYPE-WORD
               WHEN CRT-GOOD-STANDING
                   MOVE "CERTIFICATE OF GOOD STANDING" TO WS-TYPE-WORD
               WHEN OTHER
                   MOVE CRT-TYPE TO WS-TYPE-WORD
           END-EVALUATE.
           DISPLAY "CONTROL NO. " CRT-NO " IS ON THE REGISTER:".
           DISPLAY "  DOCUMENT: " WS-TYPE-WORD.
           DISPLAY "  STUDENT:  " CRT-STD-NO " " CRT-STD-NM.
           DISPLAY "  TERM:     " CRT-TERM.
           DISPLAY "  PURPOSE:  " CRT-PURPOSE.
           DISPLAY "  ISSUED:   " CRT-STAMP " BY " CRT-OPERATOR.
      * Read the kept text back and check it still gives the code
      * it was issued with.
           MOVE 0 TO WS-DOC-USED.
           MOVE "Y" TO WS-OK.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > CRT-LINES
               MOVE CRT-NO TO CTX-NO
               MOVE L TO CTX-LINE
               READ CERT-TXT
                   INVALID KEY
                       MOVE "N" TO WS-OK
                       MOVE SPACES TO CTX-TEXT
               END-READ
               MOVE CTX-TEXT TO WS-DOC-LINE
               PERFORM ADD-LINE-RTN
           END-PERFORM.
           COMPUTE WS-BODY-END = CRT-LINES - 1.
           PERFORM HASH-DOC-RTN.
           IF WS-OK = "N" OR WS-HASH NOT = CRT-CODE
               DISPLAY "*** THE REGISTER COPY OF THIS DOCUMENT DOES NOT"
                   " MATCH ITS CODE - REFER TO THE REGISTRAR ***"
               MOVE "VERIFY-REG-DAMAGED" TO WS-OUTCOME
           END-IF.
           MOVE CRT-CODE TO WS-CODE-SHOW.
           DISPLAY "VERIFICATION CODE ON THE DOCUMENT (BLANK IF NOT"
               " GIVEN): ".
           ACCEPT WS-CODE-IN.
           IF WS-CODE-IN = SPACES
               IF WS-OUTCOME = "COMPLETED"
                   MOVE "VERIFIED-NO-CODE" TO WS-OUTCOME
               END-IF
           ELSE
               IF WS-CODE-IN = WS-CODE-SHOW
                   DISPLAY "CODE MATCHES - THE DOCUMENT IS GENUINE"
                   IF WS-OUTCOME = "COMPLETED"
                       MOVE "VERIFIED-GENUINE" TO WS-OUTCOME
                   END-IF
               ELSE
                   DISPLAY "*** CODE DOES NOT MATCH - THE DOCUMENT IS"
                       " NOT GENUINE OR HAS BEEN ALTERED ***"
                   MOVE "VERIFIED-MISMATCH" TO WS-OUTCOME
               END-IF
           END-IF.
           DISPLAY "READ BACK THE TEXT AS ISSUED? (Y/N): ".
           ACCEPT WS-SHOW-TEXT.
           IF WS-SHOW-TEXT = "Y" OR WS-SHOW-TEXT = "y"
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-DOC-USED
                   DISPLAY WS-DOC-TEXT(L)
               END-PERFORM
           END-IF.

      ******************************************************************
      * Register listing.
      ******************************************************************
       LIST-RTN.
           OPEN INPUT CERT-REG.
           IF WS-CRT-STATUS NOT = "00"
               DISPLAY "NO DOCUMENTS ISSUED YET (CERTREG.DAT)"
               MOVE "COMPLETED-NO-DATA" TO WS-OUTCOME
           ELSE
               OPEN OUTPUT LIST-OUT
               MOVE "DOCUMENT ISSUANCE REGISTER" TO PG-TITLE
               MOVE "ALL TERMS" TO PG-TERM
               MOVE WS-STAMP TO PG-RUN-STAMP
               PERFORM NEW-PAGE-RTN
               MOVE 0 TO CRT-NO
               MOVE "NO" TO WS-EOF
               START CERT-REG KEY IS NOT < CRT-NO
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ CERT-REG NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM LIST-ONE-RTN
                   END-READ
               END-PERFORM
               MOVE WS-LIST-CNT TO PG-END-CNT
               WRITE LIST-REC FROM PG-END-LINE AFTER 2 LINES
               CLOSE LIST-OUT
               CLOSE CERT-REG
               MOVE "CERTISS" TO SPQ-PROGRAM
               MOVE "CERTLIST.DAT" TO SPQ-REPORT-FILE
               PERFORM SPOOL-RTN
               DISPLAY WS-LIST-CNT " DOCUMENT(S) - SEE CERTLIST.DAT"
               MOVE "COMPLETED-LIST" TO WS-OUTCOME
           END-IF.

       LIST-ONE-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.
           MOVE CRT-NO TO LL-NO.
           MOVE CRT-TYPE TO LL-TYPE.
           MOVE CRT-STD-NO TO LL-STD-NO.
           MOVE CRT-STD-NM TO LL-NAME.
           MOVE CRT-STAMP(1:10) TO LL-DATE.
           MOVE CRT-OPERATOR TO LL-OPR.
           MOVE CRT-PURPOSE TO LL-PURPOSE.
           WRITE LIST-REC FROM LIST-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.
           ADD 1 TO WS-LIST-CNT.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) plus the column
      * headings, reprinted at each break.
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE LIST-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE LIST-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE LIST-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE LIST-REC FROM PG-HDG-RUN AFTER 1 LINE.
           WRITE LIST-REC FROM LIST-HDG AFTER 2 LINES.
           MOVE 5 TO PG-LINE-CNT.

       SPOOL-RTN.
      * File the just-written document or listing on the spool (see
      * SPOOLSAV) - SPQ-PROGRAM / SPQ-REPORT-FILE set by the caller.
           MOVE WS-TERM-LABEL TO SPQ-TERM.
           IF WS-TERM-LABEL = SPACES
               MOVE "ALL TERMS" TO SPQ-TERM
           END-IF.
           MOVE WS-OPERATOR TO SPQ-OPERATOR.
           MOVE WS-STAMP TO SPQ-STAMP.
           CALL "SPOOLSAV" USING SPOOL-REQ.
           IF SPQ-REPLY = "Y"
               DISPLAY "FILED ON THE SPOOL AS " SPQ-MEMBER
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "CERTISS" TO ALR-PROGRAM.
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
