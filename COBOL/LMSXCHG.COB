      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Learning-platform interchange. The export writes a
      *          section's class list (SECASSGN.DAT members on the
      *          student master who are enlisted in the subject - a
      *          GRDLEDGR.DAT line for it - withdrawn students left
      *          off) for one subject, or every section's, to
      *          LMSENROL.CSV in the layout the online learning
      *          platform's enrollment upload takes - user
      *          ID, first and last name, student number, subject as
      *          the platform course and section as the group - and
      *          keeps each user ID against its student number in
      *          LMSUSER.DAT (see LMSUSER.CPY). The import reads the
      *          platform's gradebook export for one subject and
      *          section (LMSGRADE.CSV), maps each user ID back to
      *          the student number and posts the final grade to
      *          GRDLEDGR.DAT by SUBJGRD's rules: the term must be on
      *          the calendar and not CLOSED, the subject on the
      *          subject master, the student enlisted, the grade 000
      *          to 100 (a decimal grade is rounded), with SUBJGRD's
      *          grade-point scale and PASSED/FAILED remarks. An
      *          unmatched user, a student outside the section, a
      *          grade missing or out of range, and a grade that
      *          would change one already posted go to the reject
      *          listing (LMSREJ.DAT) - a posted grade is changed
      *          only through SUBJGRD's correction mode and the
      *          approval queue, so its correction trail stays whole.
      *          The listing ends with control totals that must
      *          balance to the lines read, and is filed on the
      *          report spool.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LMSXCHG IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT ASSIGN-IN ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-ASG-STATUS.
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT USER-MAP ASSIGN TO "LMSUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMU-USER-ID
               ALTERNATE RECORD KEY IS LMU-STD-NO
               FILE STATUS IS WS-LMU-STATUS.
           SELECT SUBJ-IN ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBJ-STATUS.
           SELECT CSV-OUT ASSIGN TO "LMSENROL.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CSV-IN ASSIGN TO "LMSGRADE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT RECORD-OUT ASSIGN TO "LMSREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  ASSIGN-IN
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  USER-MAP
           LABEL RECORDS ARE STANDARD.
           COPY "LMSUSER.CPY".

       FD  SUBJ-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJ-LINE-IN.
       01  SUBJ-LINE-IN PIC X(64).

       FD  CSV-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CSV-LINE-OUT.
       01  CSV-LINE-OUT PIC X(120).

       FD  CSV-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CSV-LINE-IN.
       01  CSV-LINE-IN PIC X(200).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(100).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Subject master record (see SUBJMAST.CPY).
       COPY "SUBJMAST.CPY".

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
       01  WS-STAMP PIC X(19) VALUE SPACES.

       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-ASG-STATUS PIC XX VALUE "00".
       01  WS-LDG-STATUS PIC XX VALUE "00".
       01  WS-LMU-STATUS PIC XX VALUE "00".
       01  WS-SBJ-STATUS PIC XX VALUE "00".
       01  WS-CSV-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-OK PIC X VALUE "Y".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-SCOPE PIC 9 VALUE 0.

      * Platform conventions. Site-configurable here: the user ID
      * prefix, the role the enrollment upload gives our students,
      * and which columns of the gradebook export hold the user ID
      * and the final grade, after how many heading lines.
       01  WS-ID-PREFIX PIC X VALUE "S".
       01  WS-ROLE PIC X(7) VALUE "student".
       01  WS-USER-COL PIC 99 VALUE 3.
       01  WS-GRADE-COL PIC 99 VALUE 4.
       01  WS-HDR-LINES PIC 9 VALUE 1.

      * The subject and section being exchanged.
       01  WS-SBJ-CODE PIC X(8) VALUE SPACES.
       01  WS-SBJ-FOUND PIC X VALUE "N".
       01  WS-SEL-CRS PIC X(5) VALUE SPACES.
       01  WS-SEL-YR PIC 9 VALUE 0.
       01  WS-SEL-SEC PIC X(3) VALUE SPACES.
       01  WS-SEL-KEY PIC X(9) VALUE SPACES.
       01  WS-GROUP PIC X(12) VALUE SPACES.
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".
       01  WS-TODAY PIC X(8) VALUE SPACES.

      * Export scratch.
       01  WS-FIRST PIC X(25) VALUE SPACES.
       01  WS-LAST PIC X(25) VALUE SPACES.
       01  WS-PTR PIC 99 VALUE 0.
       01  WS-LEAD PIC 99 VALUE 0.
       01  WS-USER-ID PIC X(12) VALUE SPACES.
       01  WS-USER-LOW PIC X(12) VALUE SPACES.
       01  U PIC 99 VALUE 0.
       01  K PIC 99 VALUE 0.
       01  WS-EXP-CNT PIC 9(5) VALUE 0.
       01  WS-WDRN-CNT PIC 9(5) VALUE 0.
       01  WS-NOMST-CNT PIC 9(5) VALUE 0.
       01  WS-NEWID-CNT PIC 9(5) VALUE 0.
       01  WS-NOENL-CNT PIC 9(5) VALUE 0.

      * Import scratch - the gradebook line split at its commas.
       01  WS-CSV-FIELDS.
           02 WS-CF OCCURS 12 TIMES PIC X(30).
       01  WS-FLD PIC X(30) VALUE SPACES.
       01  WS-USER-IN PIC X(30) VALUE SPACES.
       01  WS-GRADE-IN PIC X(30) VALUE SPACES.
       01  WS-STD-NO PIC X(10) VALUE SPACES.
       01  WS-LINE-NO PIC 9(5) VALUE 0.
       01  WS-RSN PIC 9 VALUE 0.

      * Grade parse - whole number with an optional sign, decimal
      * point and trailing per cent; the first decimal rounds it.
       01  WS-GRADE-OK PIC X VALUE "N".
       01  WS-CH PIC X VALUE SPACE.
       01  WS-DIG PIC 9 VALUE 0.
       01  WS-INT PIC 9(5) VALUE 0.
       01  WS-DIGITS PIC 99 VALUE 0.
       01  WS-FRAC-POS PIC 99 VALUE 0.
       01  WS-ROUND-UP PIC 9 VALUE 0.
       01  WS-DOT PIC X VALUE "N".
       01  WS-NEG PIC X VALUE "N".
       01  WS-BAD PIC X VALUE "N".
       01  WS-NEW-GRADE PIC 9(3) VALUE 0.

      * Grade-point conversion scratch - same department scale
      * SUBJGRD and FINALGRD apply (1.00 best, 3.00 lowest passing,
      * 5.00 failed).
       01  WS-FINAL PIC 999 VALUE 0.
       01  WS-EQUIV PIC 9V99 VALUE 0.

      * Control totals. Reasons: 1 unmatched user, 2 not on the
      * master, 3 not in the section, 4 no grade, 5 grade out of
      * range, 6 not enlisted, 7 changes a posted grade, 8 ledger
      * rewrite failed.
       01  WS-READ-CNT PIC 9(5) VALUE 0.
       01  WS-POST-CNT PIC 9(5) VALUE 0.
       01  WS-SAME-CNT PIC 9(5) VALUE 0.
       01  WS-REJ-CNT PIC 9(5) VALUE 0.
       01  WS-GRADE-SUM PIC 9(7) VALUE 0.
       01  WS-RSN-TABLE.
           02 WS-RSN-CNT OCCURS 8 TIMES PIC 9(5).
       01  WS-RSN-TEXT-VALUES.
           02 FILLER PIC X(34) VALUE "USER ID NOT ON THE USER MAP".
           02 FILLER PIC X(34) VALUE "NOT ON THE STUDENT MASTER".
           02 FILLER PIC X(34) VALUE "NOT IN THIS SECTION".
           02 FILLER PIC X(34) VALUE "NO GRADE / NOT A NUMBER".
           02 FILLER PIC X(34) VALUE "GRADE OUT OF RANGE (000-100)".
           02 FILLER PIC X(34) VALUE "NOT ENLISTED IN THE SUBJECT".
           02 FILLER PIC X(34) VALUE "CHANGES A POSTED GRADE - SUBJGRD".
           02 FILLER PIC X(34) VALUE "LEDGER REWRITE FAILED".
       01  WS-RSN-TEXTS REDEFINES WS-RSN-TEXT-VALUES.
           02 WS-RSN-TEXT OCCURS 8 TIMES PIC X(34).
       01  R PIC 9 VALUE 0.

       01  SUB-HDG.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(9) VALUE "SUBJECT: ".
           02 SH-SUBJECT PIC X(8).
           02 FILLER PIC X(11) VALUE "  SECTION: ".
           02 SH-SECTION PIC X(12).
           02 FILLER PIC X(8) VALUE "  FILE: ".
           02 FILLER PIC X(12) VALUE "LMSGRADE.CSV".
       01  REJ-HDG.
           02 FILLER PIC X(7) VALUE "LINE".
           02 FILLER PIC X(14) VALUE "USER ID".
           02 FILLER PIC X(12) VALUE "STUDENT NO".
           02 FILLER PIC X(10) VALUE "GRADE".
           02 FILLER PIC X(34) VALUE "REASON".
           02 FILLER PIC X(6) VALUE "POSTED".
       01  REJ-LINE.
           02 RL-LINE PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-USER PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-STD-NO PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-GRADE PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 RL-REASON PIC X(34).
           02 RL-POSTED PIC X(3).
       01  TOT-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 TL-LABEL PIC X(38).
           02 TL-VALUE PIC Z(6)9.
       01  BAL-LINE.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BL-TEXT PIC X(60).

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
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-STAMP.
           DISPLAY "1=EXPORT CLASS LIST TO THE PLATFORM"
               "  2=IMPORT PLATFORM GRADEBOOK: ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 1
                   PERFORM EXPORT-RTN
               WHEN 2
                   PERFORM IMPORT-RTN
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
                   MOVE "ABORTED-BAD-CHOICE" TO WS-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

      ******************************************************************
      * Class-list export.
      ******************************************************************
       EXPORT-RTN.
           MOVE "Y" TO WS-OK.
           PERFORM FIND-SUBJECT-RTN.
           IF WS-OK = "Y"
               DISPLAY "SCOPE - 1=ONE SECTION  2=EVERY SECTION: "
               ACCEPT WS-SCOPE
               IF WS-SCOPE NOT = 2
                   MOVE 1 TO WS-SCOPE
                   PERFORM GET-SECTION-RTN
               END-IF
               PERFORM OPEN-EXCHANGE-RTN
           END-IF.
      * Only students enlisted in the subject go on the class list;
      * with no ledger nobody is enlisted and there is nothing to
      * send.
           IF WS-OK = "Y"
               OPEN INPUT LEDGER
               IF WS-LDG-STATUS NOT = "00"
                   DISPLAY "GRDLEDGR.DAT NOT AVAILABLE - STATUS "
                       WS-LDG-STATUS " - NOBODY ENLISTED TO EXPORT"
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
                   MOVE "N" TO WS-OK
                   CLOSE ASSIGN-IN STUDMAS USER-MAP
               END-IF
           END-IF.
      * Every section is walked in section order; a section with
      * nobody enlisted in the subject writes no lines, so only the
      * sections that take the subject reach the platform.
           IF WS-OK = "Y"
               OPEN OUTPUT CSV-OUT
               MOVE "username,firstname,lastname,idnumber,course1,"
                   TO CSV-LINE-OUT
               MOVE "group1,role1" TO CSV-LINE-OUT(46:12)
               WRITE CSV-LINE-OUT
               IF WS-SCOPE = 1
                   MOVE WS-SEL-KEY TO ASG-SECT-KEY
               ELSE
                   MOVE LOW-VALUES TO ASG-SECT-KEY
               END-IF
               MOVE "NO" TO WS-EOF
               START ASSIGN-IN KEY IS NOT < ASG-SECT-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ ASSIGN-IN NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF WS-SCOPE = 1
                               AND ASG-SECT-KEY NOT = WS-SEL-KEY
                               MOVE "YES" TO WS-EOF
                           ELSE
                               PERFORM EXPORT-ONE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CSV-OUT
               CLOSE ASSIGN-IN STUDMAS USER-MAP LEDGER
               DISPLAY WS-EXP-CNT " STUDENT(S) WRITTEN TO LMSENROL.CSV"
                   " (" WS-NEWID-CNT " NEW USER ID(S))"
               IF WS-NOENL-CNT > 0
                   DISPLAY WS-NOENL-CNT " SECTION MEMBER(S) NOT"
                       " ENLISTED IN " WS-SBJ-CODE " LEFT OFF"
               END-IF
               IF WS-WDRN-CNT > 0 OR WS-NOMST-CNT > 0
                   DISPLAY WS-WDRN-CNT " WITHDRAWN AND " WS-NOMST-CNT
                       " NOT ON THE MASTER LEFT OFF"
               END-IF
               MOVE SPACES TO WS-OUTCOME
               STRING "EXPORTED-" WS-EXP-CNT
                   DELIMITED BY SIZE INTO WS-OUTCOME
           END-IF.

       EXPORT-ONE-RTN.
      * A section member without a ledger line for the subject is
      * not taking it and stays off the list.
           MOVE ASG-STD-NO TO LDG-STD-NO.
           MOVE WS-SBJ-CODE TO LDG-SBJ-CODE.
           READ LEDGER
               INVALID KEY
                   ADD 1 TO WS-NOENL-CNT
               NOT INVALID KEY
                   PERFORM EXPORT-ENLISTED-RTN
           END-READ.

       EXPORT-ENLISTED-RTN.
           MOVE ASG-STD-NO TO SM-STD-NO.
           READ STUDMAS
               INVALID KEY
                   ADD 1 TO WS-NOMST-CNT
               NOT INVALID KEY
                   IF SM-WITHDRAWN
                       ADD 1 TO WS-WDRN-CNT
                   ELSE
                       PERFORM GET-USER-RTN
                       IF WS-USER-ID NOT = SPACES
                           PERFORM WRITE-CSV-RTN
                       END-IF
                   END-IF
           END-READ.

       GET-USER-RTN.
      * The user ID already given this student, or a new one.
           MOVE SM-STD-NO TO LMU-STD-NO.
           READ USER-MAP KEY IS LMU-STD-NO
               INVALID KEY
                   PERFORM MAKE-USER-ID-RTN
                   MOVE WS-USER-ID TO LMU-USER-ID
                   MOVE SM-STD-NO TO LMU-STD-NO
                   MOVE WS-TODAY TO LMU-CREATED
                   WRITE LMS-USER-REC
                       INVALID KEY
                           DISPLAY "USER ID " WS-USER-ID " ALREADY"
                               " HELD BY ANOTHER STUDENT - "
                               SM-STD-NO " LEFT OFF"
                           MOVE SPACES TO WS-USER-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-NEWID-CNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE LMU-USER-ID TO WS-USER-ID
           END-READ.

       MAKE-USER-ID-RTN.
      * Prefix plus the student number's letters and digits.
           MOVE SPACES TO WS-USER-ID.
           MOVE WS-ID-PREFIX TO WS-USER-ID(1:1).
           MOVE 1 TO U.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
               MOVE SM-STD-NO(K:1) TO WS-CH
               IF WS-CH IS NUMERIC OR WS-CH IS ALPHABETIC-UPPER
                   IF WS-CH NOT = SPACE
                       ADD 1 TO U
                       MOVE WS-CH TO WS-USER-ID(U:1)
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CSV-RTN.
           PERFORM SPLIT-NAME-RTN.
      * The platform keeps user IDs in lower case.
           MOVE WS-USER-ID TO WS-USER-LOW.
           INSPECT WS-USER-LOW CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz".
           MOVE SPACES TO WS-GROUP.
           STRING ASG-COURSE DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  ASG-YR-LEVEL DELIMITED BY SIZE
                  ASG-SECTION DELIMITED BY SPACE
               INTO WS-GROUP.
           MOVE SPACES TO CSV-LINE-OUT.
           STRING WS-USER-LOW DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-FIRST DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WS-LAST DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  SM-STD-NO DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-SBJ-CODE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-GROUP DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-ROLE DELIMITED BY SPACE
               INTO CSV-LINE-OUT.
           WRITE CSV-LINE-OUT.
           ADD 1 TO WS-EXP-CNT.

       SPLIT-NAME-RTN.
      * "LAST, FIRST" splits at the comma; a name without one takes
      * its first word as the first name. Commas never reach the
      * file, so no field needs quoting.
           MOVE SPACES TO WS-FIRST WS-LAST.
           MOVE 0 TO K.
           INSPECT SM-STD-NM TALLYING K FOR ALL ",".
           IF K > 0
               UNSTRING SM-STD-NM DELIMITED BY ","
                   INTO WS-LAST WS-FIRST
               END-UNSTRING
               INSPECT WS-FIRST REPLACING ALL "," BY SPACE
               MOVE 0 TO WS-LEAD
               INSPECT WS-FIRST TALLYING WS-LEAD FOR LEADING SPACES
               IF WS-LEAD > 0 AND WS-LEAD < 25
                   MOVE WS-FIRST(WS-LEAD + 1:) TO WS-FIRST
               END-IF
           ELSE
               MOVE 1 TO WS-PTR
               UNSTRING SM-STD-NM DELIMITED BY SPACE
                   INTO WS-FIRST WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-PTR <= 25
                   MOVE SM-STD-NM(WS-PTR:) TO WS-LAST
               END-IF
           END-IF.

      ******************************************************************
      * Gradebook import.
      ******************************************************************
       IMPORT-RTN.
           MOVE "Y" TO WS-OK.
           PERFORM GET-TERM-RTN.
           IF WS-TERM-OK = "N"
               MOVE "N" TO WS-OK
           END-IF.
           IF WS-OK = "Y"
               PERFORM FIND-SUBJECT-RTN
           END-IF.
           IF WS-OK = "Y"
               MOVE 1 TO WS-SCOPE
               PERFORM GET-SECTION-RTN
               OPEN INPUT CSV-IN
               IF WS-CSV-STATUS NOT = "00"
                   DISPLAY "LMSGRADE.CSV NOT FOUND - SAVE THE PLATFORM"
                       " GRADEBOOK EXPORT UNDER THAT NAME FIRST"
                   MOVE "ABORTED-NO-INPUT" TO WS-OUTCOME
                   MOVE "N" TO WS-OK
               END-IF
           END-IF.
           IF WS-OK = "Y"
               PERFORM OPEN-EXCHANGE-RTN
               IF WS-OK = "Y"
                   PERFORM OPEN-LEDGER-RTN
                   IF WS-OK = "N"
                       CLOSE ASSIGN-IN STUDMAS USER-MAP
                   END-IF
               END-IF
               IF WS-OK = "N"
                   CLOSE CSV-IN
               END-IF
           END-IF.
           IF WS-OK = "Y"
               PERFORM START-LISTING-RTN
               MOVE 0 TO WS-LINE-NO
               INITIALIZE WS-RSN-TABLE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ CSV-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-NO
                           IF WS-LINE-NO > WS-HDR-LINES
                               AND CSV-LINE-IN NOT = SPACES
                               PERFORM IMPORT-LINE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CSV-IN LEDGER ASSIGN-IN STUDMAS USER-MAP
               PERFORM PRINT-TOTALS-RTN
               CLOSE RECORD-OUT
               MOVE "LMSXCHG" TO SPQ-PROGRAM
               MOVE "LMSREJ.DAT" TO SPQ-REPORT-FILE
               PERFORM SPOOL-RTN
               DISPLAY WS-READ-CNT " LINE(S) READ, " WS-POST-CNT
                   " POSTED, " WS-SAME-CNT " ALREADY POSTED, "
                   WS-REJ-CNT " REJECTED - SEE LMSREJ.DAT"
               MOVE SPACES TO WS-OUTCOME
               STRING "IMPORTED-" WS-POST-CNT
                   DELIMITED BY SIZE INTO WS-OUTCOME
           END-IF.

       GET-TERM-RTN.
      * The grades belong to one term - it must be on the calendar,
      * and a term TERMCLSE has closed takes no more grades until
      * the coordinator reopens it (as in SUBJGRD).
           MOVE "N" TO WS-TERM-OK.
           DISPLAY "TERM LABEL OF THESE GRADES (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
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

       FIND-SUBJECT-RTN.
           DISPLAY "SUBJECT CODE (E.G. COMP2010): ".
           ACCEPT WS-SBJ-CODE.
           MOVE "N" TO WS-SBJ-FOUND.
           OPEN INPUT SUBJ-IN.
           IF WS-SBJ-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ SUBJ-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SUBJ-LINE-IN TO SUBJECT-REC
                           IF SBJ-CODE = WS-SBJ-CODE
                               MOVE "Y" TO WS-SBJ-FOUND
                               MOVE "YES" TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJ-IN
           END-IF.
           IF WS-SBJ-FOUND = "N" OR WS-SBJ-CODE = SPACES
               DISPLAY "NO SUCH SUBJECT - " WS-SBJ-CODE
               MOVE "ABORTED-BAD-SUBJECT" TO WS-OUTCOME
               MOVE "N" TO WS-OK
           END-IF.

       GET-SECTION-RTN.
           DISPLAY "COURSE CODE (E.G. BSIT): ".
           ACCEPT WS-SEL-CRS.
           DISPLAY "YEAR LEVEL (1-4): ".
           ACCEPT WS-SEL-YR.
           DISPLAY "SECTION CODE: ".
           ACCEPT WS-SEL-SEC.
           MOVE WS-SEL-CRS TO ASG-COURSE.
           MOVE WS-SEL-YR TO ASG-YR-LEVEL.
           MOVE WS-SEL-SEC TO ASG-SECTION.
           MOVE ASG-SECT-KEY TO WS-SEL-KEY.

       OPEN-EXCHANGE-RTN.
      * Section file and master are needed either way; the user map
      * is created on the first export, and an import without one
      * has nobody to match.
           OPEN INPUT ASSIGN-IN.
           OPEN INPUT STUDMAS.
           IF WS-ASG-STATUS NOT = "00" OR WS-SM-STATUS NOT = "00"
               DISPLAY "SECASSGN.DAT OR STUDENT MASTER NOT AVAILABLE"
                   " - STATUS " WS-ASG-STATUS "/" WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               MOVE "N" TO WS-OK
           ELSE
               IF WS-MODE = 1
                   OPEN I-O USER-MAP
                   IF WS-LMU-STATUS = "35"
                       OPEN OUTPUT USER-MAP
                       CLOSE USER-MAP
                       OPEN I-O USER-MAP
                   END-IF
               ELSE
                   OPEN INPUT USER-MAP
               END-IF
               IF WS-LMU-STATUS NOT = "00"
                   DISPLAY "PLATFORM USER MAP (LMSUSER.DAT) NOT"
                       " AVAILABLE - EXPORT THE CLASS LIST FIRST"
                   MOVE "ABORTED-NO-USER-MAP" TO WS-OUTCOME
                   MOVE "N" TO WS-OK
               END-IF
           END-IF.
           IF WS-OK = "N"
               IF WS-ASG-STATUS = "00"
                   CLOSE ASSIGN-IN
               END-IF
               IF WS-SM-STATUS = "00"
                   CLOSE STUDMAS
               END-IF
           END-IF.

       OPEN-LEDGER-RTN.
      * ENLIST writes the ledger lines, so a missing ledger only
      * means nobody is enlisted yet - the file is created empty.
           OPEN I-O LEDGER.
           IF WS-LDG-STATUS = "35"
               OPEN OUTPUT LEDGER
               CLOSE LEDGER
               OPEN I-O LEDGER
           END-IF.
           IF WS-LDG-STATUS NOT = "00"
               DISPLAY "GRDLEDGR.DAT NOT AVAILABLE - STATUS "
                   WS-LDG-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               MOVE "N" TO WS-OK
           END-IF.

       IMPORT-LINE-RTN.
           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO WS-CSV-FIELDS.
           UNSTRING CSV-LINE-IN DELIMITED BY ","
               INTO WS-CF(1) WS-CF(2) WS-CF(3) WS-CF(4) WS-CF(5)
                    WS-CF(6) WS-CF(7) WS-CF(8) WS-CF(9) WS-CF(10)
                    WS-CF(11) WS-CF(12)
           END-UNSTRING.
           MOVE WS-CF(WS-USER-COL) TO WS-FLD.
           PERFORM CLEAN-FIELD-RTN.
           INSPECT WS-FLD CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-FLD TO WS-USER-IN.
           MOVE WS-CF(WS-GRADE-COL) TO WS-FLD.
           PERFORM CLEAN-FIELD-RTN.
           MOVE WS-FLD TO WS-GRADE-IN.
           MOVE SPACES TO WS-STD-NO.
           MOVE 0 TO WS-RSN.
           MOVE WS-USER-IN TO LMU-USER-ID.
           READ USER-MAP KEY IS LMU-USER-ID
               INVALID KEY MOVE 1 TO WS-RSN
               NOT INVALID KEY MOVE LMU-STD-NO TO WS-STD-NO
           END-READ.
           IF WS-RSN = 0
               MOVE WS-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY MOVE 2 TO WS-RSN
               END-READ
           END-IF.
           IF WS-RSN = 0
               MOVE WS-STD-NO TO ASG-STD-NO
               READ ASSIGN-IN KEY IS ASG-STD-NO
                   INVALID KEY MOVE 3 TO WS-RSN
                   NOT INVALID KEY
                       IF ASG-SECT-KEY NOT = WS-SEL-KEY
                           MOVE 3 TO WS-RSN
                       END-IF
               END-READ
           END-IF.
           IF WS-RSN = 0
               PERFORM PARSE-GRADE-RTN
               EVALUATE WS-GRADE-OK
                   WHEN "N"
                       MOVE 4 TO WS-RSN
                   WHEN "R"
                       MOVE 5 TO WS-RSN
               END-EVALUATE
           END-IF.
      * Same ledger rules as SUBJGRD's grade entry: the line ENLIST
      * wrote must be there and still ungraded. The same grade sent
      * again is no change and is only counted.
           IF WS-RSN = 0
               MOVE WS-STD-NO TO LDG-STD-NO
               MOVE WS-SBJ-CODE TO LDG-SBJ-CODE
               READ LEDGER
                   INVALID KEY MOVE 6 TO WS-RSN
               END-READ
           END-IF.
           IF WS-RSN = 0
               IF LDG-REMARKS = "ENLSTD"
                   PERFORM POST-LEDGER-RTN
               ELSE
                   IF LDG-GRADE = WS-NEW-GRADE
                       ADD 1 TO WS-SAME-CNT
                   ELSE
                       MOVE 7 TO WS-RSN
                   END-IF
               END-IF
           END-IF.
           IF WS-RSN > 0
               PERFORM REJECT-RTN
           END-IF.

       CLEAN-FIELD-RTN.
      * Quotes off and the value moved to the left.
           INSPECT WS-FLD REPLACING ALL QUOTE BY SPACE.
           MOVE 0 TO WS-LEAD.
           INSPECT WS-FLD TALLYING WS-LEAD FOR LEADING SPACES.
           IF WS-LEAD > 0 AND WS-LEAD < 30
               MOVE WS-FLD(WS-LEAD + 1:) TO WS-FLD
           END-IF.

       PARSE-GRADE-RTN.
      * "Y" a usable grade in WS-NEW-GRADE, "N" none or not a
      * number, "R" a number outside 000-100.
           MOVE 0 TO WS-INT WS-DIGITS WS-FRAC-POS WS-ROUND-UP.
           MOVE "N" TO WS-DOT WS-NEG WS-BAD.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 30
               MOVE WS-GRADE-IN(K:1) TO WS-CH
               EVALUATE TRUE
                   WHEN WS-CH = SPACE OR WS-CH = "%"
                       CONTINUE
                   WHEN WS-CH = "-" AND WS-DIGITS = 0
                       AND WS-DOT = "N"
                       MOVE "Y" TO WS-NEG
                   WHEN WS-CH = "." AND WS-DOT = "N"
                       MOVE "Y" TO WS-DOT
                   WHEN WS-CH IS NUMERIC AND WS-DOT = "N"
                       MOVE WS-CH TO WS-DIG
                       IF WS-INT < 10000
                           COMPUTE WS-INT = WS-INT * 10 + WS-DIG
                       END-IF
                       ADD 1 TO WS-DIGITS
                   WHEN WS-CH IS NUMERIC
                       MOVE WS-CH TO WS-DIG
                       ADD 1 TO WS-FRAC-POS
                       IF WS-FRAC-POS = 1 AND WS-DIG >= 5
                           MOVE 1 TO WS-ROUND-UP
                       END-IF
                   WHEN OTHER
                       MOVE "Y" TO WS-BAD
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-BAD = "Y" OR WS-DIGITS = 0
                   MOVE "N" TO WS-GRADE-OK
               WHEN WS-NEG = "Y"
                   MOVE "R" TO WS-GRADE-OK
               WHEN OTHER
                   ADD WS-ROUND-UP TO WS-INT
                   IF WS-INT > 100
                       MOVE "R" TO WS-GRADE-OK
                   ELSE
                       MOVE WS-INT TO WS-NEW-GRADE
                       MOVE "Y" TO WS-GRADE-OK
                   END-IF
           END-EVALUATE.

       POST-LEDGER-RTN.
      * The grade goes into the line ENLIST wrote for the subject.
           MOVE WS-NEW-GRADE TO LDG-GRADE.
           MOVE WS-NEW-GRADE TO WS-FINAL.
           PERFORM EQUIV-RTN.
           MOVE WS-EQUIV TO LDG-EQUIV.
           IF WS-NEW-GRADE >= 75
               MOVE "PASSED" TO LDG-REMARKS
           ELSE
               MOVE "FAILED" TO LDG-REMARKS
           END-IF.
           REWRITE LEDGER-REC
               INVALID KEY
                   MOVE 8 TO WS-RSN
               NOT INVALID KEY
                   ADD 1 TO WS-POST-CNT
                   ADD WS-NEW-GRADE TO WS-GRADE-SUM
           END-REWRITE.

       EQUIV-RTN.
      * Department grade-point scale - the same table SUBJGRD and
      * FINALGRD apply.
           EVALUATE TRUE
               WHEN WS-FINAL >= 97
                   MOVE 1.00 TO WS-EQUIV
               WHEN WS-FINAL >= 94
                   MOVE 1.25 TO WS-EQUIV
               WHEN WS-FINAL >= 91
                   MOVE 1.50 TO WS-EQUIV
               WHEN WS-FINAL >= 88
                   MOVE 1.75 TO WS-EQUIV
               WHEN WS-FINAL >= 85
                   MOVE 2.00 TO WS-EQUIV
               WHEN WS-FINAL >= 82
                   MOVE 2.25 TO WS-EQUIV
               WHEN WS-FINAL >= 79
                   MOVE 2.50 TO WS-EQUIV
               WHEN WS-FINAL >= 76
                   MOVE 2.75 TO WS-EQUIV
               WHEN WS-FINAL >= 75
                   MOVE 3.00 TO WS-EQUIV
               WHEN OTHER
                   MOVE 5.00 TO WS-EQUIV
           END-EVALUATE.

      ******************************************************************
      * Reject listing and control totals.
      ******************************************************************
       START-LISTING-RTN.
           OPEN OUTPUT RECORD-OUT.
           MOVE "GRADEBOOK IMPORT REJECTS" TO PG-TITLE.
           MOVE WS-TERM-LABEL TO PG-TERM.
           MOVE WS-STAMP TO PG-RUN-STAMP.
           MOVE WS-SBJ-CODE TO SH-SUBJECT.
           MOVE SPACES TO SH-SECTION.
           STRING WS-SEL-CRS DELIMITED BY SPACE
                  " " WS-SEL-YR " " WS-SEL-SEC DELIMITED BY SIZE
               INTO SH-SECTION.
           PERFORM NEW-PAGE-RTN.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) plus the column
      * headings, reprinted at each break.
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           WRITE PRINT-REC FROM SUB-HDG AFTER 1 LINE.
           WRITE PRINT-REC FROM REJ-HDG AFTER 2 LINES.
           MOVE 6 TO PG-LINE-CNT.

       REJECT-RTN.
           ADD 1 TO WS-REJ-CNT.
           ADD 1 TO WS-RSN-CNT(WS-RSN).
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.
           MOVE WS-LINE-NO TO RL-LINE.
           MOVE WS-USER-IN TO RL-USER.
           MOVE WS-STD-NO TO RL-STD-NO.
           MOVE WS-GRADE-IN TO RL-GRADE.
           MOVE WS-RSN-TEXT(WS-RSN) TO RL-REASON.
           MOVE SPACES TO RL-POSTED.
      * Show what is on the ledger when the platform disagrees.
           IF WS-RSN = 7
               MOVE LDG-GRADE TO RL-POSTED
           END-IF.
           WRITE PRINT-REC FROM REJ-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       PRINT-TOTALS-RTN.
           IF PG-LINE-CNT + 18 > PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.
           IF WS-REJ-CNT = 0
               MOVE "NO REJECTS" TO BL-TEXT
               WRITE PRINT-REC FROM BAL-LINE AFTER 1 LINE
           END-IF.
           MOVE "CONTROL TOTALS" TO BL-TEXT.
           WRITE PRINT-REC FROM BAL-LINE AFTER 2 LINES.
           MOVE "GRADEBOOK LINES READ" TO TL-LABEL.
           MOVE WS-READ-CNT TO TL-VALUE.
           WRITE PRINT-REC FROM TOT-LINE AFTER 1 LINE.
           MOVE "GRADES POSTED" TO TL-LABEL.
           MOVE WS-POST-CNT TO TL-VALUE.
           WRITE PRINT-REC FROM TOT-LINE AFTER 1 LINE.
           MOVE "ALREADY POSTED, SAME GRADE" TO TL-LABEL.
           MOVE WS-SAME-CNT TO TL-VALUE.
           WRITE PRINT-REC FROM TOT-LINE AFTER 1 LINE.
           MOVE "REJECTED" TO TL-LABEL.
           MOVE WS-REJ-CNT TO TL-VALUE.
           WRITE PRINT-REC FROM TOT-LINE AFTER 1 LINE.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 8
               IF WS-RSN-CNT(R) > 0
                   MOVE SPACES TO TL-LABEL
                   STRING "  " WS-RSN-TEXT(R) DELIMITED BY SIZE
                       INTO TL-LABEL
                   MOVE WS-RSN-CNT(R) TO TL-VALUE
                   WRITE PRINT-REC FROM TOT-LINE AFTER 1 LINE
               END-IF
           END-PERFORM.
           MOVE "SUM OF GRADES POSTED" TO TL-LABEL.
           MOVE WS-GRADE-SUM TO TL-VALUE.
           WRITE PRINT-REC FROM TOT-LINE AFTER 1 LINE.
           IF WS-READ-CNT = WS-POST-CNT + WS-SAME-CNT + WS-REJ-CNT
               MOVE "TOTALS BALANCE - READ = POSTED + SAME + REJECTED"
                   TO BL-TEXT
           ELSE
               MOVE "*** TOTALS OUT OF BALANCE - CHECK THE RUN ***"
                   TO BL-TEXT
           END-IF.
           WRITE PRINT-REC FROM BAL-LINE AFTER 2 LINES.
           MOVE WS-REJ-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 2 LINES.

       SPOOL-RTN.
      * File the just-written listing on the spool (see SPOOLSAV) -
      * SPQ-PROGRAM / SPQ-REPORT-FILE set by the caller.
           MOVE WS-TERM-LABEL TO SPQ-TERM.
           MOVE WS-OPERATOR TO SPQ-OPERATOR.
           MOVE WS-STAMP TO SPQ-STAMP.
           CALL "SPOOLSAV" USING SPOOL-REQ.
           IF SPQ-REPLY = "Y"
               DISPLAY "FILED ON THE SPOOL AS " SPQ-MEMBER
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "LMSXCHG" TO ALR-PROGRAM.
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
