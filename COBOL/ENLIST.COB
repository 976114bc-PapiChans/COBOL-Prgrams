      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Subject enlistment with prerequisite checking - a
      *          student was being graded in subjects nobody had
      *          checked they were ready for. Mode 1 enlists students
      *          in subjects for a term on the term calendar: each
      *          subject must be on the subject master, not already
      *          on the student's ledger for the term and not already
      *          passed, and every prerequisite the subject master
      *          names (SBJ-PREREQ, see SUBJMAST.CPY) must have a
      *          PASSED line in the subject history TERMEND keeps
      *          (SBJHIST.DAT, see SBJHIST.CPY). A subject whose
      *          prerequisites are not all passed is refused unless
      *          the operator gives an override reason code. An
      *          enlisted subject is written to the grade ledger
      *          (GRDLEDGR.DAT, indexed by student and subject) as an
      *          ENLSTD line that SUBJGRD's grade entry later fills
      *          in. Every refusal and every
      *          override is appended to ENLEXCP.DAT (see
      *          ENLEXCP.CPY); mode 2 prints a term's exceptions for
      *          the chairperson (ENLEXLST.DAT), filed on the report
      *          spool. Withdrawn and on-leave students are not
      *          enlisted, and only an OPEN term takes enlistments
      *          (the ledger holds the running term alone).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENLIST IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBJ-IN ASSIGN TO "SUBJMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBJ-STATUS.
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-LDG-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT SBJHIST ASSIGN TO "SBJHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBH-KEY
               FILE STATUS IS WS-SBH-STATUS.
           SELECT EXCP-IN ASSIGN TO "ENLEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT EXCP-OUT ASSIGN TO "ENLEXCP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT RECORD-OUT ASSIGN TO "ENLEXLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SUBJ-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJ-LINE-IN.
       01  SUBJ-LINE-IN PIC X(64).

       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  SBJHIST
           LABEL RECORDS ARE STANDARD.
           COPY "SBJHIST.CPY".

       FD  EXCP-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCP-LINE-IN.
       01  EXCP-LINE-IN PIC X(97).

       FD  EXCP-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXCP-LINE-OUT.
       01  EXCP-LINE-OUT PIC X(97).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(110).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Subject master record (see SUBJMAST.CPY).
       COPY "SUBJMAST.CPY".

      * Enlistment exception record (see ENLEXCP.CPY).
       COPY "ENLEXCP.CPY".

       01  WS-SBJ-STATUS PIC XX VALUE "00".
       01  WS-LDG-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-SBH-STATUS PIC XX VALUE "00".
       01  WS-EXC-STATUS PIC XX VALUE "00".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  ANS PIC X VALUE "Y".
       01  WS-HIST-ON PIC X VALUE "N".

      * Subject table - the whole (small) subject master.
       01  WS-SBJ-USED PIC 99 VALUE 0.
       01  WS-SBJ-TABLE.
           02 WS-SBJ-ENTRY OCCURS 50 TIMES.
              03 WS-SB-CODE PIC X(8).
              03 WS-SB-TITLE PIC X(30).
              03 WS-SB-UNITS PIC 9V9.
              03 WS-SB-PREREQ OCCURS 3 TIMES PIC X(8).

      * The current student's passed subjects from SBJHIST.DAT.
       01  WS-PAS-USED PIC 999 VALUE 0.
       01  WS-PAS-TABLE.
           02 WS-PAS-ENTRY OCCURS 100 TIMES.
              03 WS-PS-CODE PIC X(8).
              03 WS-PS-YEAR PIC X(9).
              03 WS-PS-SEM PIC X(1).
       01  WS-PAS-HIT PIC 999 VALUE 0.
       01  WS-CHK-CODE PIC X(8) VALUE SPACES.

      * Override reason codes - the grounds on which a chairperson
      * lets a student take a subject ahead of its prerequisites.
       01  NUM-REASONS PIC 9 VALUE 5.
       01  REASON-LIST-INIT.
           02 FILLER PIC X(3) VALUE "CHR".
           02 FILLER PIC X(30) VALUE "CHAIRPERSON APPROVAL".
           02 FILLER PIC X(3) VALUE "PET".
           02 FILLER PIC X(30) VALUE "PETITION GRANTED".
           02 FILLER PIC X(3) VALUE "EQV".
           02 FILLER PIC X(30) VALUE "PREREQ CREDITED ON TRANSFER".
           02 FILLER PIC X(3) VALUE "CON".
           02 FILLER PIC X(30) VALUE "TAKEN WITH THE PREREQUISITE".
           02 FILLER PIC X(3) VALUE "GRD".
           02 FILLER PIC X(30) VALUE "GRADUATING STUDENT".
       01  REASON-LIST REDEFINES REASON-LIST-INIT.
           02 REASON-ENTRY OCCURS 5 TIMES.
              03 RSN-CODE PIC X(3).
              03 RSN-DESC PIC X(30).

       01  S PIC 99 VALUE 0.
       01  P PIC 9 VALUE 0.
       01  R PIC 9 VALUE 0.
       01  K PIC 9(4) VALUE 0.
       01  WS-SBJ-HIT PIC 99 VALUE 0.
       01  WS-LDG-HIT PIC X VALUE "N".
       01  WS-STD-NO PIC X(10) VALUE SPACES.
       01  WS-SBJ-CODE PIC X(8) VALUE SPACES.
       01  WS-SBJ-DONE PIC X VALUE "N".
       01  WS-MISS-CNT PIC 9 VALUE 0.
       01  WS-MISS-LIST.
           02 WS-MISS OCCURS 3 TIMES PIC X(8).
       01  WS-OVR-CODE PIC X(3) VALUE SPACES.
       01  WS-OVR-OK PIC X VALUE "N".
       01  WS-EXC-TYPE PIC X(3) VALUE SPACES.
       01  WS-ENL-CNT PIC 999 VALUE 0.
       01  WS-REJ-CNT PIC 999 VALUE 0.
       01  WS-OVR-CNT PIC 999 VALUE 0.

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-SCH-YEAR PIC X(9) VALUE SPACES.
       01  WS-SEMESTER PIC X(1) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".

      * Standard page handling for the exception list (PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

       01  EXC-COLS.
           02 FILLER PIC X(11) VALUE "STUDENT NO".
           02 FILLER PIC X(21) VALUE "NAME".
           02 FILLER PIC X(9) VALUE "SUBJECT".
           02 FILLER PIC X(9) VALUE "ACTION".
           02 FILLER PIC X(27) VALUE "PREREQUISITES NOT PASSED".
           02 FILLER PIC X(4) VALUE "RSN".
           02 FILLER PIC X(13) VALUE "OPERATOR".
           02 FILLER PIC X(10) VALUE "DATE".
       01  EXC-DTL.
           02 ED-STD-NO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-NAME PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-SBJ PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-ACTION PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-MISS1 PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-MISS2 PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-MISS3 PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-REASON PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-OPERATOR PIC X(12).
           02 FILLER PIC X(1) VALUE SPACES.
           02 ED-DATE PIC X(10).
       01  EXC-TOT.
           02 FILLER PIC X(10) VALUE "REJECTED: ".
           02 ET-REJ PIC ZZ9.
           02 FILLER PIC X(15) VALUE "   OVERRIDDEN: ".
           02 ET-OVR PIC ZZ9.
       01  RSN-TOT.
           02 FILLER PIC X(5) VALUE SPACES.
           02 RT-CODE PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RT-DESC PIC X(30).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RT-CNT PIC ZZ9.
       01  WS-RSN-CNT OCCURS 5 TIMES PIC 999.
       01  WS-LINE-CNT PIC 9(4) VALUE 0.

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

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
           DISPLAY "MODE - 1=ENLIST STUDENTS  2=EXCEPTION LIST: ".
           ACCEPT WS-MODE.
           PERFORM GET-TERM-RTN.
           IF WS-TERM-OK = "Y"
               IF WS-MODE = 2
                   PERFORM PRINT-EXCP-RTN
                   MOVE "COMPLETED-LIST" TO WS-OUTCOME
               ELSE
      * GRDLEDGR.DAT carries no term and holds only the running one,
      * so only an OPEN term takes enlistments - a FUTURE term's
      * lines would land on the current ledger and be archived
      * with it.
                   EVALUATE TKQ-STATUS
                       WHEN "OPEN"
                           PERFORM ENLIST-RTN
                       WHEN "CLOSED"
                           DISPLAY "TERM " WS-TERM-LABEL " IS CLOSED"
                               " - ENLISTMENT REFUSED (COORDINATOR"
                               " CAN REOPEN IT IN TERMMNT)"
                           MOVE "ABORTED-CLOSED-TERM" TO WS-OUTCOME
                       WHEN OTHER
                           DISPLAY "TERM " WS-TERM-LABEL " IS "
                               TKQ-STATUS " - ENLISTMENT REFUSED"
                               " UNTIL THE COORDINATOR OPENS IT IN"
                               " TERMMNT"
                           MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       GET-TERM-RTN.
      * The enlistments (or the exceptions listed) belong to one
      * term on the calendar - the label gives back its school year
      * and semester for the exception records.
           MOVE "N" TO WS-TERM-OK.
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   MOVE TKQ-SCH-YEAR TO WS-SCH-YEAR
                   MOVE TKQ-SEMESTER TO WS-SEMESTER
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

       ENLIST-RTN.
           PERFORM LOAD-SUBJECTS-RTN.
           IF WS-SBJ-USED = 0
               DISPLAY "NO SUBJECTS ON FILE - ADD SOME FIRST (SUBJGRD)"
               MOVE "ABORTED-NO-SUBJECTS" TO WS-OUTCOME
           ELSE
               OPEN INPUT STUDMAS
               IF WS-SM-STATUS NOT = "00"
                   DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                       WS-SM-STATUS
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               ELSE
                   PERFORM OPEN-HISTORY-RTN
                   PERFORM OPEN-LEDGER-RTN
                   IF WS-LDG-STATUS = "00"
                       PERFORM ENLIST-ONE-RTN
                           UNTIL ANS = "N" OR ANS = "n"
                       CLOSE LEDGER
                       DISPLAY WS-ENL-CNT " SUBJECT(S) ENLISTED, "
                           WS-OVR-CNT " ON OVERRIDE, " WS-REJ-CNT
                           " REFUSED"
                   END-IF
                   CLOSE STUDMAS
                   IF WS-HIST-ON = "Y"
                       CLOSE SBJHIST
                   END-IF
               END-IF
           END-IF.

       OPEN-HISTORY-RTN.
      * No subject history yet (no term closed out since it was
      * started) simply means nothing has been passed.
           MOVE "N" TO WS-HIST-ON.
           OPEN INPUT SBJHIST.
           IF WS-SBH-STATUS = "00"
               MOVE "Y" TO WS-HIST-ON
           ELSE
               DISPLAY "NO SUBJECT HISTORY ON FILE - NO PREREQUISITE"
                   " COUNTS AS PASSED"
           END-IF.

       LOAD-SUBJECTS-RTN.
           MOVE 0 TO WS-SBJ-USED.
           OPEN INPUT SUBJ-IN.
           IF WS-SBJ-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ SUBJ-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SUBJ-LINE-IN TO SUBJECT-REC
                           IF SBJ-CODE NOT = SPACES
                               AND WS-SBJ-USED < 50
                               ADD 1 TO WS-SBJ-USED
                               MOVE SBJ-CODE
                                   TO WS-SB-CODE(WS-SBJ-USED)
                               MOVE SBJ-TITLE
                                   TO WS-SB-TITLE(WS-SBJ-USED)
                               MOVE SBJ-UNITS
                                   TO WS-SB-UNITS(WS-SBJ-USED)
                               MOVE SBJ-PREREQ(1)
                                   TO WS-SB-PREREQ(WS-SBJ-USED, 1)
                               MOVE SBJ-PREREQ(2)
                                   TO WS-SB-PREREQ(WS-SBJ-USED, 2)
                               MOVE SBJ-PREREQ(3)
                                   TO WS-SB-PREREQ(WS-SBJ-USED, 3)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBJ-IN
           END-IF.

       FIND-SUBJECT-RTN.
           MOVE 0 TO WS-SBJ-HIT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SBJ-USED
               IF WS-SB-CODE(S) = WS-SBJ-CODE
                   MOVE S TO WS-SBJ-HIT
               END-IF
           END-PERFORM.

       OPEN-LEDGER-RTN.
      * The ledger starts empty each term (TERMEND archives and
      * clears it), so a missing file is simply created.
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
           END-IF.

       FIND-LEDGER-RTN.
           MOVE "N" TO WS-LDG-HIT.
           MOVE WS-STD-NO TO LDG-STD-NO.
           MOVE WS-SBJ-CODE TO LDG-SBJ-CODE.
           READ LEDGER
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-LDG-HIT
           END-READ.

       ENLIST-ONE-RTN.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-STD-NO.
           MOVE SPACES TO SM-STD-NO.
           MOVE WS-STD-NO TO SM-STD-NO.
           READ STUDMAS
               INVALID KEY
                   DISPLAY "NO MASTER RECORD FOR " WS-STD-NO
               NOT INVALID KEY
                   IF SM-WITHDRAWN OR SM-ON-LEAVE OR SM-GRADUATED
                       DISPLAY "STUDENT " WS-STD-NO " IS WITHDRAWN,"
                           " ON LEAVE OR GRADUATED - NOT ENLISTED"
                   ELSE
                       DISPLAY "STUDENT: " SM-STD-NM
                       PERFORM LOAD-PASSED-RTN
                       MOVE "N" TO WS-SBJ-DONE
                       PERFORM ENLIST-SUBJECT-RTN
                           UNTIL WS-SBJ-DONE = "Y"
                   END-IF
           END-READ.
           DISPLAY "ENLIST ANOTHER STUDENT? (Y/N): ".
           ACCEPT ANS.

       LOAD-PASSED-RTN.
      * Every subject the student has a PASSED line for in any
      * closed-out term.
           MOVE 0 TO WS-PAS-USED.
           IF WS-HIST-ON = "Y"
               MOVE SPACES TO SBH-KEY
               MOVE WS-STD-NO TO SBH-STD-NO
               MOVE "NO" TO WS-EOF
               START SBJHIST KEY IS NOT < SBH-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ SBJHIST NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF SBH-STD-NO NOT = WS-STD-NO
                               MOVE "YES" TO WS-EOF
                           ELSE
                               IF SBH-REMARKS = "PASSED"
                                   AND WS-PAS-USED < 100
                                   ADD 1 TO WS-PAS-USED
                                   MOVE SBH-SBJ-CODE
                                       TO WS-PS-CODE(WS-PAS-USED)
                                   MOVE SBH-SCH-YEAR
                                       TO WS-PS-YEAR(WS-PAS-USED)
                                   MOVE SBH-SEMESTER
                                       TO WS-PS-SEM(WS-PAS-USED)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       FIND-PASSED-RTN.
           MOVE 0 TO WS-PAS-HIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PAS-USED
               IF WS-PS-CODE(K) = WS-CHK-CODE
                   MOVE K TO WS-PAS-HIT
               END-IF
           END-PERFORM.

       ENLIST-SUBJECT-RTN.
           DISPLAY "SUBJECT CODE (BLANK = DONE WITH THIS STUDENT): ".
           MOVE SPACES TO WS-SBJ-CODE.
           ACCEPT WS-SBJ-CODE.
           IF WS-SBJ-CODE = SPACES
               MOVE "Y" TO WS-SBJ-DONE
           ELSE
               PERFORM FIND-SUBJECT-RTN
               PERFORM FIND-LEDGER-RTN
               MOVE WS-SBJ-CODE TO WS-CHK-CODE
               PERFORM FIND-PASSED-RTN
               EVALUATE TRUE
                   WHEN WS-SBJ-HIT = 0
                       DISPLAY "NO SUCH SUBJECT - " WS-SBJ-CODE
                   WHEN WS-LDG-HIT = "Y"
                       DISPLAY "ALREADY ON THIS TERM'S LEDGER - "
                           WS-SBJ-CODE
                   WHEN WS-PAS-HIT NOT = 0
                       DISPLAY "ALREADY PASSED IN "
                           WS-PS-YEAR(WS-PAS-HIT) "/"
                           WS-PS-SEM(WS-PAS-HIT) " - NOT ENLISTED"
                   WHEN OTHER
                       PERFORM CHECK-PREREQS-RTN
               END-EVALUATE
           END-IF.

       CHECK-PREREQS-RTN.
           MOVE 0 TO WS-MISS-CNT.
           MOVE SPACES TO WS-MISS-LIST.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
               IF WS-SB-PREREQ(WS-SBJ-HIT, P) NOT = SPACES
                   MOVE WS-SB-PREREQ(WS-SBJ-HIT, P) TO WS-CHK-CODE
                   PERFORM FIND-PASSED-RTN
                   IF WS-PAS-HIT = 0
                       ADD 1 TO WS-MISS-CNT
                       MOVE WS-CHK-CODE TO WS-MISS(WS-MISS-CNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MISS-CNT = 0
               PERFORM ADD-LEDGER-RTN
           ELSE
               DISPLAY "PREREQUISITE(S) NOT PASSED: " WS-MISS(1) " "
                   WS-MISS(2) " " WS-MISS(3)
               PERFORM GET-OVERRIDE-RTN
               IF WS-OVR-CODE = SPACES
                   MOVE "REJ" TO WS-EXC-TYPE
                   PERFORM WRITE-EXCP-RTN
                   ADD 1 TO WS-REJ-CNT
                   DISPLAY "NOT ENLISTED - REFUSAL LOGGED FOR THE"
                       " CHAIRPERSON"
               ELSE
                   MOVE "OVR" TO WS-EXC-TYPE
                   PERFORM WRITE-EXCP-RTN
                   ADD 1 TO WS-OVR-CNT
                   PERFORM ADD-LEDGER-RTN
               END-IF
           END-IF.

       GET-OVERRIDE-RTN.
      * An override must name one of the recognized grounds; a
      * blank answer lets the refusal stand.
           DISPLAY "OVERRIDE REASON CODES:".
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > NUM-REASONS
               DISPLAY "  " RSN-CODE(R) " = " RSN-DESC(R)
           END-PERFORM.
           MOVE "N" TO WS-OVR-OK.
           PERFORM UNTIL WS-OVR-OK = "Y"
               DISPLAY "OVERRIDE REASON CODE (BLANK = REFUSE): "
               MOVE SPACES TO WS-OVR-CODE
               ACCEPT WS-OVR-CODE
               IF WS-OVR-CODE = SPACES
                   MOVE "Y" TO WS-OVR-OK
               ELSE
                   PERFORM VARYING R FROM 1 BY 1 UNTIL R > NUM-REASONS
                       IF RSN-CODE(R) = WS-OVR-CODE
                           MOVE "Y" TO WS-OVR-OK
                       END-IF
                   END-PERFORM
                   IF WS-OVR-OK NOT = "Y"
                       DISPLAY "NOT A REASON CODE - " WS-OVR-CODE
                   END-IF
               END-IF
           END-PERFORM.

       ADD-LEDGER-RTN.
      * An enlisted subject is an ungraded ledger line - SUBJGRD's
      * grade entry posts into it.
           MOVE WS-STD-NO TO LDG-STD-NO.
           MOVE WS-SBJ-CODE TO LDG-SBJ-CODE.
           MOVE ZEROS TO LDG-GRADE.
           MOVE ZEROS TO LDG-EQUIV.
           MOVE "ENLSTD" TO LDG-REMARKS.
           WRITE LEDGER-REC
               INVALID KEY
                   DISPLAY "LEDGER WRITE FAILED - STATUS "
                       WS-LDG-STATUS " - NOT ENLISTED"
               NOT INVALID KEY
                   ADD 1 TO WS-ENL-CNT
                   DISPLAY "ENLISTED - " WS-SBJ-CODE " "
                       WS-SB-TITLE(WS-SBJ-HIT) " "
                       WS-SB-UNITS(WS-SBJ-HIT) " UNIT(S)"
           END-WRITE.

       WRITE-EXCP-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO EXC-DATETIME.
           MOVE WS-SCH-YEAR TO EXC-SCH-YEAR.
           MOVE WS-SEMESTER TO EXC-SEMESTER.
           MOVE WS-STD-NO TO EXC-STD-NO.
           MOVE WS-SBJ-CODE TO EXC-SBJ-CODE.
           MOVE WS-EXC-TYPE TO EXC-TYPE.
           MOVE WS-MISS(1) TO EXC-MISSING(1).
           MOVE WS-MISS(2) TO EXC-MISSING(2).
           MOVE WS-MISS(3) TO EXC-MISSING(3).
           MOVE WS-OVR-CODE TO EXC-REASON.
           MOVE WS-OPERATOR TO EXC-OPERATOR.
           OPEN EXTEND EXCP-OUT.
           IF WS-EXC-STATUS = "35"
               OPEN OUTPUT EXCP-OUT
           END-IF.
           WRITE EXCP-LINE-OUT FROM ENL-EXCP-REC.
           CLOSE EXCP-OUT.

       PRINT-EXCP-RTN.
      * The term's refusals and overrides in the order they were
      * keyed, with a count by override reason at the end.
           MOVE 0 TO WS-REJ-CNT.
           MOVE 0 TO WS-OVR-CNT.
           MOVE 0 TO WS-LINE-CNT.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > NUM-REASONS
               MOVE 0 TO WS-RSN-CNT(R)
           END-PERFORM.
           OPEN INPUT STUDMAS.
           OPEN OUTPUT RECORD-OUT.
           MOVE "ENLISTMENT EXCEPTIONS" TO PG-TITLE.
           MOVE WS-TERM-LABEL TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.
           PERFORM NEW-PAGE-RTN.
           OPEN INPUT EXCP-IN.
           IF WS-EXC-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ EXCP-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE EXCP-LINE-IN TO ENL-EXCP-REC
                           IF EXC-SCH-YEAR = WS-SCH-YEAR
                               AND EXC-SEMESTER = WS-SEMESTER
                               PERFORM PRINT-EXCP-LINE-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCP-IN
           END-IF.
           IF WS-LINE-CNT = 0
               MOVE "NO ENLISTMENT EXCEPTIONS FOR THIS TERM."
                   TO PRINT-REC
               WRITE PRINT-REC AFTER 1 LINE
           ELSE
               MOVE WS-REJ-CNT TO ET-REJ
               MOVE WS-OVR-CNT TO ET-OVR
               WRITE PRINT-REC FROM EXC-TOT AFTER 2 LINES
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > NUM-REASONS
                   IF WS-RSN-CNT(R) > 0
                       MOVE RSN-CODE(R) TO RT-CODE
                       MOVE RSN-DESC(R) TO RT-DESC
                       MOVE WS-RSN-CNT(R) TO RT-CNT
                       WRITE PRINT-REC FROM RSN-TOT AFTER 1 LINE
                   END-IF
               END-PERFORM
           END-IF.
           MOVE WS-LINE-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 2 LINES.
           CLOSE RECORD-OUT.
           IF WS-SM-STATUS = "00"
               CLOSE STUDMAS
           END-IF.
           DISPLAY WS-LINE-CNT " EXCEPTION(S) LISTED ON ENLEXLST.DAT".
           PERFORM SPOOL-RTN.

       PRINT-EXCP-LINE-RTN.
           MOVE SPACES TO ED-NAME.
           IF WS-SM-STATUS = "00"
               MOVE EXC-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY MOVE "(NOT ON MASTER)" TO ED-NAME
                   NOT INVALID KEY MOVE SM-STD-NM TO ED-NAME
               END-READ
           END-IF.
           MOVE EXC-STD-NO TO ED-STD-NO.
           MOVE EXC-SBJ-CODE TO ED-SBJ.
           IF EXC-TYPE = "OVR"
               MOVE "OVERRIDE" TO ED-ACTION
               ADD 1 TO WS-OVR-CNT
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > NUM-REASONS
                   IF RSN-CODE(R) = EXC-REASON
                       ADD 1 TO WS-RSN-CNT(R)
                   END-IF
               END-PERFORM
           ELSE
               MOVE "REFUSED" TO ED-ACTION
               ADD 1 TO WS-REJ-CNT
           END-IF.
           MOVE EXC-MISSING(1) TO ED-MISS1.
           MOVE EXC-MISSING(2) TO ED-MISS2.
           MOVE EXC-MISSING(3) TO ED-MISS3.
           MOVE EXC-REASON TO ED-REASON.
           MOVE EXC-OPERATOR TO ED-OPERATOR.
           MOVE EXC-DATETIME(1:10) TO ED-DATE.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM EXC-DTL AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.
           ADD 1 TO WS-LINE-CNT.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY) plus the column
      * headings.
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           WRITE PRINT-REC FROM EXC-COLS AFTER 2 LINES.
           MOVE 5 TO PG-LINE-CNT.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV) -
      * the fixed file stays, but the next run no longer destroys
      * this one's output.
           MOVE "ENLIST" TO SPQ-PROGRAM.
           MOVE "ENLEXLST.DAT" TO SPQ-REPORT-FILE.
           MOVE WS-TERM-LABEL TO SPQ-TERM.
           MOVE WS-OPERATOR TO SPQ-OPERATOR.
           MOVE PG-RUN-STAMP TO SPQ-STAMP.
           CALL "SPOOLSAV" USING SPOOL-REQ.
           IF SPQ-REPLY = "Y"
               DISPLAY "REPORT SPOOLED AS " SPQ-MEMBER
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "ENLIST" TO ALR-PROGRAM.
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
