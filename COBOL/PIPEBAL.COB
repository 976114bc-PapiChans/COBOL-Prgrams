      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Term pipeline balancing - one report across the
      *          whole grading chain instead of each program checking
      *          only its own neighbour. Mode 1 counts the students
      *          at every stage for a term: on the registrar's roster
      *          (ENROLL.DAT), enrolled on the student master, graded
      *          (SORTD.DAT), final grade posted by FINALGRD, sent in
      *          REGXPORT's upload (REGUPLD.DAT, or already accepted),
      *          accepted by REGACK, and archived into STUDHIST.DAT
      *          by TERMEND - then lists every student who drops out
      *          or turns up between two neighbouring stages.
      *          Breaks for students the master shows withdrawn, on
      *          leave or incomplete explain themselves; any other
      *          break stays unexplained until someone records why
      *          with mode 2 (BALEXPL.DAT). Written to PIPEBAL.DAT
      *          and filed on the report spool. TERMCLSE runs mode 1
      *          before its first step and again before it goes past
      *          REGXPORT, handing the term over in PIPE-BAL-AREA
      *          (see BALREQ.CPY), and will not continue while
      *          unexplained breaks remain. A stage no student has
      *          reached yet has not run and its break is not checked.
      *          Acceptance comes from the master's posted flag, which
      *          TERMEND's close-out clears, so every run before the
      *          close-out keeps its stage flags in PIPESTG.DAT and a
      *          run after it takes the accepted stage from there.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIPEBAL IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLL-IN ASSIGN TO "ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENR-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
      * The graded file SORTP leaves behind.
           SELECT SORTD ASSIGN TO "SORTD.DAT"
               FILE STATUS IS WS-SD-STATUS.
           SELECT UPLOAD-IN ASSIGN TO "REGUPLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UPL-STATUS.
           SELECT STUDHIST ASSIGN TO "STUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-HS-STATUS.
      * Recorded explanations (see BALEXPL.CPY) - read by mode 1,
      * appended to by mode 2.
           SELECT EXPL-IN ASSIGN TO "BALEXPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BXP-STATUS.
           SELECT EXPL-OUT ASSIGN TO "BALEXPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BXP-STATUS.
      * Stage flags as of the last run before the close-out.
           SELECT STAGE-IN ASSIGN TO "PIPESTG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.
           SELECT STAGE-OUT ASSIGN TO "PIPESTG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PST-STATUS.
           SELECT RECORD-OUT ASSIGN TO "PIPEBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ENROLL-LINE.
       01  ENROLL-LINE PIC X(41).

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  SORTD
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SORTD-REC.
       01  SORTD-REC.
           02 STD-NO-S PIC X(10).
           02 STD-NME-S PIC X(15).
           02 STD-GDE-S PIC 9(3).
           02 STD-CRS-S PIC X(5).

       FD  UPLOAD-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS UPLOAD-LINE.
       01  UPLOAD-LINE PIC X(50).

       FD  STUDHIST
           LABEL RECORDS ARE STANDARD.
           COPY "STUDHIST.CPY".

       FD  EXPL-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXPL-LINE-IN.
       01  EXPL-LINE-IN PIC X(82).

       FD  EXPL-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXPL-LINE-OUT.
       01  EXPL-LINE-OUT PIC X(82).

       FD  STAGE-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STAGE-LINE-IN.
       01  STAGE-LINE-IN PIC X(30).

       FD  STAGE-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STAGE-LINE-OUT.
       01  STAGE-LINE-OUT PIC X(30).

       FD  RECORD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PRINT-REC.
       01  PRINT-REC PIC X(100).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Registrar roster and explanation records (see ENROLL.CPY and
      * BALEXPL.CPY).
       COPY "ENROLL.CPY".
       COPY "BALEXPL.CPY".

      * Upload header and detail - the same framing REGXPORT writes.
       01  UPL-HEADER.
           02 UPH-TYPE PIC X.
           02 UPH-SOURCE PIC X(10).
           02 UPH-TERM PIC X(13).
           02 UPH-DATE PIC X(8).
       01  UPL-DETAIL.
           02 UPD-TYPE PIC X.
           02 UPD-STD-NO PIC X(10).
           02 UPD-STD-NM PIC X(25).
           02 UPD-GRADE PIC 9(3).
           02 UPD-REMARKS PIC X(6).

      * Saved stage flags - term, student, one flag per stage.
       01  PIPE-STAGE-REC.
           02 PST-TERM PIC X(13).
           02 PST-STD-NO PIC X(10).
           02 PST-STAGES.
              03 PST-IN OCCURS 7 TIMES PIC X.

       01  WS-ENR-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-SD-STATUS PIC XX VALUE "00".
       01  WS-UPL-STATUS PIC XX VALUE "00".
       01  WS-HS-STATUS PIC XX VALUE "00".
       01  WS-BXP-STATUS PIC XX VALUE "00".
       01  WS-PST-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".

      * Run answers.
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-CALLED PIC X VALUE "N".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-SCH-YEAR PIC X(9) VALUE SPACES.
       01  WS-SEMESTER PIC X(1) VALUE SPACES.

      * Term calendar look-up by label (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".

      * Term hand-off from TERMCLSE (see BALREQ.CPY).
       COPY "BALREQ.CPY".

      * Every student seen at any stage, with a Y in the position of
      * each stage the student reached.
       01  WS-PL-USED PIC 999 VALUE 0.
       01  WS-PL-TABLE.
           02 WS-PL-ENTRY OCCURS 999 TIMES.
              03 WS-PL-STD-NO PIC X(10).
              03 WS-PL-NAME PIC X(25).
              03 WS-PL-STATUS PIC X.
              03 WS-PL-STAGES.
                 04 WS-PL-IN OCCURS 7 TIMES PIC X.
       01  K PIC 999 VALUE 0.
       01  WS-PL-HIT PIC 999 VALUE 0.
       01  WS-FIND-ADD PIC X VALUE "N".
       01  WS-FIND-STD-NO PIC X(10) VALUE SPACES.
       01  WS-PL-FULL PIC X VALUE "N".

      * The stages, in pipeline order - the long form for the count
      * lines and the short form for the break lines.
       01  WS-STAGE-DESCS.
           02 FILLER PIC X(40) VALUE
              "ON REGISTRAR ROSTER (ENROLL.DAT)".
           02 FILLER PIC X(40) VALUE
              "ENROLLED ON STUDENT MASTER".
           02 FILLER PIC X(40) VALUE
              "GRADED (SORTD.DAT)".
           02 FILLER PIC X(40) VALUE
              "FINAL GRADE POSTED (FINALGRD)".
           02 FILLER PIC X(40) VALUE
              "SENT TO REGISTRAR (REGUPLD.DAT)".
           02 FILLER PIC X(40) VALUE
              "ACCEPTED BY REGISTRAR (REGACK)".
           02 FILLER PIC X(40) VALUE
              "ARCHIVED TO STUDHIST.DAT (TERMEND)".
       01  WS-STAGE-DESC-TABLE REDEFINES WS-STAGE-DESCS.
           02 WS-STAGE-DESC OCCURS 7 TIMES PIC X(40).
       01  WS-STAGE-SHORTS.
           02 FILLER PIC X(8) VALUE "ROSTER".
           02 FILLER PIC X(8) VALUE "MASTER".
           02 FILLER PIC X(8) VALUE "GRADED".
           02 FILLER PIC X(8) VALUE "FINAL".
           02 FILLER PIC X(8) VALUE "SENT".
           02 FILLER PIC X(8) VALUE "ACCEPTED".
           02 FILLER PIC X(8) VALUE "ARCHIVED".
       01  WS-STAGE-SHORT-TABLE REDEFINES WS-STAGE-SHORTS.
           02 WS-STAGE-SHORT OCCURS 7 TIMES PIC X(8).
       01  WS-STAGE-CNTS.
           02 WS-STAGE-CNT OCCURS 7 TIMES PIC 9(5).
       01  G PIC 9 VALUE 0.
       01  G2 PIC 9 VALUE 0.

      * What the optional files said.
       01  WS-SD-FOUND PIC X VALUE "N".
       01  WS-UPL-STATE PIC X VALUE "M".
       01  WS-UPL-TERM PIC X(13) VALUE SPACES.
       01  WS-ARCHIVED PIC X VALUE "N".
       01  WS-SNAP-FOUND PIC X VALUE "N".

      * Explanations on file for this term - a later line for the
      * same student and break replaces an earlier one.
       01  WS-XP-USED PIC 999 VALUE 0.
       01  WS-XP-TABLE.
           02 WS-XP-ENTRY OCCURS 500 TIMES.
              03 WS-XP-STD-NO PIC X(10).
              03 WS-XP-GAP PIC 9.
              03 WS-XP-REASON PIC X(30).
       01  X PIC 999 VALUE 0.
       01  WS-XP-HIT PIC 999 VALUE 0.

      * Break totals - per break while it is listed, and for the run.
       01  WS-GAP-OUT PIC 9(5) VALUE 0.
       01  WS-GAP-IN PIC 9(5) VALUE 0.
       01  WS-GAP-EXPL PIC 9(5) VALUE 0.
       01  WS-BRK-CNT PIC 9(5) VALUE 0.
       01  WS-EXPL-CNT PIC 9(5) VALUE 0.
       01  WS-OPEN-CNT PIC 9(5) VALUE 0.
       01  WS-REASON PIC X(30) VALUE SPACES.

      * Mode 2 answers.
       01  WS-EXP-STD-NO PIC X(10) VALUE SPACES.
       01  WS-EXP-GAP PIC X VALUE SPACES.
       01  WS-EXP-REASON PIC X(30) VALUE SPACES.
       01  WS-EXP-CNT PIC 999 VALUE 0.
       01  WS-EXP-DONE PIC X VALUE "N".

      * Report spool request block (see SPOOLREQ.CPY).
       COPY "SPOOLREQ.CPY".

      * Standard page handling (see PAGEHDG.CPY).
       COPY "PAGEHDG.CPY".

       01  NOTE-LINE.
           02 FILLER PIC X(4) VALUE "*** ".
           02 NL-TEXT PIC X(70).
       01  STAGE-HDG.
           02 FILLER PIC X(6) VALUE "STAGE".
           02 FILLER PIC X(42) VALUE SPACES.
           02 FILLER PIC X(8) VALUE "STUDENTS".
       01  STAGE-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 SL-STAGE PIC 9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 SL-DESC PIC X(40).
           02 FILLER PIC X(5) VALUE SPACES.
           02 SL-CNT PIC ZZZZ9.
       01  GAP-HDG.
           02 FILLER PIC X(6) VALUE "BREAK ".
           02 GH-GAP PIC 9.
           02 FILLER PIC X(2) VALUE ": ".
           02 GH-FROM PIC X(8).
           02 FILLER PIC X(4) VALUE " TO ".
           02 GH-TO PIC X(8).
       01  GAP-SKIP-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GS-TEXT PIC X(70).
       01  GAP-COL-HDG.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(11) VALUE "STUDENT".
           02 FILLER PIC X(26) VALUE "NAME".
           02 FILLER PIC X(23) VALUE "WHERE".
           02 FILLER PIC X(30) VALUE "EXPLANATION".
       01  DTL-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 DTL-STD-NO PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DTL-NAME PIC X(25).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DTL-WHERE PIC X(22).
           02 FILLER PIC X(1) VALUE SPACES.
           02 DTL-REASON PIC X(30).
       01  GAP-TOT-LINE.
           02 FILLER PIC X(2) VALUE SPACES.
           02 GT-OUT PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE " DROPPED,  ".
           02 GT-IN PIC ZZZZ9.
           02 FILLER PIC X(11) VALUE " TURNED UP,".
           02 GT-EXPL PIC ZZZZ9.
           02 FILLER PIC X(10) VALUE " EXPLAINED".
       01  TOT-LINE.
           02 FILLER PIC X(14) VALUE "TOTAL BREAKS: ".
           02 TL-BREAKS PIC ZZZZ9.
           02 FILLER PIC X(13) VALUE "  EXPLAINED: ".
           02 TL-EXPL PIC ZZZZ9.
           02 FILLER PIC X(15) VALUE "  UNEXPLAINED: ".
           02 TL-OPEN PIC ZZZZ9.
       01  BAL-LINE.
           02 BL-TEXT PIC X(70).

      * Run-log record (see AUDITLOG.CPY).
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
           PERFORM ASK-ANSWERS-RTN.
           PERFORM GET-TERM-RTN.
           IF WS-OUTCOME = "COMPLETED"
               IF WS-MODE = 2
                   PERFORM EXPLAIN-RTN
               ELSE
                   PERFORM BALANCE-RTN
               END-IF
           END-IF.
      * TERMCLSE reads back whether the report ran and how many
      * breaks nobody has explained.
           IF WS-CALLED = "Y"
               MOVE WS-OPEN-CNT TO PBA-UNEXPLAINED
               IF WS-OUTCOME(1:9) = "COMPLETED"
                   MOVE "Y" TO PBA-REPLY
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       ASK-ANSWERS-RTN.
      * Run from TERMCLSE the term and operator come in the hand-off
      * area and nothing is asked.
           IF PBA-TERM NOT = SPACES AND PBA-TERM NOT = LOW-VALUES
               MOVE "Y" TO WS-CALLED
               MOVE 1 TO WS-MODE
               MOVE PBA-TERM TO WS-TERM-LABEL
               MOVE PBA-OPERATOR TO WS-OPERATOR
               MOVE "N" TO PBA-REPLY
               MOVE 0 TO PBA-UNEXPLAINED
           ELSE
      * The LABMENU sign-on already verified who this is - only
      * prompt when the program is run standalone.
               IF SGN-OPR-ID NOT = SPACES
                   AND SGN-OPR-ID NOT = LOW-VALUES
                   MOVE SGN-OPR-ID TO WS-OPERATOR
               ELSE
                   DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
                   ACCEPT WS-OPERATOR
               END-IF
               DISPLAY "MODE - 1=BALANCING REPORT  2=EXPLAIN A BREAK: "
               ACCEPT WS-MODE
               IF WS-MODE NOT = 2
                   MOVE 1 TO WS-MODE
               END-IF
               DISPLAY "TERM LABEL (E.G. 2025-2026/1): "
               ACCEPT WS-TERM-LABEL
           END-IF.

       GET-TERM-RTN.
      * The calendar's spelling of the label tags the report and the
      * explanations; its school year and semester find the term's
      * history records.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
                   MOVE TKQ-SCH-YEAR TO WS-SCH-YEAR
                   MOVE TKQ-SEMESTER TO WS-SEMESTER
               WHEN "X"
                   DISPLAY "TERM MASTER NOT FOUND - SET UP THE TERM"
                       " CALENDAR WITH TERMMNT FIRST"
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
               WHEN OTHER
                   DISPLAY "NOT A TERM ON THE CALENDAR - "
                       WS-TERM-LABEL
                   MOVE "ABORTED-BAD-TERM" TO WS-OUTCOME
           END-EVALUATE.

       BALANCE-RTN.
      * The roster and the master are the ends everything balances
      * to; the other stages are simply empty when their file is
      * missing, and the report says so.
           PERFORM LOAD-ROSTER-RTN.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM LOAD-MASTER-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM LOAD-GRADED-RTN
               PERFORM LOAD-UPLOAD-RTN
               PERFORM LOAD-HISTORY-RTN
               IF WS-ARCHIVED = "Y"
                   PERFORM LOAD-SNAPSHOT-RTN
               ELSE
                   PERFORM SAVE-SNAPSHOT-RTN
               END-IF
               PERFORM LOAD-EXPLAIN-RTN
               PERFORM COUNT-STAGES-RTN
               PERFORM PRINT-REPORT-RTN
               IF WS-OPEN-CNT > 0
                   MOVE "COMPLETED-BREAKS" TO WS-OUTCOME
               END-IF
           END-IF.

       FIND-RTN.
      * Locates WS-FIND-STD-NO in the pipeline table, adding it when
      * WS-FIND-ADD is "Y" and there is room.
           MOVE 0 TO WS-PL-HIT.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-PL-USED OR WS-PL-HIT > 0
               IF WS-PL-STD-NO(K) = WS-FIND-STD-NO
                   MOVE K TO WS-PL-HIT
               END-IF
           END-PERFORM.
           IF WS-PL-HIT = 0 AND WS-FIND-ADD = "Y"
               IF WS-PL-USED < 999
                   ADD 1 TO WS-PL-USED
                   MOVE SPACES TO WS-PL-ENTRY(WS-PL-USED)
                   MOVE WS-FIND-STD-NO TO WS-PL-STD-NO(WS-PL-USED)
                   MOVE WS-PL-USED TO WS-PL-HIT
               ELSE
                   MOVE "Y" TO WS-PL-FULL
               END-IF
           END-IF.

       LOAD-ROSTER-RTN.
           MOVE "Y" TO WS-FIND-ADD.
           OPEN INPUT ENROLL-IN.
           IF WS-ENR-STATUS NOT = "00"
               DISPLAY "ENROLL.DAT NOT FOUND - RUN ENRRECON'S IMPORT"
                   " FIRST"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ENROLL-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE ENROLL-LINE TO ENROLL-REC
                           IF ENR-STD-NO NOT = SPACES
                               MOVE ENR-STD-NO TO WS-FIND-STD-NO
                               PERFORM FIND-RTN
                               IF WS-PL-HIT > 0
                                   MOVE ENR-STD-NM
                                       TO WS-PL-NAME(WS-PL-HIT)
                                   MOVE "Y"
                                       TO WS-PL-IN(WS-PL-HIT, 1)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLL-IN
           END-IF.

       LOAD-MASTER-RTN.
      * Only master records that reached a stage this term join the
      * table - a long-withdrawn student with nothing posted is not
      * part of the pipeline.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE "NO" TO WS-EOF
               MOVE LOW-VALUES TO SM-STD-NO
               START STUDMAS KEY IS NOT < SM-STD-NO
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDMAS NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM MASTER-STAGES-RTN
                   END-READ
               END-PERFORM
               CLOSE STUDMAS
           END-IF.

       MASTER-STAGES-RTN.
           MOVE SM-STD-NO TO WS-FIND-STD-NO.
           IF SM-ENROLLED OR SM-FINAL-GRADE > 0
               OR SM-REG-POSTED = "Y"
               MOVE "Y" TO WS-FIND-ADD
           ELSE
               MOVE "N" TO WS-FIND-ADD
           END-IF.
           PERFORM FIND-RTN.
           IF WS-PL-HIT > 0
               IF WS-PL-NAME(WS-PL-HIT) = SPACES
                   MOVE SM-STD-NM TO WS-PL-NAME(WS-PL-HIT)
               END-IF
               MOVE SM-STATUS TO WS-PL-STATUS(WS-PL-HIT)
               IF SM-ENROLLED
                   MOVE "Y" TO WS-PL-IN(WS-PL-HIT, 2)
               END-IF
               IF SM-FINAL-GRADE > 0
                   MOVE "Y" TO WS-PL-IN(WS-PL-HIT, 4)
               END-IF
      * Accepted means it was sent, even when a REGXPORT re-run has
      * since left it out of the upload file.
               IF SM-REG-POSTED = "Y"
                   MOVE "Y" TO WS-PL-IN(WS-PL-HIT, 5)
                   MOVE "Y" TO WS-PL-IN(WS-PL-HIT, 6)
               END-IF
           END-IF.

       LOAD-GRADED-RTN.
           MOVE "Y" TO WS-FIND-ADD.
           OPEN INPUT SORTD.
           IF WS-SD-STATUS = "00"
               MOVE "Y" TO WS-SD-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ SORTD AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF STD-NO-S NOT = SPACES
                               MOVE STD-NO-S TO WS-FIND-STD-NO
                               PERFORM FIND-RTN
                               IF WS-PL-HIT > 0
                                   IF WS-PL-NAME(WS-PL-HIT) = SPACES
                                       MOVE STD-NME-S
                                           TO WS-PL-NAME(WS-PL-HIT)
                                   END-IF
                                   MOVE "Y"
                                       TO WS-PL-IN(WS-PL-HIT, 3)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SORTD
           END-IF.

       LOAD-UPLOAD-RTN.
      * Only an upload built for this term counts - its header says
      * which term that was.
           MOVE "Y" TO WS-FIND-ADD.
           MOVE "M" TO WS-UPL-STATE.
           OPEN INPUT UPLOAD-IN.
           IF WS-UPL-STATUS = "00"
               MOVE "Y" TO WS-UPL-STATE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ UPLOAD-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM UPLOAD-LINE-RTN
                   END-READ
               END-PERFORM
               CLOSE UPLOAD-IN
           END-IF.

       UPLOAD-LINE-RTN.
           EVALUATE UPLOAD-LINE(1:1)
               WHEN "H"
                   MOVE UPLOAD-LINE TO UPL-HEADER
                   IF UPH-TERM NOT = WS-TERM-LABEL
                       MOVE "O" TO WS-UPL-STATE
                       MOVE UPH-TERM TO WS-UPL-TERM
                       MOVE "YES" TO WS-EOF
                   END-IF
               WHEN "D"
                   MOVE UPLOAD-LINE TO UPL-DETAIL
                   MOVE UPD-STD-NO TO WS-FIND-STD-NO
                   PERFORM FIND-RTN
                   IF WS-PL-HIT > 0
                       IF WS-PL-NAME(WS-PL-HIT) = SPACES
                           MOVE UPD-STD-NM TO WS-PL-NAME(WS-PL-HIT)
                       END-IF
                       MOVE "Y" TO WS-PL-IN(WS-PL-HIT, 5)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-HISTORY-RTN.
      * After the close-out the final grade lives on in the history
      * record, so it still counts as posted.
           MOVE "Y" TO WS-FIND-ADD.
           OPEN INPUT STUDHIST.
           IF WS-HS-STATUS = "00"
               MOVE "NO" TO WS-EOF
               MOVE LOW-VALUES TO HS-KEY
               START STUDHIST KEY IS NOT < HS-KEY
                   INVALID KEY MOVE "YES" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDHIST NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           IF HS-SCH-YEAR = WS-SCH-YEAR
                               AND HS-SEMESTER = WS-SEMESTER
                               PERFORM HISTORY-STAGES-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDHIST
           END-IF.

       HISTORY-STAGES-RTN.
           MOVE "Y" TO WS-ARCHIVED.
           MOVE HS-STD-NO TO WS-FIND-STD-NO.
           PERFORM FIND-RTN.
           IF WS-PL-HIT > 0
               IF WS-PL-NAME(WS-PL-HIT) = SPACES
                   MOVE HS-STD-NM TO WS-PL-NAME(WS-PL-HIT)
               END-IF
               MOVE "Y" TO WS-PL-IN(WS-PL-HIT, 7)
               IF HS-FINAL-GRADE > 0
                   MOVE "Y" TO WS-PL-IN(WS-PL-HIT, 4)
               END-IF
           END-IF.

       SAVE-SNAPSHOT-RTN.
      * Until the close-out the master still knows who was accepted
      * - keep that for the run that comes after it.
           OPEN OUTPUT STAGE-OUT.
           IF WS-PST-STATUS = "00"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PL-USED
                   MOVE WS-TERM-LABEL TO PST-TERM
                   MOVE WS-PL-STD-NO(K) TO PST-STD-NO
                   MOVE WS-PL-STAGES(K) TO PST-STAGES
                   MOVE PIPE-STAGE-REC TO STAGE-LINE-OUT
                   WRITE STAGE-LINE-OUT
               END-PERFORM
               CLOSE STAGE-OUT
           END-IF.

       LOAD-SNAPSHOT-RTN.
      * Closed out - sent and accepted come back from the last run
      * made before TERMEND cleared them, if it was for this term.
           MOVE "Y" TO WS-FIND-ADD.
           OPEN INPUT STAGE-IN.
           IF WS-PST-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ STAGE-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE STAGE-LINE-IN TO PIPE-STAGE-REC
                           IF PST-TERM = WS-TERM-LABEL
                               PERFORM SNAPSHOT-STAGES-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAGE-IN
           END-IF.

       SNAPSHOT-STAGES-RTN.
           MOVE "Y" TO WS-SNAP-FOUND.
           MOVE PST-STD-NO TO WS-FIND-STD-NO.
           PERFORM FIND-RTN.
           IF WS-PL-HIT > 0
               IF PST-IN(5) = "Y"
                   MOVE "Y" TO WS-PL-IN(WS-PL-HIT, 5)
               END-IF
               IF PST-IN(6) = "Y"
                   MOVE "Y" TO WS-PL-IN(WS-PL-HIT, 6)
               END-IF
           END-IF.

       LOAD-EXPLAIN-RTN.
           MOVE 0 TO WS-XP-USED.
           OPEN INPUT EXPL-IN.
           IF WS-BXP-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ EXPL-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE EXPL-LINE-IN TO BAL-EXPLAIN-REC
                           IF BXP-TERM = WS-TERM-LABEL
                               PERFORM KEEP-EXPLAIN-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXPL-IN
           END-IF.

       KEEP-EXPLAIN-RTN.
           MOVE BXP-STD-NO TO WS-FIND-STD-NO.
           MOVE BXP-GAP TO G.
           PERFORM FIND-EXPLAIN-RTN.
           IF WS-XP-HIT = 0 AND WS-XP-USED < 500
               ADD 1 TO WS-XP-USED
               MOVE WS-XP-USED TO WS-XP-HIT
               MOVE BXP-STD-NO TO WS-XP-STD-NO(WS-XP-HIT)
               MOVE BXP-GAP TO WS-XP-GAP(WS-XP-HIT)
           END-IF.
           IF WS-XP-HIT > 0
               MOVE BXP-REASON TO WS-XP-REASON(WS-XP-HIT)
           END-IF.

       FIND-EXPLAIN-RTN.
           MOVE 0 TO WS-XP-HIT.
           PERFORM VARYING X FROM 1 BY 1
                   UNTIL X > WS-XP-USED OR WS-XP-HIT > 0
               IF WS-XP-STD-NO(X) = WS-FIND-STD-NO
                   AND WS-XP-GAP(X) = G
                   MOVE X TO WS-XP-HIT
               END-IF
           END-PERFORM.

       COUNT-STAGES-RTN.
           MOVE ZEROS TO WS-STAGE-CNTS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PL-USED
               PERFORM VARYING G FROM 1 BY 1 UNTIL G > 7
                   IF WS-PL-IN(K, G) = "Y"
                       ADD 1 TO WS-STAGE-CNT(G)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-REPORT-RTN.
           MOVE "TERM PIPELINE BALANCING" TO PG-TITLE.
           OPEN OUTPUT RECORD-OUT.
           MOVE WS-TERM-LABEL TO PG-TERM.
           MOVE FUNCTION CURRENT-DATE TO PG-CURDATE.
           STRING PG-CURDATE(1:4) "-" PG-CURDATE(5:2) "-"
                  PG-CURDATE(7:2) " " PG-CURDATE(9:2) ":"
                  PG-CURDATE(11:2) ":" PG-CURDATE(13:2)
               DELIMITED BY SIZE INTO PG-RUN-STAMP.
           PERFORM NEW-PAGE-RTN.
           PERFORM NOTES-RTN.
           WRITE PRINT-REC FROM STAGE-HDG AFTER 2 LINES.
           ADD 2 TO PG-LINE-CNT.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 7
               MOVE G TO SL-STAGE
               MOVE WS-STAGE-DESC(G) TO SL-DESC
               MOVE WS-STAGE-CNT(G) TO SL-CNT
               WRITE PRINT-REC FROM STAGE-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           END-PERFORM.
           MOVE 0 TO WS-BRK-CNT WS-EXPL-CNT WS-OPEN-CNT.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 6
               PERFORM GAP-RTN
           END-PERFORM.
           MOVE WS-BRK-CNT TO TL-BREAKS.
           MOVE WS-EXPL-CNT TO TL-EXPL.
           MOVE WS-OPEN-CNT TO TL-OPEN.
           WRITE PRINT-REC FROM TOT-LINE AFTER 2 LINES.
           IF WS-OPEN-CNT = 0
               MOVE "PIPELINE BALANCES - NO UNEXPLAINED BREAKS"
                   TO BL-TEXT
           ELSE
               MOVE SPACES TO BL-TEXT
               STRING "OUT OF BALANCE - FIX OR EXPLAIN EVERY"
                      " UNEXPLAINED BREAK" DELIMITED BY SIZE
                   INTO BL-TEXT
           END-IF.
           WRITE PRINT-REC FROM BAL-LINE AFTER 1 LINE.
           MOVE WS-BRK-CNT TO PG-END-CNT.
           WRITE PRINT-REC FROM PG-END-LINE AFTER 1 LINE.
           CLOSE RECORD-OUT.
           PERFORM SPOOL-RTN.
           DISPLAY "BALANCING REPORT IN PIPEBAL.DAT - " WS-BRK-CNT
               " BREAK(S), " WS-OPEN-CNT " UNEXPLAINED".

       NOTES-RTN.
      * Anything that makes a stage's count less than the whole
      * story goes at the top of the report.
           IF WS-PL-FULL = "Y"
               MOVE "OVER 999 STUDENTS IN THE PIPELINE - SOME LEFT OUT"
                   TO NL-TEXT
               PERFORM NOTE-OUT-RTN
           END-IF.
           IF WS-SD-FOUND = "N"
               MOVE "SORTD.DAT NOT FOUND - NOBODY COUNTS AS GRADED"
                   TO NL-TEXT
               PERFORM NOTE-OUT-RTN
           END-IF.
           IF WS-UPL-STATE = "M"
               MOVE "REGUPLD.DAT NOT FOUND - ONLY ACCEPTED ONES SENT"
                   TO NL-TEXT
               PERFORM NOTE-OUT-RTN
           END-IF.
           IF WS-UPL-STATE = "O"
               MOVE SPACES TO NL-TEXT
               STRING "REGUPLD.DAT IS FOR TERM " WS-UPL-TERM
                      " - NOT COUNTED" DELIMITED BY SIZE
                   INTO NL-TEXT
               PERFORM NOTE-OUT-RTN
           END-IF.
           IF WS-ARCHIVED = "Y" AND WS-SNAP-FOUND = "Y"
               MOVE "TERM CLOSED OUT - ACCEPTANCES AS OF THE LAST RUN"
                   TO NL-TEXT
               PERFORM NOTE-OUT-RTN
           END-IF.
           IF WS-ARCHIVED = "Y" AND WS-SNAP-FOUND = "N"
               MOVE "TERM CLOSED OUT - TERMEND CLEARED THE ACCEPTANCES"
                   TO NL-TEXT
               PERFORM NOTE-OUT-RTN
           END-IF.

       NOTE-OUT-RTN.
           WRITE PRINT-REC FROM NOTE-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       GAP-RTN.
      * Break G lies between stage G and stage G + 1. A stage nobody
      * has reached yet has simply not run (no acceptances back
      * from the registrar, no close-out) and is not checked.
           COMPUTE G2 = G + 1.
           MOVE G TO GH-GAP.
           MOVE WS-STAGE-SHORT(G) TO GH-FROM.
           MOVE WS-STAGE-SHORT(G2) TO GH-TO.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM GAP-HDG AFTER 2 LINES.
           ADD 2 TO PG-LINE-CNT.
           IF WS-STAGE-CNT(G2) = 0
               MOVE SPACES TO GS-TEXT
               STRING "NOT CHECKED - NOBODY AT STAGE " G2 " ("
                          DELIMITED BY SIZE
                      WS-STAGE-SHORT(G2) DELIMITED BY SPACE
                      ") YET" DELIMITED BY SIZE
                   INTO GS-TEXT
               WRITE PRINT-REC FROM GAP-SKIP-LINE AFTER 1 LINE
               ADD 1 TO PG-LINE-CNT
           ELSE
               PERFORM GAP-LIST-RTN
           END-IF.

       GAP-LIST-RTN.
           MOVE 0 TO WS-GAP-OUT WS-GAP-IN WS-GAP-EXPL.
           WRITE PRINT-REC FROM GAP-COL-HDG AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PL-USED
               IF WS-PL-IN(K, G) NOT = WS-PL-IN(K, G2)
                   PERFORM BREAK-LINE-RTN
               END-IF
           END-PERFORM.
           MOVE WS-GAP-OUT TO GT-OUT.
           MOVE WS-GAP-IN TO GT-IN.
           MOVE WS-GAP-EXPL TO GT-EXPL.
           WRITE PRINT-REC FROM GAP-TOT-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       BREAK-LINE-RTN.
      * One student present on one side of the break and not the
      * other - a student the master shows as having left explains
      * itself, anything else needs a recorded reason.
           ADD 1 TO WS-BRK-CNT.
           MOVE SPACES TO DTL-WHERE.
           IF WS-PL-IN(K, G) = "Y"
               ADD 1 TO WS-GAP-OUT
               STRING WS-STAGE-SHORT(G) DELIMITED BY SPACE
                      ", NOT " DELIMITED BY SIZE
                      WS-STAGE-SHORT(G2) DELIMITED BY SPACE
                   INTO DTL-WHERE
           ELSE
               ADD 1 TO WS-GAP-IN
               STRING WS-STAGE-SHORT(G2) DELIMITED BY SPACE
                      ", NOT " DELIMITED BY SIZE
                      WS-STAGE-SHORT(G) DELIMITED BY SPACE
                   INTO DTL-WHERE
           END-IF.
           MOVE SPACES TO WS-REASON.
           EVALUATE WS-PL-STATUS(K)
               WHEN "W"
                   MOVE "WITHDRAWN ON THE MASTER" TO WS-REASON
               WHEN "L"
                   MOVE "ON LEAVE ON THE MASTER" TO WS-REASON
               WHEN "I"
                   MOVE "INCOMPLETE ON THE MASTER" TO WS-REASON
               WHEN "G"
                   MOVE "GRADUATED ON THE MASTER" TO WS-REASON
               WHEN OTHER
                   MOVE WS-PL-STD-NO(K) TO WS-FIND-STD-NO
                   PERFORM FIND-EXPLAIN-RTN
                   IF WS-XP-HIT > 0
                       MOVE WS-XP-REASON(WS-XP-HIT) TO WS-REASON
                   END-IF
           END-EVALUATE.
           IF WS-REASON = SPACES
               ADD 1 TO WS-OPEN-CNT
               MOVE "** UNEXPLAINED" TO DTL-REASON
           ELSE
               ADD 1 TO WS-EXPL-CNT WS-GAP-EXPL
               MOVE WS-REASON TO DTL-REASON
           END-IF.
           MOVE WS-PL-STD-NO(K) TO DTL-STD-NO.
           MOVE WS-PL-NAME(K) TO DTL-NAME.
           PERFORM PAGE-CHECK-RTN.
           WRITE PRINT-REC FROM DTL-LINE AFTER 1 LINE.
           ADD 1 TO PG-LINE-CNT.

       EXPLAIN-RTN.
      * Each explanation is appended; re-entering one for the same
      * student and break replaces it, and a blank reason takes it
      * back.
           MOVE 0 TO WS-EXP-CNT.
           MOVE "N" TO WS-EXP-DONE.
           PERFORM UNTIL WS-EXP-DONE = "Y"
               DISPLAY "STUDENT NUMBER (BLANK TO FINISH): "
               MOVE SPACES TO WS-EXP-STD-NO
               ACCEPT WS-EXP-STD-NO
               IF WS-EXP-STD-NO = SPACES
                   MOVE "Y" TO WS-EXP-DONE
               ELSE
                   PERFORM EXPLAIN-ONE-RTN
               END-IF
           END-PERFORM.
           DISPLAY WS-EXP-CNT " EXPLANATION(S) RECORDED FOR "
               WS-TERM-LABEL.
           MOVE "COMPLETED-EXPLAIN" TO WS-OUTCOME.

       EXPLAIN-ONE-RTN.
           DISPLAY "BREAK NUMBER - 1=ROSTER/MASTER 2=MASTER/GRADED"
               " 3=GRADED/FINAL".
           DISPLAY "  4=FINAL/SENT 5=SENT/ACCEPTED 6=ACCEPTED/"
               "ARCHIVED: ".
           ACCEPT WS-EXP-GAP.
           IF WS-EXP-GAP < "1" OR WS-EXP-GAP > "6"
               DISPLAY "BREAK MUST BE 1 TO 6 - NOT RECORDED"
           ELSE
               DISPLAY "REASON (BLANK TO WITHDRAW AN EXPLANATION): "
               MOVE SPACES TO WS-EXP-REASON
               ACCEPT WS-EXP-REASON
               MOVE WS-TERM-LABEL TO BXP-TERM
               MOVE WS-EXP-STD-NO TO BXP-STD-NO
               MOVE WS-EXP-GAP TO BXP-GAP
               MOVE WS-EXP-REASON TO BXP-REASON
               MOVE WS-OPERATOR TO BXP-OPERATOR
               MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
               MOVE WS-CUR-DATE(1:8) TO BXP-DATE
               MOVE BAL-EXPLAIN-REC TO EXPL-LINE-OUT
               OPEN EXTEND EXPL-OUT
               IF WS-BXP-STATUS = "35"
                   OPEN OUTPUT EXPL-OUT
               END-IF
               WRITE EXPL-LINE-OUT
               CLOSE EXPL-OUT
               ADD 1 TO WS-EXP-CNT
           END-IF.

       NEW-PAGE-RTN.
      * Standard page header (see PAGEHDG.CPY).
           ADD 1 TO PG-PAGE-NO.
           MOVE PG-PAGE-NO TO PG-PAGE-OUT.
           IF PG-PAGE-NO = 1
               WRITE PRINT-REC FROM PG-HDG-SCHOOL BEFORE 1 LINE
           ELSE
               WRITE PRINT-REC FROM PG-HDG-SCHOOL AFTER PAGE
           END-IF.
           WRITE PRINT-REC FROM PG-HDG-TITLE AFTER 1 LINE.
           WRITE PRINT-REC FROM PG-HDG-RUN AFTER 1 LINE.
           MOVE 3 TO PG-LINE-CNT.

       PAGE-CHECK-RTN.
           IF PG-LINE-CNT >= PG-LINES-PER-PAGE
               PERFORM NEW-PAGE-RTN
           END-IF.

       SPOOL-RTN.
      * File the just-written report on the spool (see SPOOLSAV).
           MOVE "PIPEBAL" TO SPQ-PROGRAM.
           MOVE "PIPEBAL.DAT" TO SPQ-REPORT-FILE.
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
           MOVE "PIPEBAL" TO ALR-PROGRAM.
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
