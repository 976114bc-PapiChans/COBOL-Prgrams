      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: One-time conversion of the grade ledger, absence and
      *          section assignment files from line sequential to
      *          indexed. Every program that used them loaded the
      *          whole file into a table capped at a few thousand
      *          lines and wrote it all back; they now read and update
      *          single records by key - GRDLEDGR.DAT on student +
      *          subject (see GRDLEDGR.CPY), ATTNDNC.DAT on student +
      *          session date (see ATTNDNC.CPY) and SECASSGN.DAT on
      *          student with the section as alternate key (see
      *          SECASSGN.CPY). Each file that does not already open
      *          indexed is read under its old line sequential layout
      *          and copied to a work file (LDGCONV.DAT, ATTCONV.DAT,
      *          ASGCONV.DAT - kept as the conversion-time backups),
      *          then reloaded into the indexed file. A line with a
      *          blank or repeated key cannot be loaded and goes to
      *          CONVREJ.DAT with the reason. The reload is then
      *          reconciled: lines read must equal lines loaded plus
      *          lines rejected, and a read-through of the new file
      *          must find every loaded record. A file already
      *          indexed is left alone, so a second run is harmless.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECONV IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT ATT-FILE ASSIGN TO "ATTNDNC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-NEW-STATUS.
           SELECT ASSIGN-FILE ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-NEW-STATUS.
      * The file being converted, opened under its old line
      * sequential layout - the indexed SELECTs above will not open
      * it.
           SELECT OLD-IN ASSIGN TO DYNAMIC WS-OLD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
      * Conversion work file - the old lines sit here between the
      * read-out and the reload, and stay behind as the backup.
           SELECT CONV-OUT ASSIGN TO DYNAMIC WS-CNV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-STATUS.
           SELECT CONV-IN ASSIGN TO DYNAMIC WS-CNV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-STATUS.
           SELECT REJ-OUT ASSIGN TO "CONVREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  ATT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ATTNDNC.CPY".

       FD  ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  OLD-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OLD-LINE.
       01  OLD-LINE PIC X(30).

       FD  CONV-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONV-LINE-OUT.
       01  CONV-LINE-OUT PIC X(30).

       FD  CONV-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONV-LINE-IN.
       01  CONV-LINE-IN PIC X(30).

       FD  REJ-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS REJ-LINE.
       01  REJ-LINE PIC X(60).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-NEW-STATUS PIC XX VALUE "00".
       01  WS-OLD-STATUS PIC XX VALUE "00".
       01  WS-CNV-STATUS PIC XX VALUE "00".
       01  WS-REJ-STATUS PIC XX VALUE "00".
       01  WS-OLD-FILENAME PIC X(40) VALUE SPACES.
       01  WS-CNV-FILENAME PIC X(40) VALUE SPACES.
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-ANS PIC X VALUE SPACES.
       01  WS-REJ-ON PIC X VALUE "N".

      * Which file is in hand - L = ledger, A = absences,
      * S = section assignments.
       01  WS-KIND PIC X VALUE SPACES.

      * Per-file reconciliation counts.
       01  WS-READ-CNT PIC 9(6) VALUE 0.
       01  WS-LOAD-CNT PIC 9(6) VALUE 0.
       01  WS-REJ-CNT PIC 9(6) VALUE 0.
       01  WS-IDX-CNT PIC 9(6) VALUE 0.
       01  WS-SUM-CNT PIC 9(6) VALUE 0.

      * Run totals - files converted and files that failed to
      * reconcile.
       01  WS-DONE-CNT PIC 9 VALUE 0.
       01  WS-BAD-CNT PIC 9 VALUE 0.

      * Rejected line - file, reason and the old line as read.
       01  REJ-DTL.
           02 RJ-FILE PIC X(12).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RJ-REASON PIC X(13).
           02 FILLER PIC X(1) VALUE SPACES.
           02 RJ-IMAGE PIC X(30).

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
           DISPLAY "CONVERT GRDLEDGR.DAT, ATTNDNC.DAT AND SECASSGN.DAT"
               " TO INDEXED FILES? (Y/N): ".
           ACCEPT WS-ANS.
           IF WS-ANS = "Y" OR WS-ANS = "y"
               MOVE "L" TO WS-KIND
               PERFORM CONVERT-FILE-RTN
               MOVE "A" TO WS-KIND
               PERFORM CONVERT-FILE-RTN
               MOVE "S" TO WS-KIND
               PERFORM CONVERT-FILE-RTN
               IF WS-REJ-ON = "Y"
                   CLOSE REJ-OUT
               END-IF
               EVALUATE TRUE
                   WHEN WS-BAD-CNT > 0
                       MOVE "ABORTED-BAD-COUNT" TO WS-OUTCOME
                   WHEN WS-DONE-CNT > 0
                       MOVE "COMPLETED-CONVERT" TO WS-OUTCOME
                   WHEN OTHER
                       MOVE "COMPLETED" TO WS-OUTCOME
               END-EVALUATE
               DISPLAY WS-DONE-CNT " FILE(S) CONVERTED, " WS-BAD-CNT
                   " FAILED TO RECONCILE"
           ELSE
               DISPLAY "CONVERSION CANCELLED"
               MOVE "CANCELLED" TO WS-OUTCOME
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CONVERT-FILE-RTN.
      * Refuse a file that already opens indexed, so the conversion
      * cannot be run twice by accident; a file not on hand at all
      * has nothing to convert either.
           EVALUATE WS-KIND
               WHEN "L"
                   MOVE "GRDLEDGR.DAT" TO WS-OLD-FILENAME
                   MOVE "LDGCONV.DAT" TO WS-CNV-FILENAME
               WHEN "A"
                   MOVE "ATTNDNC.DAT" TO WS-OLD-FILENAME
                   MOVE "ATTCONV.DAT" TO WS-CNV-FILENAME
               WHEN OTHER
                   MOVE "SECASSGN.DAT" TO WS-OLD-FILENAME
                   MOVE "ASGCONV.DAT" TO WS-CNV-FILENAME
           END-EVALUATE.
           PERFORM OPEN-NEW-INPUT-RTN.
           IF WS-NEW-STATUS = "00"
               PERFORM CLOSE-NEW-RTN
               DISPLAY WS-OLD-FILENAME(1:12) " ALREADY INDEXED -"
                   " NOTHING TO CONVERT"
           ELSE
               OPEN INPUT OLD-IN
               IF WS-OLD-STATUS NOT = "00"
                   DISPLAY "NO " WS-OLD-FILENAME(1:12) " ON HAND -"
                       " NOTHING TO CONVERT"
               ELSE
                   PERFORM COPY-OUT-RTN
                   PERFORM RELOAD-RTN
                   PERFORM RECONCILE-RTN
               END-IF
           END-IF.

       COPY-OUT-RTN.
      * Old lines out to the work file exactly as read.
           MOVE 0 TO WS-READ-CNT.
           OPEN OUTPUT CONV-OUT.
           MOVE "NO" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "YES"
               READ OLD-IN AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       WRITE CONV-LINE-OUT FROM OLD-LINE
                       ADD 1 TO WS-READ-CNT
               END-READ
           END-PERFORM.
           CLOSE OLD-IN CONV-OUT.

       RELOAD-RTN.
           MOVE 0 TO WS-LOAD-CNT.
           MOVE 0 TO WS-REJ-CNT.
           PERFORM OPEN-NEW-OUTPUT-RTN.
           OPEN INPUT CONV-IN.
           MOVE "NO" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "YES"
               READ CONV-IN AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       EVALUATE WS-KIND
                           WHEN "L"
                               PERFORM LOAD-LEDGER-RTN
                           WHEN "A"
                               PERFORM LOAD-ABSENCE-RTN
                           WHEN OTHER
                               PERFORM LOAD-ASSIGN-RTN
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CONV-IN.
           PERFORM CLOSE-NEW-RTN.

       LOAD-LEDGER-RTN.
           MOVE CONV-LINE-IN TO LEDGER-REC.
           IF LDG-STD-NO = SPACES
               MOVE "BLANK KEY" TO RJ-REASON
               PERFORM REJECT-RTN
           ELSE
               WRITE LEDGER-REC
                   INVALID KEY
                       MOVE "DUPLICATE KEY" TO RJ-REASON
                       PERFORM REJECT-RTN
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-CNT
               END-WRITE
           END-IF.

       LOAD-ABSENCE-RTN.
           MOVE CONV-LINE-IN TO ABSENCE-REC.
           IF ATT-STD-NO = SPACES
               MOVE "BLANK KEY" TO RJ-REASON
               PERFORM REJECT-RTN
           ELSE
               WRITE ABSENCE-REC
                   INVALID KEY
                       MOVE "DUPLICATE KEY" TO RJ-REASON
                       PERFORM REJECT-RTN
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-CNT
               END-WRITE
           END-IF.

       LOAD-ASSIGN-RTN.
           MOVE CONV-LINE-IN TO SECT-ASSIGN-REC.
           IF ASG-STD-NO = SPACES
               MOVE "BLANK KEY" TO RJ-REASON
               PERFORM REJECT-RTN
           ELSE
               WRITE SECT-ASSIGN-REC
                   INVALID KEY
                       MOVE "DUPLICATE KEY" TO RJ-REASON
                       PERFORM REJECT-RTN
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-CNT
               END-WRITE
           END-IF.

       REJECT-RTN.
           IF WS-REJ-ON = "N"
               OPEN EXTEND REJ-OUT
               IF WS-REJ-STATUS = "35"
                   OPEN OUTPUT REJ-OUT
               END-IF
               MOVE "Y" TO WS-REJ-ON
           END-IF.
           MOVE WS-OLD-FILENAME TO RJ-FILE.
           MOVE CONV-LINE-IN TO RJ-IMAGE.
           WRITE REJ-LINE FROM REJ-DTL.
           ADD 1 TO WS-REJ-CNT.

       RECONCILE-RTN.
      * Read the new file through and hold the counts against the
      * old one - nothing may go missing between the two.
           MOVE 0 TO WS-IDX-CNT.
           PERFORM OPEN-NEW-INPUT-RTN.
           IF WS-NEW-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   PERFORM READ-NEW-RTN
               END-PERFORM
               PERFORM CLOSE-NEW-RTN
           END-IF.
           COMPUTE WS-SUM-CNT = WS-LOAD-CNT + WS-REJ-CNT.
           IF WS-SUM-CNT = WS-READ-CNT AND WS-IDX-CNT = WS-LOAD-CNT
               ADD 1 TO WS-DONE-CNT
               DISPLAY WS-OLD-FILENAME(1:12) " CONVERTED - "
                   WS-READ-CNT " READ, " WS-LOAD-CNT " LOADED, "
                   WS-REJ-CNT " REJECTED"
               DISPLAY "  " WS-CNV-FILENAME(1:11)
                   " KEPT AS THE CONVERSION BACKUP"
               IF WS-REJ-CNT > 0
                   DISPLAY "  REJECTED LINES ARE IN CONVREJ.DAT"
               END-IF
           ELSE
               ADD 1 TO WS-BAD-CNT
               DISPLAY WS-OLD-FILENAME(1:12) " COUNT MISMATCH - "
                   WS-READ-CNT " READ, " WS-LOAD-CNT " LOADED, "
                   WS-REJ-CNT " REJECTED, " WS-IDX-CNT " ON FILE"
               DISPLAY "  OLD LINES ARE IN " WS-CNV-FILENAME(1:11)
           END-IF.

       OPEN-NEW-INPUT-RTN.
           EVALUATE WS-KIND
               WHEN "L"
                   OPEN INPUT LEDGER
               WHEN "A"
                   OPEN INPUT ATT-FILE
               WHEN OTHER
                   OPEN INPUT ASSIGN-FILE
           END-EVALUATE.

       OPEN-NEW-OUTPUT-RTN.
           EVALUATE WS-KIND
               WHEN "L"
                   OPEN OUTPUT LEDGER
               WHEN "A"
                   OPEN OUTPUT ATT-FILE
               WHEN OTHER
                   OPEN OUTPUT ASSIGN-FILE
           END-EVALUATE.

       READ-NEW-RTN.
           EVALUATE WS-KIND
               WHEN "L"
                   READ LEDGER NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END ADD 1 TO WS-IDX-CNT
                   END-READ
               WHEN "A"
                   READ ATT-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END ADD 1 TO WS-IDX-CNT
                   END-READ
               WHEN OTHER
                   READ ASSIGN-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END ADD 1 TO WS-IDX-CNT
                   END-READ
           END-EVALUATE.

       CLOSE-NEW-RTN.
           EVALUATE WS-KIND
               WHEN "L"
                   CLOSE LEDGER
               WHEN "A"
                   CLOSE ATT-FILE
               WHEN OTHER
                   CLOSE ASSIGN-FILE
           END-EVALUATE.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "FILECONV" TO ALR-PROGRAM.
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
