      *          with the detail count and summed grades so nothing
      *          dropped in transfer goes unnoticed. Ends the manual
      *          re-keying that has already produced grade
      *          discrepancies. Alongside it goes the held list
      *          (REGHOLD.DAT, same header/detail/trailer framing):
      *          every student the cashier has on clearance hold in
      *          ACCTMAST.DAT (see STUDACCT) with the balance due, so
      *          the registrar withholds their documents as well.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               FILE STATUS IS WS-SM-STATUS.
           SELECT UPLOAD-OUT ASSIGN TO "REGUPLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-STD-NO
               FILE STATUS IS WS-ACT-STATUS.
           SELECT HOLD-OUT ASSIGN TO "REGHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           DATA RECORD IS UPLOAD-LINE.
       01  UPLOAD-LINE PIC X(50).

       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ACCTMAST.CPY".

       FD  HOLD-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HOLD-LINE.
       01  HOLD-LINE PIC X(50).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       WORKING-STORAGE SECTION.
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".

      * Term calendar look-up (see TERMREQ.CPY).
       COPY "TERMREQ.CPY".
       01  WS-TERM-LABEL PIC X(13) VALUE SPACES.
       01  WS-TERM-OK PIC X VALUE "N".
       01  WS-DTL-CNT PIC 9(6) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(9) VALUE 0.
       01  WS-EXP-GRADE PIC 9(3) VALUE 0.
       01  WS-POSTED-CNT PIC 9(6) VALUE 0.
       01  WS-ACT-STATUS PIC XX VALUE "00".
       01  WS-ACT-ON PIC X VALUE "N".
       01  WS-HOLD-CNT PIC 9(6) VALUE 0.
       01  WS-HOLD-TOTAL PIC 9(9)V99 VALUE 0.
       01  WS-BALANCE PIC S9(7)V99 VALUE 0.

      * Registrar record layouts - record type in column 1.
       01  UPL-HEADER.
           02 UPT-DTL-CNT PIC 9(6).
           02 UPT-HASH PIC 9(9).

      * Held-list layouts - same framing; the trailer hash is the
      * summed balances due.
       01  HLD-DETAIL.
           02 HLD-TYPE PIC X VALUE "D".
           02 HLD-STD-NO PIC X(10).
           02 HLD-STD-NM PIC X(25).
           02 HLD-BALANCE PIC 9(7)V99.
           02 HLD-REASON PIC X(3).
       01  HLD-TRAILER.
           02 HLT-TYPE PIC X VALUE "T".
           02 HLT-DTL-CNT PIC 9(6).
           02 HLT-HASH PIC 9(9)V99.

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".

           END-IF.
           DISPLAY "TERM LABEL (E.G. 2025-2026/1): ".
           ACCEPT WS-TERM-LABEL.
           PERFORM CHECK-TERM-RTN.
           IF WS-TERM-OK = "N"
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               OPEN OUTPUT UPLOAD-OUT
               OPEN OUTPUT HOLD-OUT
      * No account file yet means nobody is on hold - the held list
      * still goes, header and trailer only.
               OPEN INPUT ACCT-FILE
               IF WS-ACT-STATUS = "00"
                   MOVE "Y" TO WS-ACT-ON
               END-IF
               PERFORM WRITE-HEADER-RTN
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDMAS NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           PERFORM WRITE-DETAIL-RTN
                           PERFORM WRITE-HOLD-RTN
                   END-READ
               END-PERFORM
               PERFORM WRITE-TRAILER-RTN
               CLOSE UPLOAD-OUT HOLD-OUT STUDMAS
               IF WS-ACT-ON = "Y"
                   CLOSE ACCT-FILE
               END-IF
               DISPLAY WS-DTL-CNT " DETAIL(S) IN REGUPLD.DAT, "
                   "HASH TOTAL " WS-HASH-TOTAL
               DISPLAY WS-HOLD-CNT " HELD STUDENT(S) IN REGHOLD.DAT"
               IF WS-POSTED-CNT > 0
                   DISPLAY WS-POSTED-CNT " ALREADY-POSTED STUDENT(S)"
                       " LEFT OUT"
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       CHECK-TERM-RTN.
      * The label must be a term on the calendar - it goes into
      * the upload header the registrar's intake matches on.
           MOVE "N" TO WS-TERM-OK.
           MOVE "LABL" TO TKQ-FUNC.
           MOVE WS-TERM-LABEL TO TKQ-LABEL.
           CALL "TERMCHK" USING TERM-CHK-REQ.
           EVALUATE TKQ-REPLY
               WHEN "Y"
                   MOVE TKQ-LABEL TO WS-TERM-LABEL
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

       WRITE-HEADER-RTN.
           MOVE WS-TERM-LABEL TO UPH-TERM.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO UPH-DATE.
           WRITE UPLOAD-LINE FROM UPL-HEADER.
           WRITE HOLD-LINE FROM UPL-HEADER.

       WRITE-DETAIL-RTN.
      * A student who left reports their status code to the
      * stay home - the registrar only takes posted grades. A
      * student already accepted by the registrar (REGACK marked
      * them posted) stays home too, so a re-run sends only what is
      * still outstanding. A graduate finished the term, so their
      * grade goes up like an enrolled student's.
           IF SM-REG-POSTED = "Y"
               ADD 1 TO WS-POSTED-CNT
           ELSE
           IF NOT SM-ENROLLED AND NOT SM-GRADUATED
               MOVE SM-STD-NO TO UPD-STD-NO
               MOVE SM-STD-NM TO UPD-STD-NM
               MOVE ZEROS TO UPD-GRADE
           MOVE WS-DTL-CNT TO UPT-DTL-CNT.
           MOVE WS-HASH-TOTAL TO UPT-HASH.
           WRITE UPLOAD-LINE FROM UPL-TRAILER.
           MOVE WS-HOLD-CNT TO HLT-DTL-CNT.
           MOVE WS-HOLD-TOTAL TO HLT-HASH.
           WRITE HOLD-LINE FROM HLD-TRAILER.

       WRITE-HOLD-RTN.
      * Every student on hold, posted or not - the hold is about
      * releasing documents, not about this term's grade.
           IF WS-ACT-ON = "Y"
               MOVE SM-STD-NO TO ACT-STD-NO
               READ ACCT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF ACT-ON-HOLD
                           COMPUTE WS-BALANCE = ACT-ASSESSED
                               + ACT-ADJ-DR - ACT-PAID - ACT-ADJ-CR
                           IF WS-BALANCE < 0
                               MOVE 0 TO WS-BALANCE
                           END-IF
                           MOVE SM-STD-NO TO HLD-STD-NO
                           MOVE SM-STD-NM TO HLD-STD-NM
                           MOVE WS-BALANCE TO HLD-BALANCE
                           MOVE ACT-HOLD-RSN TO HLD-REASON
                           WRITE HOLD-LINE FROM HLD-DETAIL
                           ADD 1 TO WS-HOLD-CNT
                           ADD HLD-BALANCE TO WS-HOLD-TOTAL
                       END-IF
               END-READ
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
