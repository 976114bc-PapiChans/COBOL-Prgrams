      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Shared term look-up behind TERMREQ.CPY - CALLed by
      *          every program that asks for a term tag (2DPROG,
      *          TERMCLSE, TERMEND, CAPPLAN, GRADDIST, CENAMEND and
      *          the posting programs) so a typo such as 2025-2025
      *          is refused instead of quietly becoming a new term.
      *          FIND looks a term up by school year and semester,
      *          LABL by a 2025-2026/1 style label, DATE by a day
      *          that falls inside the term's start/end dates, and
      *          CLOS marks the term CLOSED once TERMCLSE has
      *          finished it (TERMMAST.DAT is line sequential, so
      *          the whole small file is rewritten around the one
      *          record). The status comes back with the term so
      *          posting programs can refuse a CLOSED one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCHK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-IN ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
           SELECT TERM-OUT ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERM-LINE-IN.
       01  TERM-LINE-IN PIC X(71).

       FD  TERM-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERM-LINE-OUT.
       01  TERM-LINE-OUT PIC X(71).

       WORKING-STORAGE SECTION.
      * Term calendar master record (see TERMMAST.CPY).
       COPY "TERMMAST.CPY".

       01  WS-TRM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-FOUND PIC X VALUE "N".
       01  WS-CUR-DATE PIC X(21) VALUE SPACES.

      * Whole term file held while one record is marked closed.
       01  WS-UPD-USED PIC 99 VALUE 0.
       01  WS-UPD-TABLE.
           02 WS-UPD-LINE OCCURS 99 TIMES PIC X(71).
       01  WS-UPD-OVFL PIC X VALUE "N".
       01  U PIC 999 VALUE 0.

       LINKAGE SECTION.
       COPY "TERMREQ.CPY".

       PROCEDURE DIVISION USING TERM-CHK-REQ.
       MAIN-PROCEDURE.
           MOVE "N" TO TKQ-REPLY.
           MOVE SPACES TO TKQ-STATUS TKQ-START-DATE TKQ-END-DATE.
           IF TKQ-FUNC = "LABL"
               MOVE SPACES TO TKQ-SCH-YEAR TKQ-SEMESTER
               UNSTRING TKQ-LABEL DELIMITED BY "/"
                   INTO TKQ-SCH-YEAR TKQ-SEMESTER
               END-UNSTRING
           END-IF.
           EVALUATE TKQ-FUNC
               WHEN "CLOS"
                   PERFORM CLOSE-TERM-RTN
               WHEN OTHER
                   PERFORM FIND-TERM-RTN
           END-EVALUATE.
           GOBACK.

       FIND-TERM-RTN.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT TERM-IN.
           IF WS-TRM-STATUS NOT = "00"
               MOVE "X" TO TKQ-REPLY
           ELSE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ TERM-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM MATCH-TERM-RTN
                   END-READ
               END-PERFORM
               CLOSE TERM-IN
               IF WS-FOUND = "Y"
                   PERFORM RETURN-TERM-RTN
               END-IF
           END-IF.

       MATCH-TERM-RTN.
           MOVE TERM-LINE-IN TO TERM-REC.
           IF TKQ-FUNC = "DATE"
               IF TKQ-DATE NOT < TRM-START-DATE
                   AND TKQ-DATE NOT > TRM-END-DATE
                   MOVE "Y" TO WS-FOUND
                   MOVE "YES" TO WS-EOF
               END-IF
           ELSE
               IF TRM-SCH-YEAR = TKQ-SCH-YEAR
                   AND TRM-SEMESTER = TKQ-SEMESTER
                   MOVE "Y" TO WS-FOUND
                   MOVE "YES" TO WS-EOF
               END-IF
           END-IF.

       RETURN-TERM-RTN.
           MOVE "Y" TO TKQ-REPLY.
           MOVE TRM-SCH-YEAR TO TKQ-SCH-YEAR.
           MOVE TRM-SEMESTER TO TKQ-SEMESTER.
           MOVE SPACES TO TKQ-LABEL.
           STRING TRM-SCH-YEAR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  TRM-SEMESTER DELIMITED BY SIZE
               INTO TKQ-LABEL.
           MOVE TRM-STATUS TO TKQ-STATUS.
           MOVE TRM-START-DATE TO TKQ-START-DATE.
           MOVE TRM-END-DATE TO TKQ-END-DATE.

       CLOSE-TERM-RTN.
      * A file bigger than the table must not be rewritten from it -
      * that would silently drop every term past the cap.
           MOVE "N" TO WS-FOUND.
           MOVE "N" TO WS-UPD-OVFL.
           MOVE 0 TO WS-UPD-USED.
           OPEN INPUT TERM-IN.
           IF WS-TRM-STATUS NOT = "00"
               MOVE "X" TO TKQ-REPLY
           ELSE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ TERM-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM CLOSE-ONE-RTN
                   END-READ
               END-PERFORM
               CLOSE TERM-IN
               IF WS-FOUND = "Y" AND WS-UPD-OVFL = "N"
                   OPEN OUTPUT TERM-OUT
                   PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UPD-USED
                       WRITE TERM-LINE-OUT FROM WS-UPD-LINE(U)
                   END-PERFORM
                   CLOSE TERM-OUT
                   MOVE "Y" TO TKQ-REPLY
               END-IF
           END-IF.

       CLOSE-ONE-RTN.
           MOVE TERM-LINE-IN TO TERM-REC.
           IF TRM-SCH-YEAR = TKQ-SCH-YEAR
               AND TRM-SEMESTER = TKQ-SEMESTER
               MOVE "Y" TO WS-FOUND
               MOVE "CLOSED" TO TRM-STATUS
               MOVE TKQ-OPERATOR TO TRM-CHG-OPR
               MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE
               STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                      WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                      WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
                   DELIMITED BY SIZE INTO TRM-CHG-STAMP
               PERFORM RETURN-TERM-RTN
               MOVE "N" TO TKQ-REPLY
           END-IF.
           IF WS-UPD-USED >= 99
               MOVE "Y" TO WS-UPD-OVFL
           ELSE
               ADD 1 TO WS-UPD-USED
               MOVE TERM-REC TO WS-UPD-LINE(WS-UPD-USED)
           END-IF.
