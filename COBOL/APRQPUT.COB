      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Approval queue writer - the subprogram GRADECOR,
      *          SUBJGRD, STATUPD and STUDMERG call in place of
      *          posting a sensitive change. Takes the filled-in
      *          APPROVAL-QUEUE-REC (see APPRQUE.CPY), numbers it one
      *          past the highest request on APPRQUE.DAT, stamps it
      *          PENDING with the request time and writes it. A
      *          change that already has a request waiting (same
      *          program, student and subject/duplicate) is refused
      *          so two requests can never race to post over each
      *          other. The reply is "Y" queued (APQ-NO set), "D"
      *          one already waiting, "N" the queue file could not be
      *          written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRQPUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO "APPRQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUE-NO
               FILE STATUS IS WS-QUE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC.
           02 QUE-NO   PIC 9(6).
           02 QUE-DATA PIC X(251).

       WORKING-STORAGE SECTION.
       01  WS-QUE-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-NEXT-NO PIC 9(6) VALUE 0.
       01  WS-CUR-DATE PIC X(21).

      * Queue record as read (see APPRQUE.CPY), under its own names
      * so the sweep does not disturb the caller's copy.
       01  WS-OLD-REC.
           02 WS-OLD-NO      PIC 9(6).
           02 WS-OLD-TYPE    PIC X(8).
           02 WS-OLD-STATE   PIC X(8).
           02 WS-OLD-STD-NO  PIC X(10).
           02 WS-OLD-ALT-KEY PIC X(10).
           02 FILLER         PIC X(215).

       LINKAGE SECTION.
       COPY "APPRQUE.CPY".
       01  LNK-APQ-REPLY PIC X.

       PROCEDURE DIVISION USING APPROVAL-QUEUE-REC LNK-APQ-REPLY.
       MAIN-PROCEDURE.
           MOVE "N" TO LNK-APQ-REPLY.
           OPEN I-O QUEUE-FILE.
           IF WS-QUE-STATUS = "35"
               OPEN OUTPUT QUEUE-FILE
               CLOSE QUEUE-FILE
               OPEN I-O QUEUE-FILE
           END-IF.
           IF WS-QUE-STATUS NOT = "00"
               DISPLAY "APPRQUE.DAT NOT AVAILABLE - STATUS "
                   WS-QUE-STATUS
           ELSE
               PERFORM NEXT-NO-RTN
               IF LNK-APQ-REPLY NOT = "D"
                   PERFORM PUT-REQUEST-RTN
               END-IF
               CLOSE QUEUE-FILE
           END-IF.
           GOBACK.

       NEXT-NO-RTN.
      * One pass over the queue finds both the highest number in use
      * and any request for the same change still waiting.
           MOVE 0 TO WS-NEXT-NO.
           MOVE 0 TO QUE-NO.
           MOVE "NO" TO WS-EOF.
           START QUEUE-FILE KEY IS NOT < QUE-NO
               INVALID KEY MOVE "YES" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "YES"
               READ QUEUE-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       MOVE QUEUE-REC TO WS-OLD-REC
                       IF WS-OLD-NO > WS-NEXT-NO
                           MOVE WS-OLD-NO TO WS-NEXT-NO
                       END-IF
                       IF WS-OLD-STATE = "PENDING"
                           AND WS-OLD-TYPE = APQ-TYPE
                           AND WS-OLD-STD-NO = APQ-STD-NO
                           AND WS-OLD-ALT-KEY = APQ-ALT-KEY
                           MOVE "D" TO LNK-APQ-REPLY
                           MOVE WS-OLD-NO TO APQ-NO
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-NEXT-NO.

       PUT-REQUEST-RTN.
           MOVE WS-NEXT-NO TO APQ-NO.
           MOVE "PENDING" TO APQ-STATE.
           MOVE SPACES TO APQ-DEC-OPR APQ-DEC-STAMP APQ-DEC-NOTE.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO APQ-REQ-STAMP.
           MOVE APPROVAL-QUEUE-REC TO QUEUE-REC.
           WRITE QUEUE-REC
               INVALID KEY
                   DISPLAY "APPROVAL QUEUE WRITE FAILED - STATUS "
                       WS-QUE-STATUS
                   MOVE 0 TO APQ-NO
               NOT INVALID KEY
                   MOVE "Y" TO LNK-APQ-REPLY
           END-WRITE.
