      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Shared parameter-file look-up behind PARMREQ.CPY -
      *          CALLed by the report programs NIGHTRUN runs
      *          unattended (ATRISK, ATTEND, ATTRATE, CLINREF,
      *          DATABKUP, GRADDIST, AUDITRPT, SPOOLMGR) for each
      *          answer they would otherwise prompt for. The small
      *          KEYWORD=VALUE file is read afresh on every call, so
      *          nothing is carried between programs in the stream;
      *          the first line for a keyword wins. A numeric value
      *          is checked and converted here so each caller only
      *          range-checks it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARMGET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-IN ASSIGN TO DYNAMIC WS-PARM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PARM-LINE-IN.
       01  PARM-LINE-IN PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILENAME PIC X(40) VALUE SPACES.
       01  WS-PRM-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".

      * One parameter line split at the "=".
       01  WS-LINE-KEY PIC X(12) VALUE SPACES.
       01  WS-LINE-VALUE PIC X(40) VALUE SPACES.
       01  WS-LEAD PIC 99 VALUE 0.

      * Numeric conversion - whole digits, then up to two decimals.
       01  WS-CHAR PIC X VALUE SPACE.
       01  WS-DIGIT PIC 9 VALUE 0.
       01  WS-WHOLE PIC 9(7) VALUE 0.
       01  WS-WHOLE-LEN PIC 99 VALUE 0.
       01  WS-FRAC PIC 99 VALUE 0.
       01  WS-FRAC-LEN PIC 99 VALUE 0.
       01  WS-POINT PIC X VALUE "N".
       01  C PIC 99 VALUE 0.

       LINKAGE SECTION.
       COPY "PARMREQ.CPY".

       PROCEDURE DIVISION USING PARM-REQ.
       MAIN-PROCEDURE.
           MOVE "N" TO PRQ-REPLY.
           MOVE "N" TO PRQ-NUM-OK.
           MOVE SPACES TO PRQ-VALUE.
           MOVE 0 TO PRQ-NUM.
           MOVE PRQ-FILE TO WS-PARM-FILENAME.
           OPEN INPUT PARM-IN.
           IF WS-PRM-STATUS NOT = "00"
               MOVE "X" TO PRQ-REPLY
           ELSE
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ PARM-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END PERFORM MATCH-PARM-RTN
                   END-READ
               END-PERFORM
               CLOSE PARM-IN
               IF PRQ-REPLY = "Y"
                   PERFORM CONVERT-NUM-RTN
               END-IF
           END-IF.
           GOBACK.

       MATCH-PARM-RTN.
           IF PARM-LINE-IN(1:1) NOT = "*"
               AND PARM-LINE-IN NOT = SPACES
               MOVE SPACES TO WS-LINE-KEY WS-LINE-VALUE
               UNSTRING PARM-LINE-IN DELIMITED BY "="
                   INTO WS-LINE-KEY WS-LINE-VALUE
               END-UNSTRING
               IF WS-LINE-KEY = PRQ-KEY
      * Blanks either side of the "=" are allowed.
                   MOVE 0 TO WS-LEAD
                   INSPECT WS-LINE-VALUE TALLYING WS-LEAD
                       FOR LEADING SPACES
                   IF WS-LEAD < 40
                       MOVE WS-LINE-VALUE(WS-LEAD + 1:) TO PRQ-VALUE
                   END-IF
                   MOVE "Y" TO PRQ-REPLY
                   MOVE "YES" TO WS-EOF
               END-IF
           END-IF.

       CONVERT-NUM-RTN.
      * Digits, one optional decimal point and at most two decimals,
      * ending at the first blank - anything else is not a number.
           MOVE 0 TO WS-WHOLE WS-WHOLE-LEN WS-FRAC WS-FRAC-LEN.
           MOVE "N" TO WS-POINT.
           MOVE "Y" TO PRQ-NUM-OK.
           IF PRQ-VALUE = SPACES
               MOVE "N" TO PRQ-NUM-OK
           END-IF.
           PERFORM VARYING C FROM 1 BY 1
               UNTIL C > 40 OR PRQ-NUM-OK = "N"
                   OR PRQ-VALUE(C:1) = SPACE
               MOVE PRQ-VALUE(C:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = "." AND WS-POINT = "N"
                       MOVE "Y" TO WS-POINT
                   WHEN WS-CHAR IS NOT NUMERIC
                       MOVE "N" TO PRQ-NUM-OK
                   WHEN WS-POINT = "Y"
                       PERFORM ADD-FRAC-RTN
                   WHEN OTHER
                       PERFORM ADD-WHOLE-RTN
               END-EVALUATE
           END-PERFORM.
           IF WS-WHOLE-LEN = 0 AND WS-FRAC-LEN = 0
               MOVE "N" TO PRQ-NUM-OK
           END-IF.
      * Anything after the first blank must be blank too.
           IF C <= 40 AND PRQ-NUM-OK = "Y"
               IF PRQ-VALUE(C:) NOT = SPACES
                   MOVE "N" TO PRQ-NUM-OK
               END-IF
           END-IF.
           IF PRQ-NUM-OK = "Y"
               IF WS-FRAC-LEN = 1
                   MULTIPLY 10 BY WS-FRAC
               END-IF
               COMPUTE PRQ-NUM = WS-WHOLE + (WS-FRAC / 100)
           END-IF.

       ADD-WHOLE-RTN.
           MOVE WS-CHAR TO WS-DIGIT.
           IF WS-WHOLE > 999999
               MOVE "N" TO PRQ-NUM-OK
           ELSE
               COMPUTE WS-WHOLE = (WS-WHOLE * 10) + WS-DIGIT
               ADD 1 TO WS-WHOLE-LEN
           END-IF.

       ADD-FRAC-RTN.
           MOVE WS-CHAR TO WS-DIGIT.
           IF WS-FRAC-LEN >= 2
               MOVE "N" TO PRQ-NUM-OK
           ELSE
               COMPUTE WS-FRAC = (WS-FRAC * 10) + WS-DIGIT
               ADD 1 TO WS-FRAC-LEN
           END-IF.
