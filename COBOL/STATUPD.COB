      *          consolidated student master - enter a student number,
      *          see the current SM-STATUS, and key the new one through
      *          the proper lifecycle (enrolled, leave of absence,
      *          withdrawn, incomplete, graduated once the degree is
      *          conferred). Every change is journaled to
      *          STUDJRNL.DAT like every other updater, so MSTRECOV
      *          can back a bad run out. Downstream, FINALGRD skips
      *          withdrawn students, SORTP ranks only enrolled ones,
      *          REGXPORT reports the status code to the registrar and
      *          ATRISK stops flagging students who already left.
      *          A withdrawal no longer posts when it is keyed: it
      *          goes to the approval queue (APPRQUE.DAT, see
      *          APPRQUE.CPY) with the requester, the reason and the
      *          before and after status, and posts only when a
      *          second operator approves it in APPROVE, which hands
      *          it back here (APPRPOST.CPY). The other status moves
      *          still post at once. The requester is the verified
      *          LABMENU sign-on; a standalone run cannot request a
      *          withdrawal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-ST-VALID PIC X VALUE "N".
       01  WS-CHG-CNT PIC 99 VALUE 0.
       01  WS-STATUS-WORD PIC X(16) VALUE SPACES.
       01  WS-REASON-TEXT PIC X(40) VALUE SPACES.
       01  WS-QUE-CNT PIC 99 VALUE 0.

      * Approval queue request and the approved-change hand-off (see
      * APPRQUE.CPY, APRQPUT and APPRPOST.CPY).
       COPY "APPRQUE.CPY".
       COPY "APPRPOST.CPY".
       01  WS-APQ-REPLY PIC X VALUE SPACES.

      * Master lock request block (see MSTLOCK.CPY).
       COPY "MSTLOCK.CPY".
           PERFORM GET-LOCK-RTN.
           IF LKQ-REPLY NOT = "Y"
               MOVE "ABORTED-LOCKED" TO WS-OUTCOME
               IF APR-POSTING = "Y"
                   MOVE "L" TO APR-REPLY
                   MOVE "STUDENT MASTER LOCKED" TO APR-MSG
               END-IF
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
      * An approved withdrawal handed over by APPROVE posts here.
           IF APR-POSTING = "Y"
               PERFORM POST-APPROVED-RTN
               PERFORM FREE-LOCK-RTN
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
                   UNTIL ANS = "N" OR ANS = "n"
               CLOSE STUDMAS JRNL-OUT
               DISPLAY WS-CHG-CNT " STATUS CHANGE(S) POSTED"
               IF WS-QUE-CNT > 0
                   DISPLAY WS-QUE-CNT " WITHDRAWAL(S) SENT FOR"
                       " APPROVAL"
               END-IF
           END-IF.
           PERFORM FREE-LOCK-RTN.
           PERFORM WRITE-AUDIT-RTN.
           MOVE MST-JOURNAL-REC TO JRNL-LINE.
           WRITE JRNL-LINE.

       POST-APPROVED-RTN.
           MOVE APR-REC TO APPROVAL-QUEUE-REC.
           MOVE "N" TO APR-REPLY.
           MOVE SPACES TO APR-MSG.
           OPEN I-O STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               MOVE "STUDENT MASTER NOT AVAILABLE" TO APR-MSG
           ELSE
               OPEN EXTEND JRNL-OUT
               IF WS-JRN-STATUS = "35"
                   OPEN OUTPUT JRNL-OUT
               END-IF
               MOVE SPACES TO SM-STD-NO
               MOVE APQ-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY
                       MOVE "STUDENT NO LONGER ON FILE" TO APR-MSG
                   NOT INVALID KEY
                       PERFORM POST-REQUEST-RTN
               END-READ
               CLOSE STUDMAS JRNL-OUT
           END-IF.
           IF APR-REPLY NOT = "Y"
               MOVE "ABORTED-REFUSED" TO WS-OUTCOME
           END-IF.

       POST-REQUEST-RTN.
      * Refused when the status moved while the request waited.
           MOVE STUDENT-MASTER-REC TO WS-SM-BEFORE.
           PERFORM SHOW-STATUS-RTN.
           IF WS-STATUS-WORD NOT = APQ-BEFORE
               MOVE "STATUS CHANGED SINCE REQUEST" TO APR-MSG
           ELSE
               MOVE "W" TO WS-NEW-STATUS
               PERFORM POST-CHANGE-RTN
               IF WS-CHG-CNT > 0
                   MOVE "Y" TO APR-REPLY
               ELSE
                   MOVE "MASTER REWRITE FAILED" TO APR-MSG
               END-IF
           END-IF.

       CHANGE-ONE-RTN.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-STD-NO.
           MOVE "N" TO WS-ST-VALID.
           PERFORM UNTIL WS-ST-VALID = "Y"
               DISPLAY "NEW STATUS - E=ENROLLED L=LEAVE OF ABSENCE"
                   " W=WITHDRAWN I=INCOMPLETE G=GRADUATED: "
               ACCEPT WS-NEW-STATUS
               IF WS-NEW-STATUS = "E" OR WS-NEW-STATUS = "L"
                   OR WS-NEW-STATUS = "W" OR WS-NEW-STATUS = "I"
                   OR WS-NEW-STATUS = "G"
                   MOVE "Y" TO WS-ST-VALID
               ELSE
                   DISPLAY "INVALID - ENTER E, L, W, I OR G"
               END-IF
           END-PERFORM.
      * A withdrawal is queued under the requester's verified
      * sign-on, which APPROVE holds against the approver - a typed-in
      * name could be anyone's, so a standalone run queues nothing.
           IF WS-NEW-STATUS = "W"
               IF SGN-OPR-ID = SPACES OR SGN-OPR-ID = LOW-VALUES
                   DISPLAY "A WITHDRAWAL NEEDS A VERIFIED SIGN-ON -"
                       " RUN STATUPD FROM THE MENU; NOTHING QUEUED"
               ELSE
                   PERFORM REQUEST-WITHDRAWAL-RTN
               END-IF
           ELSE
               PERFORM POST-CHANGE-RTN
           END-IF.

       REQUEST-WITHDRAWAL-RTN.
      * A withdrawal takes the student out of grading and ranking -
      * it waits for a second operator's approval (APPROVE).
           MOVE SPACES TO WS-REASON-TEXT.
           PERFORM UNTIL WS-REASON-TEXT NOT = SPACES
               DISPLAY "REASON FOR THE APPROVER: "
               ACCEPT WS-REASON-TEXT
           END-PERFORM.
           MOVE SPACES TO APPROVAL-QUEUE-REC.
           MOVE "STATUPD" TO APQ-TYPE.
           MOVE SM-STD-NO TO APQ-STD-NO.
           MOVE WS-STATUS-WORD TO APQ-BEFORE.
           MOVE "WITHDRAWN" TO APQ-AFTER.
           MOVE WS-REASON-TEXT TO APQ-REASON.
           MOVE SGN-OPR-ID TO APQ-REQ-OPR.
           CALL "APRQPUT" USING APPROVAL-QUEUE-REC WS-APQ-REPLY.
           EVALUATE WS-APQ-REPLY
               WHEN "Y"
                   ADD 1 TO WS-QUE-CNT
                   DISPLAY "SENT FOR APPROVAL AS REQUEST " APQ-NO
                       " - POSTS WHEN A SECOND OPERATOR APPROVES IT"
               WHEN "D"
                   DISPLAY "REQUEST " APQ-NO " FOR THIS STUDENT IS"
                       " ALREADY WAITING - NOTHING QUEUED"
               WHEN OTHER
                   DISPLAY "APPROVAL QUEUE NOT AVAILABLE - NOTHING"
                       " QUEUED"
           END-EVALUATE.

       POST-CHANGE-RTN.
           MOVE WS-NEW-STATUS TO SM-STATUS.
           REWRITE STUDENT-MASTER-REC.
           IF WS-SM-STATUS = "00"
                   MOVE "WITHDRAWN" TO WS-STATUS-WORD
               WHEN SM-INCOMPLETE
                   MOVE "INCOMPLETE" TO WS-STATUS-WORD
               WHEN SM-GRADUATED
                   MOVE "GRADUATED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "ENROLLED" TO WS-STATUS-WORD
           END-EVALUATE.
