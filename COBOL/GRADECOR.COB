      *          student, and appends a before/after record to
      *          GRADECORR.DAT (see GRDCORR.CPY). The controlled path
      *          for fixing one grade without re-running the whole
      *          SORTP merge. A correction no longer posts when it is
      *          keyed: it goes to the approval queue (APPRQUE.DAT,
      *          see APPRQUE.CPY) with the requester, the reason and
      *          the before and after grades, and posts only when a
      *          second operator approves it in APPROVE, which hands
      *          it back here (APPRPOST.CPY) to post under the master
      *          lock, journaled and re-ranked as before. A request
      *          whose before grade no longer matches the master is
      *          refused rather than posted over a later change.
      *          The requester is the verified LABMENU sign-on; a
      *          standalone run cannot request a correction.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  WS-REASON PIC X(4) VALUE SPACES.
       01  WS-CORR-CNT PIC 99 VALUE 0.
       01  WS-GR-VALID PIC X VALUE "N".
       01  WS-REASON-TEXT PIC X(40) VALUE SPACES.
       01  WS-QUE-CNT PIC 99 VALUE 0.

      * Approval queue request and the approved-change hand-off (see
      * APPRQUE.CPY, APRQPUT and APPRPOST.CPY).
       COPY "APPRQUE.CPY".
       COPY "APPRPOST.CPY".
       01  WS-APQ-REPLY PIC X VALUE SPACES.
       01  WS-GRADE-X PIC X(3) VALUE SPACES.

      * Check-digit validation reply (see STDNOCHK).
       01  WS-CD-OK PIC X VALUE "N".
               ACCEPT WS-OPERATOR
           END-IF.
           PERFORM SET-RUN-STAMP-RTN.
      * An approved request handed over by APPROVE posts here; keyed
      * corrections only go to the approval queue, so the master is
      * just read and needs no lock.
           IF APR-POSTING = "Y"
               PERFORM POST-APPROVED-RTN
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
      * A request is queued under the requester's verified sign-on,
      * which APPROVE holds against the approver - a typed-in name
      * could be anyone's, so a standalone run queues nothing.
           IF SGN-OPR-ID = SPACES OR SGN-OPR-ID = LOW-VALUES
               DISPLAY "A GRADE CORRECTION NEEDS A VERIFIED SIGN-ON"
                   " - RUN GRADECOR FROM THE MENU"
               MOVE "ABORTED-NO-SIGNON" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               PERFORM CORRECT-ONE-RTN
                   UNTIL ANS = "N" OR ANS = "n"
               CLOSE STUDMAS
               DISPLAY WS-QUE-CNT " CORRECTION(S) SENT FOR APPROVAL"
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       POST-APPROVED-RTN.
      * Same lock, journal and re-rank the keyed path always had.
           MOVE APR-REC TO APPROVAL-QUEUE-REC.
           MOVE "N" TO APR-REPLY.
           MOVE SPACES TO APR-MSG.
           PERFORM GET-LOCK-RTN.
           IF LKQ-REPLY NOT = "Y"
               MOVE "L" TO APR-REPLY
               MOVE "STUDENT MASTER LOCKED" TO APR-MSG
               MOVE "ABORTED-LOCKED" TO WS-OUTCOME
           ELSE
               OPEN I-O STUDMAS
               IF WS-SM-STATUS NOT = "00"
                   MOVE "STUDENT MASTER NOT AVAILABLE" TO APR-MSG
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
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
                   IF WS-CORR-CNT > 0
                       PERFORM RERANK-RTN
                       MOVE "Y" TO APR-REPLY
                   END-IF
                   CLOSE STUDMAS JRNL-OUT
               END-IF
               PERFORM FREE-LOCK-RTN
           END-IF.
           IF APR-REPLY = "N" AND WS-OUTCOME = "COMPLETED"
               MOVE "ABORTED-REFUSED" TO WS-OUTCOME
           END-IF.

       POST-REQUEST-RTN.
           MOVE STUDENT-MASTER-REC TO WS-SM-BEFORE.
           MOVE SM-GRADE TO WS-GRADE-X.
           IF WS-GRADE-X NOT = APQ-BEFORE
               MOVE "GRADE CHANGED SINCE REQUEST" TO APR-MSG
           ELSE
               MOVE APQ-AFTER(1:3) TO WS-NEW-GRADE
               MOVE APQ-RSN-CODE TO WS-REASON
               PERFORM POST-CORRECTION-RTN
           END-IF.

       GET-LOCK-RTN.
      * Single-updater guard on the shared master (see MSTLOCK) -
      * a second updater is told who holds it instead of opening
           PERFORM WRITE-JRNL-RTN.

       APPLY-CORRECTION-RTN.
           DISPLAY "STUDENT: " SM-STD-NM.
           DISPLAY "CURRENT GRADE: " SM-GRADE.
           MOVE "N" TO WS-GR-VALID.
           END-PERFORM.
           DISPLAY "REASON CODE (E.G. ENC=ENCODING ERROR): ".
           ACCEPT WS-REASON.
           MOVE SPACES TO WS-REASON-TEXT.
           PERFORM UNTIL WS-REASON-TEXT NOT = SPACES
               DISPLAY "REASON FOR THE APPROVER: "
               ACCEPT WS-REASON-TEXT
           END-PERFORM.
           MOVE SPACES TO APPROVAL-QUEUE-REC.
           MOVE "GRADECOR" TO APQ-TYPE.
           MOVE SM-STD-NO TO APQ-STD-NO.
           MOVE SM-GRADE TO WS-GRADE-X.
           MOVE WS-GRADE-X TO APQ-BEFORE.
           MOVE WS-NEW-GRADE TO WS-GRADE-X.
           MOVE WS-GRADE-X TO APQ-AFTER.
           MOVE WS-REASON TO APQ-RSN-CODE.
           MOVE WS-REASON-TEXT TO APQ-REASON.
           MOVE SGN-OPR-ID TO APQ-REQ-OPR.
           CALL "APRQPUT" USING APPROVAL-QUEUE-REC WS-APQ-REPLY.
           EVALUATE WS-APQ-REPLY
               WHEN "Y"
                   ADD 1 TO WS-QUE-CNT
                   DISPLAY "SENT FOR APPROVAL AS REQUEST " APQ-NO
                       " - POSTS WHEN A SECOND OPERATOR APPROVES IT"
               WHEN "D"
                   DISPLAY "REQUEST " APQ-NO " FOR THIS GRADE IS"
                       " ALREADY WAITING - NOTHING QUEUED"
               WHEN OTHER
                   DISPLAY "APPROVAL QUEUE NOT AVAILABLE - NOTHING"
                       " QUEUED"
           END-EVALUATE.

       POST-CORRECTION-RTN.
           PERFORM WRITE-CORR-RTN.
           MOVE WS-NEW-GRADE TO SM-GRADE.
           REWRITE STUDENT-MASTER-REC.
               DISPLAY "GRADE UPDATED - RANKS RECOMPUTED AT END OF RUN"
           ELSE
               DISPLAY "UPDATE FAILED - STATUS " WS-SM-STATUS
               MOVE "MASTER REWRITE FAILED" TO APR-MSG
           END-IF.

       WRITE-CORR-RTN.
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO GC-DATETIME.
      * The operator who asked for the correction; the approver is
      * on the queue record and the run log.
           MOVE APQ-REQ-OPR TO GC-OPERATOR.
           MOVE SM-STD-NO TO GC-STD-NO.
           MOVE WS-REASON TO GC-REASON.
           MOVE SM-GRADE TO GC-OLD-GRADE.
