      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Guardian contact maintenance (GRDNMAST.DAT, see
      *          GRDNMAST.CPY) - the parent or guardian the school
      *          writes to about each student, kept in one file keyed
      *          by student number instead of the advisers' folders.
      *          Mode 1 adds a student's contact or changes it (the
      *          current values are shown and a blank answer keeps
      *          one), mode 2 lists every contact on file, mode 3
      *          deletes one. The student number must pass the
      *          check-digit standard and be on the student master.
      *          NOTICEGN addresses its notification letters from
      *          this file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUARDMNT IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUARD-FILE ASSIGN TO "GRDNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDN-STD-NO
               FILE STATUS IS WS-GDN-STATUS.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-SM-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "GRDNMAST.CPY".

       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-GDN-STATUS PIC XX VALUE "00".
       01  WS-SM-STATUS PIC XX VALUE "00".
       01  WS-GDN-ON PIC X VALUE "N".
       01  WS-SM-ON PIC X VALUE "N".
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-EOF PIC XXX VALUE "NO".
       01  ANS PIC X VALUE "Y".

      * The student being maintained.
       01  WS-STD-NO PIC X(10) VALUE SPACES.
       01  WS-STD-NM PIC X(25) VALUE SPACES.
       01  WS-CD-OK PIC X VALUE "N".
       01  WS-ENTRY-OK PIC X VALUE "N".
       01  WS-NEW PIC X VALUE "N".

      * Keyed answers - a blank one keeps the field on file.
       01  WS-IN-NAME PIC X(30) VALUE SPACES.
       01  WS-IN-RELATION PIC X(10) VALUE SPACES.
       01  WS-IN-ADDR PIC X(40) VALUE SPACES.
       01  WS-IN-MOBILE PIC X(13) VALUE SPACES.
       01  WS-IN-EMAIL PIC X(40) VALUE SPACES.

       01  WS-ADD-CNT PIC 999 VALUE 0.
       01  WS-CHG-CNT PIC 999 VALUE 0.
       01  WS-DEL-CNT PIC 999 VALUE 0.
       01  WS-LIST-CNT PIC 9(5) VALUE 0.

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
           DISPLAY "MODE - 1=ADD/CHANGE A CONTACT  2=LIST CONTACTS"
               "  3=DELETE A CONTACT: ".
           ACCEPT WS-MODE.
           PERFORM OPEN-GUARDIANS-RTN.
           IF WS-GDN-ON = "Y"
               EVALUATE WS-MODE
                   WHEN 2
                       PERFORM LIST-RTN
                   WHEN 3
                       PERFORM OPEN-MASTER-RTN
                       IF WS-SM-ON = "Y"
                           PERFORM DELETE-RTN
                       END-IF
                   WHEN OTHER
                       PERFORM OPEN-MASTER-RTN
                       IF WS-SM-ON = "Y"
                           PERFORM ADD-ONE-RTN
                               UNTIL ANS = "N" OR ANS = "n"
                           DISPLAY WS-ADD-CNT " CONTACT(S) ADDED, "
                               WS-CHG-CNT " CHANGED"
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-SM-ON = "Y"
               CLOSE STUDMAS
           END-IF.
           IF WS-GDN-ON = "Y"
               CLOSE GUARD-FILE
           END-IF.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       OPEN-GUARDIANS-RTN.
      * The first contact ever keyed creates the file; listing an
      * absent file just says there is nothing on it.
           IF WS-MODE = 2
               OPEN INPUT GUARD-FILE
           ELSE
               OPEN I-O GUARD-FILE
               IF WS-GDN-STATUS = "35"
                   OPEN OUTPUT GUARD-FILE
                   CLOSE GUARD-FILE
                   OPEN I-O GUARD-FILE
               END-IF
           END-IF.
           EVALUATE WS-GDN-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-GDN-ON
               WHEN "35"
                   DISPLAY "NO GUARDIAN CONTACTS ON FILE YET"
               WHEN OTHER
                   DISPLAY "GRDNMAST.DAT NOT AVAILABLE - STATUS "
                       WS-GDN-STATUS
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-EVALUATE.

       OPEN-MASTER-RTN.
           OPEN INPUT STUDMAS.
           IF WS-SM-STATUS = "00"
               MOVE "Y" TO WS-SM-ON
           ELSE
               DISPLAY "STUDENT MASTER NOT AVAILABLE - STATUS "
                   WS-SM-STATUS
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           END-IF.

       GET-STUDENT-RTN.
      * The shared check-digit validation (STDNOCHK), then the
      * student must be on the master - a contact for a student
      * the school does not have would never be written to.
           MOVE "N" TO WS-ENTRY-OK.
           DISPLAY "STUDENT NUMBER: ".
           ACCEPT WS-STD-NO.
           CALL "STDNOCHK" USING WS-STD-NO WS-CD-OK.
           IF WS-CD-OK NOT = "Y"
               DISPLAY "INVALID STUDENT NUMBER (CHECK DIGIT) - "
                   WS-STD-NO
           ELSE
               MOVE WS-STD-NO TO SM-STD-NO
               READ STUDMAS
                   INVALID KEY
                       DISPLAY "NOT ON THE STUDENT MASTER - "
                           WS-STD-NO
                   NOT INVALID KEY
                       MOVE SM-STD-NM TO WS-STD-NM
                       DISPLAY "STUDENT: " WS-STD-NM
                       MOVE "Y" TO WS-ENTRY-OK
               END-READ
           END-IF.

       FIND-CONTACT-RTN.
           MOVE "N" TO WS-NEW.
           MOVE WS-STD-NO TO GDN-STD-NO.
           READ GUARD-FILE
               INVALID KEY MOVE "Y" TO WS-NEW
           END-READ.

       SHOW-CONTACT-RTN.
           DISPLAY "GUARDIAN:     " GDN-NAME " (" GDN-RELATION ")".
           DISPLAY "ADDRESS:      " GDN-ADDR-1.
           DISPLAY "              " GDN-ADDR-2.
           DISPLAY "              " GDN-ADDR-3.
           DISPLAY "MOBILE:       " GDN-MOBILE.
           DISPLAY "E-MAIL:       " GDN-EMAIL.
           DISPLAY "LAST CHANGED: " GDN-UPD-DATE " BY " GDN-UPD-OPR.

       ADD-ONE-RTN.
           PERFORM GET-STUDENT-RTN.
           IF WS-ENTRY-OK = "Y"
               PERFORM FIND-CONTACT-RTN
               IF WS-NEW = "Y"
                   MOVE SPACES TO GUARDIAN-REC
                   MOVE WS-STD-NO TO GDN-STD-NO
                   DISPLAY "NO CONTACT ON FILE - ADDING ONE"
               ELSE
                   PERFORM SHOW-CONTACT-RTN
               END-IF
               PERFORM GET-FIELDS-RTN
           END-IF.
           IF WS-ENTRY-OK = "Y"
               PERFORM SAVE-CONTACT-RTN
           END-IF.
           DISPLAY "ADD/CHANGE ANOTHER CONTACT? (Y/N): ".
           ACCEPT ANS.

       GET-FIELDS-RTN.
      * A letter needs someone to address and somewhere to send it,
      * so a contact without a name or first address line is not
      * saved.
           DISPLAY "GUARDIAN NAME (BLANK = KEEP): ".
           ACCEPT WS-IN-NAME.
           IF WS-IN-NAME NOT = SPACES
               MOVE WS-IN-NAME TO GDN-NAME
           END-IF.
           DISPLAY "RELATIONSHIP, E.G. MOTHER (BLANK = KEEP): ".
           ACCEPT WS-IN-RELATION.
           IF WS-IN-RELATION NOT = SPACES
               MOVE WS-IN-RELATION TO GDN-RELATION
           END-IF.
           DISPLAY "ADDRESS LINE 1 (BLANK = KEEP): ".
           ACCEPT WS-IN-ADDR.
           IF WS-IN-ADDR NOT = SPACES
               MOVE WS-IN-ADDR TO GDN-ADDR-1
           END-IF.
           DISPLAY "ADDRESS LINE 2 (BLANK = KEEP): ".
           ACCEPT WS-IN-ADDR.
           IF WS-IN-ADDR NOT = SPACES
               MOVE WS-IN-ADDR TO GDN-ADDR-2
           END-IF.
           DISPLAY "ADDRESS LINE 3 (BLANK = KEEP): ".
           ACCEPT WS-IN-ADDR.
           IF WS-IN-ADDR NOT = SPACES
               MOVE WS-IN-ADDR TO GDN-ADDR-3
           END-IF.
           DISPLAY "MOBILE NUMBER (BLANK = KEEP): ".
           ACCEPT WS-IN-MOBILE.
           IF WS-IN-MOBILE NOT = SPACES
               MOVE WS-IN-MOBILE TO GDN-MOBILE
           END-IF.
           DISPLAY "E-MAIL ADDRESS (BLANK = KEEP): ".
           ACCEPT WS-IN-EMAIL.
           IF WS-IN-EMAIL NOT = SPACES
               MOVE WS-IN-EMAIL TO GDN-EMAIL
           END-IF.
           IF GDN-NAME = SPACES OR GDN-ADDR-1 = SPACES
               DISPLAY "GUARDIAN NAME AND ADDRESS LINE 1 ARE REQUIRED"
                   " - CONTACT NOT SAVED"
               MOVE "N" TO WS-ENTRY-OK
           END-IF.

       SAVE-CONTACT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-CUR-DATE(1:8) TO GDN-UPD-DATE.
           MOVE WS-OPERATOR TO GDN-UPD-OPR.
           IF WS-NEW = "Y"
               WRITE GUARDIAN-REC
                   INVALID KEY
                       DISPLAY "CONTACT NOT SAVED - STATUS "
                           WS-GDN-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-ADD-CNT
                       DISPLAY "CONTACT ADDED - " GDN-STD-NO
               END-WRITE
           ELSE
               REWRITE GUARDIAN-REC
                   INVALID KEY
                       DISPLAY "CONTACT NOT SAVED - STATUS "
                           WS-GDN-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CHG-CNT
                       DISPLAY "CONTACT CHANGED - " GDN-STD-NO
               END-REWRITE
           END-IF.

       LIST-RTN.
      * Student-number order, straight off the key.
           MOVE "NO" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "YES"
               READ GUARD-FILE NEXT RECORD
                   AT END MOVE "YES" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LIST-CNT
                       DISPLAY GDN-STD-NO " " GDN-NAME " ("
                           GDN-RELATION ")"
                       DISPLAY "           " GDN-ADDR-1
                       DISPLAY "           " GDN-MOBILE " " GDN-EMAIL
               END-READ
           END-PERFORM.
           DISPLAY WS-LIST-CNT " GUARDIAN CONTACT(S) ON FILE".

       DELETE-RTN.
           PERFORM GET-STUDENT-RTN.
           IF WS-ENTRY-OK = "Y"
               PERFORM FIND-CONTACT-RTN
               IF WS-NEW = "Y"
                   DISPLAY "NO CONTACT ON FILE FOR " WS-STD-NO
                   MOVE "N" TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = "Y"
               PERFORM SHOW-CONTACT-RTN
               DISPLAY "DELETE THIS CONTACT? (Y/N): "
               ACCEPT ANS
               IF ANS = "Y" OR ANS = "y"
                   DELETE GUARD-FILE
                       INVALID KEY
                           DISPLAY "NOT DELETED - STATUS "
                               WS-GDN-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-DEL-CNT
                           DISPLAY "CONTACT DELETED"
                   END-DELETE
               ELSE
                   MOVE "CANCELLED" TO WS-OUTCOME
               END-IF
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "GUARDMNT" TO ALR-PROGRAM.
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
