      ******************************************************************
      * Author: CHRISTIAN ALTICHE
      * Date:
      * Purpose: Whole data-set backup, verify and restore. MSTRECOV
      *          saves only the student master; this copies the full
      *          set - the master, grade ledger, section assignments,
      *          absences, term history, subject grade history,
      *          guardian contacts, session log, student accounts,
      *          class offerings, notice register, approval queue,
      *          kiosk PINs, certificate register and text, research
      *          map and learning platform user map (indexed), and
      *          the subject and section masters, registrar roster,
      *          BMI roster, clinic referrals, operator master, term
      *          calendar, account transactions, fee rates,
      *          curriculum, enlistment exceptions, research extract
      *          log, both grade-correction trails (GRADECORR.DAT and
      *          LDGCORR.DAT) and every term's census file (CENSUS_
      *          per term on TERMMAST.DAT)
      *          - into a numbered, dated backup generation: one
      *          member per file (BKnnnnFss.DAT) and a manifest
      *          (BKnnnnMF.DAT, see BKUPMAN.CPY) with each file's
      *          record count and hash total. Generations are listed
      *          in the backup catalog (BKUPCAT.DAT); after each
      *          backup the oldest beyond the number to keep are
      *          deleted. Mode 2 re-reads a generation against its
      *          manifest and records the result on the catalog; mode
      *          3 restores one named file or the whole set from a
      *          generation - the generation is verified first, what
      *          will be overwritten is shown for confirmation, and
      *          the MSTLOCK single-updater guard is held while files
      *          are rewritten; mode 4 lists the catalog. Backup and
      *          verify also run under NIGHTRUN from a parameter file
      *          (MODE 1 or 2, optional KEEP and GENERATION).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATABKUP IS INITIAL PROGRAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The indexed files of the set - read through their keys for
      * the backup, reloaded through them by a restore.
           SELECT STUDMAS ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STD-NO
               ALTERNATE RECORD KEY IS SM-STD-NM WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT LEDGER ASSIGN TO "GRDLEDGR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LDG-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT ASSIGN-F ASSIGN TO "SECASSGN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASG-STD-NO
               ALTERNATE RECORD KEY IS ASG-SECT-KEY WITH DUPLICATES
               FILE STATUS IS WS-IDX-STATUS.
           SELECT ATT-FILE ASSIGN TO "ATTNDNC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT STUDHIST ASSIGN TO "STUDHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT GUARD-FILE ASSIGN TO "GRDNMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GDN-STD-NO
               FILE STATUS IS WS-IDX-STATUS.
           SELECT SES-FILE ASSIGN TO "SESSLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT ACCT-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACT-STD-NO
               FILE STATUS IS WS-IDX-STATUS.
           SELECT OFFER-FILE ASSIGN TO "CLASSOFF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFR-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "NOTICREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTC-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT QUEUE-FILE ASSIGN TO "APPRQUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QUE-NO
               FILE STATUS IS WS-IDX-STATUS.
           SELECT CRED-FILE ASSIGN TO "STUDCRED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCR-STD-NO
               FILE STATUS IS WS-IDX-STATUS.
           SELECT CERT-REG ASSIGN TO "CERTREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-NO
               FILE STATUS IS WS-IDX-STATUS.
           SELECT CERT-TXT ASSIGN TO "CERTTXT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTX-KEY
               FILE STATUS IS WS-IDX-STATUS.
           SELECT RES-MAP ASSIGN TO "RESMAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMP-STD-NO
               ALTERNATE RECORD KEY IS RMP-PSEUDO
               FILE STATUS IS WS-IDX-STATUS.
           SELECT USER-MAP ASSIGN TO "LMSUSER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LMU-USER-ID
               ALTERNATE RECORD KEY IS LMU-STD-NO
               FILE STATUS IS WS-IDX-STATUS.
           SELECT SBJHIST ASSIGN TO "SBJHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBH-KEY
               FILE STATUS IS WS-IDX-STATUS.
      * Any line sequential file of the set, named at run time.
           SELECT LIVE-IN ASSIGN TO DYNAMIC WS-LIVE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIV-STATUS.
           SELECT LIVE-OUT ASSIGN TO DYNAMIC WS-LIVE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIV-STATUS.
      * The term calendar, read for the census file names.
           SELECT TERM-IN ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRM-STATUS.
      * Generation members, manifests and the catalog.
           SELECT MEMBER-IN ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-STATUS.
           SELECT MEMBER-OUT ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-STATUS.
           SELECT MEMBER-KILL ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEM-STATUS.
           SELECT MAN-IN ASSIGN TO DYNAMIC WS-MAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT MAN-OUT ASSIGN TO DYNAMIC WS-MAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT MAN-KILL ASSIGN TO DYNAMIC WS-MAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-STATUS.
           SELECT CAT-IN ASSIGN TO "BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT CAT-OUT ASSIGN TO "BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT AUDIT-OUT ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDMAS
           LABEL RECORDS ARE STANDARD.
           COPY "STUDMAST.CPY".

       FD  LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY "GRDLEDGR.CPY".

       FD  ASSIGN-F
           LABEL RECORDS ARE STANDARD.
           COPY "SECASSGN.CPY".

       FD  ATT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ATTNDNC.CPY".

       FD  STUDHIST
           LABEL RECORDS ARE STANDARD.
           COPY "STUDHIST.CPY".

       FD  GUARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "GRDNMAST.CPY".

       FD  SES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLSSESS.CPY".

       FD  ACCT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "ACCTMAST.CPY".

       FD  OFFER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "CLASSOFF.CPY".

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "NOTICREG.CPY".

      * The approval queue, held as APRQPUT and APPROVE hold it.
       FD  QUEUE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS QUEUE-REC.
       01  QUEUE-REC.
           02 QUE-NO   PIC 9(6).
           02 QUE-DATA PIC X(251).

       FD  CRED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY "STUDCRED.CPY".

       FD  CERT-REG
           LABEL RECORDS ARE STANDARD.
           COPY "CERTREG.CPY".

       FD  CERT-TXT
           LABEL RECORDS ARE STANDARD.
           COPY "CERTTXT.CPY".

       FD  RES-MAP
           LABEL RECORDS ARE STANDARD.
           COPY "RESMAP.CPY".

       FD  USER-MAP
           LABEL RECORDS ARE STANDARD.
           COPY "LMSUSER.CPY".

       FD  SBJHIST
           LABEL RECORDS ARE STANDARD.
           COPY "SBJHIST.CPY".

       FD  LIVE-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIVE-LINE-IN.
       01  LIVE-LINE-IN PIC X(260).

       FD  LIVE-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LIVE-LINE-OUT.
       01  LIVE-LINE-OUT PIC X(260).

       FD  TERM-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERM-LINE-IN.
       01  TERM-LINE-IN PIC X(71).

       FD  MEMBER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEMBER-LINE-IN.
       01  MEMBER-LINE-IN PIC X(260).

       FD  MEMBER-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEMBER-LINE-OUT.
       01  MEMBER-LINE-OUT PIC X(260).

       FD  MEMBER-KILL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MEMBER-LINE-KILL.
       01  MEMBER-LINE-KILL PIC X(260).

       FD  MAN-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAN-LINE-IN.
       01  MAN-LINE-IN PIC X(93).

       FD  MAN-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAN-LINE-OUT.
       01  MAN-LINE-OUT PIC X(93).

       FD  MAN-KILL
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MAN-LINE-KILL.
       01  MAN-LINE-KILL PIC X(93).

       FD  CAT-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAT-LINE-IN.
       01  CAT-LINE-IN PIC X(88).

       FD  CAT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CAT-LINE-OUT.
       01  CAT-LINE-OUT PIC X(88).

       FD  AUDIT-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-LINE.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      * Manifest line and term calendar record (see BKUPMAN.CPY and
      * TERMMAST.CPY).
       COPY "BKUPMAN.CPY".
       COPY "TERMMAST.CPY".

       01  WS-IDX-STATUS PIC XX VALUE "00".
       01  WS-LIV-STATUS PIC XX VALUE "00".
       01  WS-TRM-STATUS PIC XX VALUE "00".
       01  WS-MEM-STATUS PIC XX VALUE "00".
       01  WS-MAN-STATUS PIC XX VALUE "00".
       01  WS-CAT-STATUS PIC XX VALUE "00".
       01  WS-EOF PIC XXX VALUE "NO".
       01  WS-MAN-EOF PIC XXX VALUE "NO".
       01  WS-LIVE-FILE PIC X(40) VALUE SPACES.
       01  WS-MEMBER-FILE PIC X(40) VALUE SPACES.
       01  WS-MAN-FILE PIC X(40) VALUE SPACES.

      * Run answers.
       01  WS-MODE PIC 9 VALUE 0.
       01  WS-SEL-GEN PIC 9(4) VALUE 0.
       01  WS-RST-FILE PIC X(30) VALUE SPACES.
       01  WS-ANS PIC X VALUE SPACES.

      * Generations kept after a backup - site-configurable here,
      * or KEEP at the prompt / in the parameter file.
       01  WS-KEEP-GENS PIC 99 VALUE 7.
       01  WS-KEEP-IN PIC 99 VALUE 0.

      * The fixed part of the set, in backup order - file name, "I"
      * indexed or "L" line sequential, and which indexed file.
       01  WS-SET-FIXED.
           02 FILLER PIC X(30) VALUE "STUDMAST.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 1.
           02 FILLER PIC X(30) VALUE "GRDLEDGR.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 2.
           02 FILLER PIC X(30) VALUE "SECASSGN.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 3.
           02 FILLER PIC X(30) VALUE "ATTNDNC.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 4.
           02 FILLER PIC X(30) VALUE "STUDHIST.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 5.
           02 FILLER PIC X(30) VALUE "GRDNMAST.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 6.
           02 FILLER PIC X(30) VALUE "SESSLOG.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 7.
           02 FILLER PIC X(30) VALUE "SUBJMAST.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "SECTMAST.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "ENROLL.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "BMIROSTER.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "CLINREF.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "OPERMAST.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "TERMMAST.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "ACCTMAST.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 8.
           02 FILLER PIC X(30) VALUE "ACCTTRAN.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "FEERATE.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "CLASSOFF.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 9.
           02 FILLER PIC X(30) VALUE "CURRMAST.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "ENLEXCP.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "NOTICREG.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 10.
           02 FILLER PIC X(30) VALUE "APPRQUE.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 11.
           02 FILLER PIC X(30) VALUE "STUDCRED.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 12.
           02 FILLER PIC X(30) VALUE "CERTREG.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 13.
           02 FILLER PIC X(30) VALUE "CERTTXT.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 14.
           02 FILLER PIC X(30) VALUE "RESMAP.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 15.
           02 FILLER PIC X(30) VALUE "RESXLOG.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "LMSUSER.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 16.
           02 FILLER PIC X(30) VALUE "SBJHIST.DAT".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC 99 VALUE 17.
           02 FILLER PIC X(30) VALUE "GRADECORR.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
           02 FILLER PIC X(30) VALUE "LDGCORR.DAT".
           02 FILLER PIC X VALUE "L".
           02 FILLER PIC 99 VALUE 0.
       01  WS-SET-FIXED-TABLE REDEFINES WS-SET-FIXED.
           02 WS-SF-ENTRY OCCURS 31 TIMES.
              03 WS-SF-FILE PIC X(30).
              03 WS-SF-KIND PIC X.
              03 WS-SF-SLOT PIC 99.

      * This run's set - the fixed part plus one census file per
      * term on the calendar. A census file not on disk is simply
      * not part of the set (the term has not been captured yet).
       01  WS-FS-USED PIC 99 VALUE 0.
       01  WS-FS-TABLE.
           02 WS-FS-ENTRY OCCURS 60 TIMES.
              03 WS-FS-FILE PIC X(30).
              03 WS-FS-KIND PIC X.
              03 WS-FS-SLOT PIC 99.
              03 WS-FS-OPTIONAL PIC X.
       01  F PIC 99 VALUE 0.
       01  WS-SEQ PIC 99 VALUE 0.

      * The file being worked on.
       01  WS-CUR-KIND PIC X VALUE SPACES.
       01  WS-CUR-SLOT PIC 99 VALUE 0.
       01  WS-ACTION PIC X VALUE SPACES.
       01  WS-LIVE-FOUND PIC X VALUE "N".
       01  WS-LIVE-STAT PIC XX VALUE "00".
       01  WS-MEM-FOUND PIC X VALUE "N".

      * Record count and hash total. The hash adds every byte's
      * collating value weighted by its position in the record, so
      * a changed, swapped or lost character shows, and is kept to
      * nine digits.
       01  WS-IMAGE PIC X(260) VALUE SPACES.
       01  WS-CNT PIC 9(7) VALUE 0.
       01  WS-HASH PIC 9(10) VALUE 0.
       01  WS-REC-HASH PIC 9(9) VALUE 0.
       01  P PIC 999 VALUE 0.
       01  WS-PUT-CNT PIC 9(7) VALUE 0.
       01  WS-REJ-CNT PIC 9(7) VALUE 0.

      * Backup run totals.
       01  WS-GEN PIC 9(4) VALUE 0.
       01  WS-LAST-GEN PIC 9(4) VALUE 0.
       01  WS-FILES-CNT PIC 99 VALUE 0.
       01  WS-MISSING-CNT PIC 99 VALUE 0.
       01  WS-ERROR-CNT PIC 99 VALUE 0.
       01  WS-RECORDS-CNT PIC 9(7) VALUE 0.
       01  WS-BAD-CNT PIC 99 VALUE 0.
       01  WS-KILL-CNT PIC 99 VALUE 0.

      * The backup catalog - one line per generation, oldest first.
       01  CAT-DTL.
           02 CAT-GEN PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CAT-STAMP PIC X(19).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CAT-OPERATOR PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CAT-FILES PIC 99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CAT-MISSING PIC 99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CAT-RECORDS PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CAT-STATUS PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 CAT-CHECKED PIC X(19).
       01  WS-CAT-USED PIC 999 VALUE 0.
       01  WS-CAT-OVFL PIC X VALUE "N".
       01  WS-CAT-TABLE.
           02 WS-CAT-LINE OCCURS 100 TIMES PIC X(88).
       01  C PIC 999 VALUE 0.
       01  WS-CAT-HIT PIC 999 VALUE 0.
       01  WS-CAT-DROP PIC 999 VALUE 0.

      * One generation's manifest, held for verify and restore.
       01  WS-MF-USED PIC 99 VALUE 0.
       01  WS-MAN-IMAGE PIC X(93) VALUE SPACES.
       01  WS-MF-TABLE.
           02 WS-MF-LINE OCCURS 60 TIMES PIC X(93).
           02 WS-MF-PICK OCCURS 60 TIMES PIC X.
       01  M PIC 99 VALUE 0.
       01  WS-PICK-CNT PIC 99 VALUE 0.

      * Display edits.
       01  WS-CNT-OUT PIC Z(6)9.
       01  WS-CNT-OUT2 PIC Z(6)9.

      * Job-stream run area and parameter look-ups (see JOBPARM.CPY
      * and PARMREQ.CPY).
       COPY "JOBPARM.CPY".
       COPY "PARMREQ.CPY".
       01  WS-UNATTENDED PIC X VALUE "N".
       01  WS-PARM-OK PIC X VALUE "Y".

      * Run-log bookkeeping (see AUDITLOG.CPY).
       COPY "AUDITLOG.CPY".

      * This branch's code (see BRANCHCD.CPY).
       COPY "BRANCHCD.CPY".

      * Master lock request block (see MSTLOCK.CPY).
       COPY "MSTLOCK.CPY".

      * Signed-on identity from LABMENU (see SIGNON.CPY).
       COPY "SIGNON.CPY".
       01  WS-AUD-STATUS PIC XX VALUE "00".
       01  WS-OPERATOR PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE PIC X(21).
       01  WS-RUN-STAMP PIC X(19) VALUE SPACES.
       01  WS-OUTCOME PIC X(20) VALUE "COMPLETED".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * A job-stream run (see JOBPARM.CPY) answers from its
      * parameter file and never stops at a prompt.
           IF JPM-PARM-FILE NOT = SPACES
               AND JPM-PARM-FILE NOT = LOW-VALUES
               MOVE "Y" TO WS-UNATTENDED
               PERFORM PARM-ANSWERS-RTN
           ELSE
               PERFORM ASK-ANSWERS-RTN
           END-IF.
           IF WS-PARM-OK = "N"
               MOVE "ABORTED-BAD-PARM" TO WS-OUTCOME
               PERFORM WRITE-AUDIT-RTN
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO WS-RUN-STAMP.
           PERFORM LOAD-CATALOG-RTN.
           EVALUATE WS-MODE
               WHEN 1
                   PERFORM BACKUP-RTN
               WHEN 2
                   PERFORM VERIFY-RTN
               WHEN 3
                   PERFORM RESTORE-RTN
               WHEN 4
                   PERFORM LIST-RTN
               WHEN OTHER
                   DISPLAY "INVALID MODE"
                   MOVE "ABORTED-BAD-MODE" TO WS-OUTCOME
           END-EVALUATE.
           PERFORM WRITE-AUDIT-RTN.
           GOBACK.

       ASK-ANSWERS-RTN.
      * The LABMENU sign-on already verified who this is - only
      * prompt when the program is run standalone.
           IF SGN-OPR-ID NOT = SPACES
               AND SGN-OPR-ID NOT = LOW-VALUES
               MOVE SGN-OPR-ID TO WS-OPERATOR
           ELSE
               DISPLAY "ENTER OPERATOR NAME/ID (FOR LOG): "
               ACCEPT WS-OPERATOR
           END-IF.
           DISPLAY "MODE - 1=BACKUP  2=VERIFY  3=RESTORE"
               "  4=LIST GENERATIONS: ".
           ACCEPT WS-MODE.
           EVALUATE WS-MODE
               WHEN 1
                   DISPLAY "GENERATIONS TO KEEP (BLANK = "
                       WS-KEEP-GENS "): "
                   ACCEPT WS-KEEP-IN
                   IF WS-KEEP-IN > 0
                       MOVE WS-KEEP-IN TO WS-KEEP-GENS
                   END-IF
               WHEN 2
                   DISPLAY "GENERATION NUMBER (BLANK = LATEST): "
                   ACCEPT WS-SEL-GEN
               WHEN 3
                   DISPLAY "GENERATION NUMBER (BLANK = LATEST): "
                   ACCEPT WS-SEL-GEN
                   DISPLAY "FILE TO RESTORE (E.G. GRDLEDGR.DAT, OR"
                       " ALL): "
                   ACCEPT WS-RST-FILE
                   IF WS-RST-FILE = "all"
                       MOVE "ALL" TO WS-RST-FILE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARM-ANSWERS-RTN.
      * A restore needs someone at the screen to see what will be
      * overwritten - only the backup and the verify run unattended.
           PERFORM PARM-OPERATOR-RTN.
           MOVE "MODE" TO PRQ-KEY.
           PERFORM GET-PARM-RTN.
           IF PRQ-REPLY = "Y"
               EVALUATE PRQ-VALUE
                   WHEN "1"
                       MOVE 1 TO WS-MODE
                       MOVE "KEEP" TO PRQ-KEY
                       PERFORM GET-OPT-PARM-RTN
                       IF PRQ-REPLY = "Y"
                           IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                               AND PRQ-NUM > 0 AND PRQ-NUM < 100
                               MOVE PRQ-NUM-WHOLE TO WS-KEEP-GENS
                           ELSE
                               PERFORM BAD-PARM-RTN
                           END-IF
                       END-IF
                   WHEN "2"
                       MOVE 2 TO WS-MODE
                       MOVE "GENERATION" TO PRQ-KEY
                       PERFORM GET-OPT-PARM-RTN
                       IF PRQ-REPLY = "Y"
                           IF PRQ-NUM-OK = "Y" AND PRQ-NUM-DEC = 0
                               AND PRQ-NUM < 10000
                               MOVE PRQ-NUM-WHOLE TO WS-SEL-GEN
                           ELSE
                               PERFORM BAD-PARM-RTN
                           END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM BAD-PARM-RTN
               END-EVALUATE
           END-IF.

       GET-PARM-RTN.
      * One keyword from the parameter file (see PARMREQ.CPY) - a
      * missing one fails the run rather than guessing an answer.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY NOT = "Y"
               MOVE "N" TO WS-PARM-OK
               IF PRQ-REPLY = "N"
                   DISPLAY "PARAMETER " PRQ-KEY " MISSING FROM "
                       JPM-PARM-FILE
               END-IF
           END-IF.

       GET-OPT-PARM-RTN.
      * An optional keyword - absent means take the default.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.

       BAD-PARM-RTN.
           DISPLAY "PARAMETER " PRQ-KEY " INVALID - " PRQ-VALUE.
           MOVE "N" TO WS-PARM-OK.

       PARM-OPERATOR-RTN.
      * The run log names the operator the parameter file gives,
      * else the one who started the job stream.
           MOVE "OPERATOR" TO PRQ-KEY.
           MOVE JPM-PARM-FILE TO PRQ-FILE.
           CALL "PARMGET" USING PARM-REQ.
           IF PRQ-REPLY = "Y" AND PRQ-VALUE NOT = SPACES
               MOVE PRQ-VALUE TO WS-OPERATOR
           ELSE
               MOVE JPM-OPERATOR TO WS-OPERATOR
           END-IF.
           IF PRQ-REPLY = "X"
               DISPLAY "PARAMETER FILE NOT FOUND - " JPM-PARM-FILE
               MOVE "N" TO WS-PARM-OK
           END-IF.

      ******************************************************************
      * The catalog.
      ******************************************************************
       LOAD-CATALOG-RTN.
           MOVE 0 TO WS-CAT-USED WS-LAST-GEN.
           OPEN INPUT CAT-IN.
           IF WS-CAT-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ CAT-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE CAT-LINE-IN TO CAT-DTL
                           IF CAT-GEN IS NUMERIC
                               PERFORM KEEP-CATALOG-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAT-IN
           END-IF.

       KEEP-CATALOG-RTN.
           IF CAT-GEN > WS-LAST-GEN
               MOVE CAT-GEN TO WS-LAST-GEN
           END-IF.
           IF WS-CAT-USED < 100
               ADD 1 TO WS-CAT-USED
               MOVE CAT-LINE-IN TO WS-CAT-LINE(WS-CAT-USED)
           ELSE
               MOVE "Y" TO WS-CAT-OVFL
           END-IF.

       FIND-GEN-RTN.
      * Generation WS-SEL-GEN, or the newest when it is zero.
           MOVE 0 TO WS-CAT-HIT.
           IF WS-SEL-GEN = 0
               MOVE WS-LAST-GEN TO WS-SEL-GEN
           END-IF.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAT-USED
               MOVE WS-CAT-LINE(C) TO CAT-DTL
               IF CAT-GEN = WS-SEL-GEN AND WS-SEL-GEN > 0
                   MOVE C TO WS-CAT-HIT
               END-IF
           END-PERFORM.
           IF WS-CAT-HIT = 0
               DISPLAY "NO BACKUP GENERATION " WS-SEL-GEN
                   " ON THE CATALOG (BKUPCAT.DAT)"
               MOVE "ABORTED-NO-GEN" TO WS-OUTCOME
           ELSE
               MOVE WS-CAT-LINE(WS-CAT-HIT) TO CAT-DTL
               MOVE SPACES TO WS-MAN-FILE
               STRING "BK" WS-SEL-GEN "MF.DAT" DELIMITED BY SIZE
                   INTO WS-MAN-FILE
           END-IF.

       SAVE-CATALOG-RTN.
      * Rewritten whole; generations zeroed out by the prune are
      * left off.
           OPEN OUTPUT CAT-OUT.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAT-USED
               MOVE WS-CAT-LINE(C) TO CAT-DTL
               IF CAT-GEN > 0
                   WRITE CAT-LINE-OUT FROM WS-CAT-LINE(C)
               END-IF
           END-PERFORM.
           CLOSE CAT-OUT.

       LIST-RTN.
           IF WS-CAT-USED = 0
               DISPLAY "NO BACKUP GENERATIONS ON THE CATALOG"
           ELSE
               DISPLAY "GEN  TAKEN               BY                  "
                   "  FILES MISSING RECORDS STATUS   LAST VERIFIED"
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAT-USED
                   MOVE WS-CAT-LINE(C) TO CAT-DTL
                   DISPLAY CAT-GEN " " CAT-STAMP " " CAT-OPERATOR
                       "  " CAT-FILES "    " CAT-MISSING "    "
                       CAT-RECORDS " " CAT-STATUS " " CAT-CHECKED
               END-PERFORM
           END-IF.
           MOVE "COMPLETED-LIST" TO WS-OUTCOME.

      ******************************************************************
      * Backup.
      ******************************************************************
       BACKUP-RTN.
      * The prune rewrites the catalog from the table - a catalog
      * bigger than the table would lose generations past the cap.
           IF WS-CAT-OVFL = "Y"
               DISPLAY "BACKUP CATALOG TOO BIG - PRUNE IT BEFORE THE"
                   " NEXT BACKUP"
               MOVE "ABORTED-TOO-MANY" TO WS-OUTCOME
           ELSE
               PERFORM BACKUP-RUN-RTN
           END-IF.

       BACKUP-RUN-RTN.
           COMPUTE WS-GEN = WS-LAST-GEN + 1.
           PERFORM BUILD-SET-RTN.
           MOVE SPACES TO WS-MAN-FILE.
           STRING "BK" WS-GEN "MF.DAT" DELIMITED BY SIZE
               INTO WS-MAN-FILE.
           OPEN OUTPUT MAN-OUT.
           MOVE 0 TO WS-FILES-CNT WS-MISSING-CNT WS-ERROR-CNT
               WS-RECORDS-CNT.
           DISPLAY "BACKUP GENERATION " WS-GEN " - " WS-RUN-STAMP.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > WS-FS-USED
               PERFORM BACKUP-FILE-RTN
           END-PERFORM.
           CLOSE MAN-OUT.
           MOVE SPACES TO CAT-DTL.
           MOVE WS-GEN TO CAT-GEN.
           MOVE WS-RUN-STAMP TO CAT-STAMP.
           MOVE WS-OPERATOR TO CAT-OPERATOR.
           MOVE WS-FILES-CNT TO CAT-FILES.
           MOVE WS-MISSING-CNT TO CAT-MISSING.
           MOVE WS-RECORDS-CNT TO CAT-RECORDS.
           IF WS-ERROR-CNT > 0
               MOVE "PARTIAL" TO CAT-STATUS
           ELSE
               MOVE "TAKEN" TO CAT-STATUS
           END-IF.
           ADD 1 TO WS-CAT-USED.
           MOVE CAT-DTL TO WS-CAT-LINE(WS-CAT-USED).
           DISPLAY WS-FILES-CNT " FILE(S), " WS-RECORDS-CNT
               " RECORD(S) IN GENERATION " WS-GEN " - MANIFEST "
               WS-MAN-FILE.
           IF WS-MISSING-CNT > 0
               DISPLAY WS-MISSING-CNT " FILE(S) OF THE SET NOT ON"
                   " DISK - LISTED MISSING ON THE MANIFEST"
           END-IF.
           IF WS-ERROR-CNT > 0
               DISPLAY WS-ERROR-CNT " FILE(S) COULD NOT BE READ -"
                   " GENERATION IS PARTIAL"
               MOVE "COMPLETED-PARTIAL" TO WS-OUTCOME
           ELSE
               MOVE "COMPLETED-BACKUP" TO WS-OUTCOME
           END-IF.
           PERFORM PRUNE-RTN.
           PERFORM SAVE-CATALOG-RTN.

       BUILD-SET-RTN.
           MOVE 0 TO WS-FS-USED.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 31
               ADD 1 TO WS-FS-USED
               MOVE WS-SF-FILE(F) TO WS-FS-FILE(WS-FS-USED)
               MOVE WS-SF-KIND(F) TO WS-FS-KIND(WS-FS-USED)
               MOVE WS-SF-SLOT(F) TO WS-FS-SLOT(WS-FS-USED)
               MOVE "N" TO WS-FS-OPTIONAL(WS-FS-USED)
           END-PERFORM.
      * Census files are named the way 2DPROG names them.
           OPEN INPUT TERM-IN.
           IF WS-TRM-STATUS = "00"
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ TERM-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE TERM-LINE-IN TO TERM-REC
                           IF TRM-SCH-YEAR NOT = SPACES
                               AND WS-FS-USED < 60
                               PERFORM ADD-CENSUS-RTN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-IN
           END-IF.

       ADD-CENSUS-RTN.
           ADD 1 TO WS-FS-USED.
           MOVE SPACES TO WS-FS-FILE(WS-FS-USED).
           STRING "CENSUS_" DELIMITED BY SIZE
                  TRM-SCH-YEAR DELIMITED BY SPACE
                  "_SEM" DELIMITED BY SIZE
                  TRM-SEMESTER DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-FS-FILE(WS-FS-USED).
           MOVE "L" TO WS-FS-KIND(WS-FS-USED).
           MOVE 0 TO WS-FS-SLOT(WS-FS-USED).
           MOVE "Y" TO WS-FS-OPTIONAL(WS-FS-USED).

       BACKUP-FILE-RTN.
      * Copy one file to its member, counting and hashing as it
      * goes; a file not on disk leaves no member behind.
           MOVE F TO WS-SEQ.
           MOVE SPACES TO WS-MEMBER-FILE.
           STRING "BK" WS-GEN "F" WS-SEQ ".DAT" DELIMITED BY SIZE
               INTO WS-MEMBER-FILE.
           MOVE WS-FS-FILE(F) TO WS-LIVE-FILE.
           MOVE WS-FS-KIND(F) TO WS-CUR-KIND.
           MOVE WS-FS-SLOT(F) TO WS-CUR-SLOT.
           MOVE "B" TO WS-ACTION.
           OPEN OUTPUT MEMBER-OUT.
           PERFORM READ-LIVE-RTN.
           CLOSE MEMBER-OUT.
           MOVE SPACES TO BACKUP-MANIFEST-REC.
           MOVE WS-GEN TO BKM-GEN.
           MOVE WS-FS-FILE(F) TO BKM-FILE.
           MOVE WS-FS-KIND(F) TO BKM-KIND.
           MOVE WS-FS-SLOT(F) TO BKM-SLOT.
           MOVE WS-RUN-STAMP TO BKM-STAMP.
           MOVE 0 TO BKM-COUNT BKM-HASH.
           IF WS-LIVE-FOUND = "Y"
               MOVE WS-MEMBER-FILE TO BKM-MEMBER
               MOVE "COPIED" TO BKM-STATUS
               MOVE WS-CNT TO BKM-COUNT
               MOVE WS-HASH TO BKM-HASH
               ADD 1 TO WS-FILES-CNT
               ADD WS-CNT TO WS-RECORDS-CNT
               MOVE WS-CNT TO WS-CNT-OUT
               DISPLAY "  " BKM-FILE " " WS-CNT-OUT " RECORD(S)"
           ELSE
               DELETE FILE MEMBER-KILL
               IF WS-LIVE-STAT = "35"
                   MOVE "MISSING" TO BKM-STATUS
                   IF WS-FS-OPTIONAL(F) = "N"
                       ADD 1 TO WS-MISSING-CNT
                       DISPLAY "  " BKM-FILE " NOT ON DISK"
                   END-IF
               ELSE
                   STRING "ERROR-" WS-LIVE-STAT DELIMITED BY SIZE
                       INTO BKM-STATUS
                   ADD 1 TO WS-ERROR-CNT
                   DISPLAY "  " BKM-FILE " CANNOT BE READ - STATUS "
                       WS-LIVE-STAT
               END-IF
           END-IF.
           IF WS-LIVE-FOUND = "Y" OR WS-FS-OPTIONAL(F) = "N"
               WRITE MAN-LINE-OUT FROM BACKUP-MANIFEST-REC
           END-IF.

       PRUNE-RTN.
      * Keep the newest WS-KEEP-GENS generations; older ones lose
      * their members and manifest and drop off the catalog.
           MOVE 0 TO WS-KILL-CNT.
           IF WS-CAT-USED > WS-KEEP-GENS
               COMPUTE WS-CAT-DROP = WS-CAT-USED - WS-KEEP-GENS
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAT-DROP
                   PERFORM KILL-GEN-RTN
               END-PERFORM
               DISPLAY WS-KILL-CNT " OLD GENERATION(S) DELETED -"
                   " KEEPING " WS-KEEP-GENS
           END-IF.

       KILL-GEN-RTN.
           MOVE WS-CAT-LINE(C) TO CAT-DTL.
           MOVE SPACES TO WS-MAN-FILE.
           STRING "BK" CAT-GEN "MF.DAT" DELIMITED BY SIZE
               INTO WS-MAN-FILE.
           OPEN INPUT MAN-IN.
           IF WS-MAN-STATUS = "00"
               MOVE "NO" TO WS-MAN-EOF
               PERFORM UNTIL WS-MAN-EOF = "YES"
                   READ MAN-IN AT END MOVE "YES" TO WS-MAN-EOF
                       NOT AT END
                           PERFORM TAKE-MAN-LINE-RTN
                           MOVE WS-MAN-IMAGE TO BACKUP-MANIFEST-REC
                           IF BKM-MEMBER NOT = SPACES
                               MOVE BKM-MEMBER TO WS-MEMBER-FILE
                               DELETE FILE MEMBER-KILL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAN-IN
               DELETE FILE MAN-KILL
           END-IF.
           MOVE 0 TO CAT-GEN.
           MOVE CAT-DTL TO WS-CAT-LINE(C).
           ADD 1 TO WS-KILL-CNT.

      ******************************************************************
      * Verify.
      ******************************************************************
       VERIFY-RTN.
           PERFORM FIND-GEN-RTN.
           IF WS-CAT-HIT > 0
               PERFORM LOAD-MANIFEST-RTN
           END-IF.
           IF WS-CAT-HIT > 0 AND WS-MF-USED > 0
               DISPLAY "VERIFYING GENERATION " WS-SEL-GEN " TAKEN "
                   CAT-STAMP
               MOVE 0 TO WS-BAD-CNT
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MF-USED
                   PERFORM CHECK-MEMBER-RTN
               END-PERFORM
               MOVE WS-CAT-LINE(WS-CAT-HIT) TO CAT-DTL
               MOVE WS-RUN-STAMP TO CAT-CHECKED
               IF WS-BAD-CNT = 0
                   MOVE "VERIFIED" TO CAT-STATUS
                   DISPLAY "GENERATION " WS-SEL-GEN
                       " MATCHES ITS MANIFEST"
                   MOVE "COMPLETED-VERIFY" TO WS-OUTCOME
               ELSE
                   MOVE "FAILED" TO CAT-STATUS
                   DISPLAY WS-BAD-CNT " FILE(S) OF GENERATION "
                       WS-SEL-GEN " DO NOT MATCH THE MANIFEST"
                   MOVE "FAILED-VERIFY" TO WS-OUTCOME
               END-IF
               MOVE CAT-DTL TO WS-CAT-LINE(WS-CAT-HIT)
               PERFORM SAVE-CATALOG-RTN
           END-IF.

       LOAD-MANIFEST-RTN.
           MOVE 0 TO WS-MF-USED.
           OPEN INPUT MAN-IN.
           IF WS-MAN-STATUS NOT = "00"
               DISPLAY "MANIFEST " WS-MAN-FILE " NOT FOUND"
               MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
           ELSE
               MOVE "NO" TO WS-MAN-EOF
               PERFORM UNTIL WS-MAN-EOF = "YES"
                   READ MAN-IN AT END MOVE "YES" TO WS-MAN-EOF
                       NOT AT END
                           IF WS-MF-USED < 60
                               ADD 1 TO WS-MF-USED
                               PERFORM TAKE-MAN-LINE-RTN
                               MOVE WS-MAN-IMAGE
                                   TO WS-MF-LINE(WS-MF-USED)
                               MOVE "N" TO WS-MF-PICK(WS-MF-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MAN-IN
               IF WS-MF-USED = 0
                   DISPLAY "MANIFEST " WS-MAN-FILE " IS EMPTY"
                   MOVE "ABORTED-BAD-FILE" TO WS-OUTCOME
               END-IF
           END-IF.

       TAKE-MAN-LINE-RTN.
      * A manifest line from before the slot took two digits ends a
      * byte short (the stamp's last digit falls in byte 92); its
      * one-digit slot is widened so the rest lines up.
           IF MAN-LINE-IN(93:1) = SPACE
               AND MAN-LINE-IN(92:1) NOT = SPACE
               MOVE SPACES TO WS-MAN-IMAGE
               STRING MAN-LINE-IN(1:35) "0" MAN-LINE-IN(36:57)
                   DELIMITED BY SIZE INTO WS-MAN-IMAGE
           ELSE
               MOVE MAN-LINE-IN TO WS-MAN-IMAGE
           END-IF.

       CHECK-MEMBER-RTN.
      * Re-read one member and hold its count and hash against the
      * manifest. Files that were not on disk have nothing to check.
           MOVE WS-MF-LINE(M) TO BACKUP-MANIFEST-REC.
           IF BKM-STATUS = "COPIED"
               MOVE BKM-MEMBER TO WS-MEMBER-FILE
               MOVE "V" TO WS-ACTION
               PERFORM READ-MEMBER-RTN
               MOVE WS-CNT TO WS-CNT-OUT
               MOVE BKM-COUNT TO WS-CNT-OUT2
               EVALUATE TRUE
                   WHEN WS-MEM-FOUND = "N"
                       DISPLAY "  " BKM-FILE " MEMBER " BKM-MEMBER
                           " NOT FOUND"
                       ADD 1 TO WS-BAD-CNT
                   WHEN WS-CNT NOT = BKM-COUNT
                       DISPLAY "  " BKM-FILE " COUNT " WS-CNT-OUT
                           " - MANIFEST SAYS " WS-CNT-OUT2
                       ADD 1 TO WS-BAD-CNT
                   WHEN WS-HASH NOT = BKM-HASH
                       DISPLAY "  " BKM-FILE " HASH " WS-HASH
                           " - MANIFEST SAYS " BKM-HASH
                       ADD 1 TO WS-BAD-CNT
                   WHEN OTHER
                       DISPLAY "  " BKM-FILE " " WS-CNT-OUT
                           " RECORD(S) OK"
               END-EVALUATE
           ELSE
               DISPLAY "  " BKM-FILE " " BKM-STATUS
                   " AT BACKUP - NOTHING TO CHECK"
           END-IF.

      ******************************************************************
      * Restore.
      ******************************************************************
       RESTORE-RTN.
           PERFORM FIND-GEN-RTN.
           IF WS-CAT-HIT > 0
               PERFORM LOAD-MANIFEST-RTN
           END-IF.
           IF WS-CAT-HIT > 0 AND WS-MF-USED > 0
               PERFORM PICK-FILES-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM PRE-CHECK-RTN
           END-IF.
           IF WS-OUTCOME = "COMPLETED"
               PERFORM SHOW-OVERWRITE-RTN
               DISPLAY "OVERWRITE THE FILE(S) ABOVE FROM GENERATION "
                   WS-SEL-GEN "? (Y/N): "
               ACCEPT WS-ANS
               IF WS-ANS = "Y" OR WS-ANS = "y"
                   PERFORM GET-LOCK-RTN
                   IF LKQ-REPLY = "Y"
                       PERFORM VARYING M FROM 1 BY 1
                               UNTIL M > WS-MF-USED
                           IF WS-MF-PICK(M) = "Y"
                               PERFORM PUT-FILE-RTN
                           END-IF
                       END-PERFORM
                       PERFORM FREE-LOCK-RTN
                       IF WS-OUTCOME = "COMPLETED"
                           MOVE "COMPLETED-RESTORE" TO WS-OUTCOME
                       END-IF
                   ELSE
                       MOVE "ABORTED-LOCKED" TO WS-OUTCOME
                   END-IF
               ELSE
                   DISPLAY "RESTORE CANCELLED - NOTHING CHANGED"
                   MOVE "ABORTED-NOT-CONFIRM" TO WS-OUTCOME
               END-IF
           END-IF.

       PICK-FILES-RTN.
      * ALL takes every file the generation holds a copy of.
           MOVE 0 TO WS-PICK-CNT.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MF-USED
               MOVE WS-MF-LINE(M) TO BACKUP-MANIFEST-REC
               IF BKM-STATUS = "COPIED"
                   AND (WS-RST-FILE = "ALL" OR WS-RST-FILE = BKM-FILE)
                   MOVE "Y" TO WS-MF-PICK(M)
                   ADD 1 TO WS-PICK-CNT
               END-IF
           END-PERFORM.
           IF WS-PICK-CNT = 0
               DISPLAY "GENERATION " WS-SEL-GEN " HOLDS NO COPY OF "
                   WS-RST-FILE
               MOVE "ABORTED-NO-FILE" TO WS-OUTCOME
           END-IF.

       PRE-CHECK-RTN.
      * Nothing is put back from a copy that no longer matches its
      * manifest.
           MOVE 0 TO WS-BAD-CNT.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MF-USED
               IF WS-MF-PICK(M) = "Y"
                   PERFORM CHECK-MEMBER-RTN
               END-IF
           END-PERFORM.
           IF WS-BAD-CNT > 0
               DISPLAY "GENERATION " WS-SEL-GEN " FAILS ITS MANIFEST"
                   " - NOTHING RESTORED; TRY AN EARLIER GENERATION"
               MOVE "ABORTED-BAD-BACKUP" TO WS-OUTCOME
           END-IF.

       SHOW-OVERWRITE-RTN.
      * What is on disk now against what will replace it.
           DISPLAY "GENERATION " WS-SEL-GEN " TAKEN " CAT-STAMP
               " BY " CAT-OPERATOR.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MF-USED
               IF WS-MF-PICK(M) = "Y"
                   MOVE WS-MF-LINE(M) TO BACKUP-MANIFEST-REC
                   MOVE BKM-FILE TO WS-LIVE-FILE
                   MOVE BKM-KIND TO WS-CUR-KIND
                   MOVE BKM-SLOT TO WS-CUR-SLOT
                   MOVE "C" TO WS-ACTION
                   PERFORM READ-LIVE-RTN
                   MOVE BKM-COUNT TO WS-CNT-OUT2
                   IF WS-LIVE-FOUND = "Y"
                       MOVE WS-CNT TO WS-CNT-OUT
                       DISPLAY "  " BKM-FILE " NOW " WS-CNT-OUT
                           " RECORD(S) - BACKUP HAS " WS-CNT-OUT2
                   ELSE
                       DISPLAY "  " BKM-FILE " NOT ON DISK NOW"
                           " - BACKUP HAS " WS-CNT-OUT2
                   END-IF
               END-IF
           END-PERFORM.

       PUT-FILE-RTN.
      * Recreate the live file and reload it from the member.
           MOVE WS-MF-LINE(M) TO BACKUP-MANIFEST-REC.
           MOVE BKM-FILE TO WS-LIVE-FILE.
           MOVE BKM-KIND TO WS-CUR-KIND.
           MOVE BKM-SLOT TO WS-CUR-SLOT.
           MOVE BKM-MEMBER TO WS-MEMBER-FILE.
           MOVE 0 TO WS-PUT-CNT WS-REJ-CNT.
           PERFORM OPEN-LIVE-OUT-RTN.
           IF WS-LIVE-STAT NOT = "00"
               DISPLAY "  " BKM-FILE " CANNOT BE REWRITTEN - STATUS "
                   WS-LIVE-STAT
               MOVE "COMPLETED-PARTIAL" TO WS-OUTCOME
           ELSE
               MOVE "R" TO WS-ACTION
               PERFORM READ-MEMBER-RTN
               PERFORM CLOSE-LIVE-OUT-RTN
               MOVE WS-PUT-CNT TO WS-CNT-OUT
               IF WS-PUT-CNT = BKM-COUNT
                   DISPLAY "  " BKM-FILE " RESTORED - " WS-CNT-OUT
                       " RECORD(S)"
               ELSE
                   DISPLAY "  " BKM-FILE " RESTORED " WS-CNT-OUT
                       " OF " BKM-COUNT " - " WS-REJ-CNT
                       " REJECTED ON A DUPLICATE KEY"
                   MOVE "COMPLETED-PARTIAL" TO WS-OUTCOME
               END-IF
           END-IF.

       GET-LOCK-RTN.
           MOVE "LOCK" TO LKQ-FUNC.
           MOVE "DATABKUP" TO LKQ-PROGRAM.
           MOVE WS-OPERATOR TO LKQ-OPERATOR.
           CALL "MSTLOCK" USING MST-LOCK-REQ.
           IF LKQ-REPLY NOT = "Y"
               DISPLAY "STUDENT MASTER IN USE BY " LKQ-HOLDER
                   " (" LKQ-HOLD-OPR ") SINCE " LKQ-SINCE
               DISPLAY "TRY LATER, OR HAVE THE COORDINATOR CLEAR A"
                   " DEAD LOCK (OPERMNT)"
           END-IF.

       FREE-LOCK-RTN.
           MOVE "FREE" TO LKQ-FUNC.
           MOVE "DATABKUP" TO LKQ-PROGRAM.
           CALL "MSTLOCK" USING MST-LOCK-REQ.

      ******************************************************************
      * Record-level passes shared by the modes. WS-ACTION says what
      * each record is for: B copy to the member, C count only, V
      * check the member, R reload the live file from the member.
      ******************************************************************
       READ-LIVE-RTN.
           MOVE "N" TO WS-LIVE-FOUND.
           MOVE 0 TO WS-CNT WS-HASH.
           IF WS-CUR-KIND = "L"
               OPEN INPUT LIVE-IN
               MOVE WS-LIV-STATUS TO WS-LIVE-STAT
               IF WS-LIV-STATUS = "00"
                   MOVE "Y" TO WS-LIVE-FOUND
                   MOVE "NO" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "YES"
                       READ LIVE-IN AT END MOVE "YES" TO WS-EOF
                           NOT AT END
                               MOVE LIVE-LINE-IN TO WS-IMAGE
                               PERFORM TAKE-RECORD-RTN
                       END-READ
                   END-PERFORM
                   CLOSE LIVE-IN
               END-IF
           ELSE
               EVALUATE WS-CUR-SLOT
                   WHEN 1
                       PERFORM READ-STUDMAS-RTN
                   WHEN 2
                       PERFORM READ-LEDGER-RTN
                   WHEN 3
                       PERFORM READ-ASSIGN-RTN
                   WHEN 4
                       PERFORM READ-ATT-RTN
                   WHEN 5
                       PERFORM READ-HIST-RTN
                   WHEN 6
                       PERFORM READ-GUARD-RTN
                   WHEN 7
                       PERFORM READ-SES-RTN
                   WHEN 8
                       PERFORM READ-ACCT-RTN
                   WHEN 9
                       PERFORM READ-OFFER-RTN
                   WHEN 10
                       PERFORM READ-NOTICE-RTN
                   WHEN 11
                       PERFORM READ-QUEUE-RTN
                   WHEN 12
                       PERFORM READ-CRED-RTN
                   WHEN 13
                       PERFORM READ-CERT-RTN
                   WHEN 14
                       PERFORM READ-CTX-RTN
                   WHEN 15
                       PERFORM READ-RESMAP-RTN
                   WHEN 16
                       PERFORM READ-LMSUSER-RTN
                   WHEN 17
                       PERFORM READ-SBJHIST-RTN
               END-EVALUATE
           END-IF.

       READ-STUDMAS-RTN.
           OPEN INPUT STUDMAS.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDMAS NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE STUDENT-MASTER-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE STUDMAS
           END-IF.

       READ-LEDGER-RTN.
           OPEN INPUT LEDGER.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ LEDGER NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE LEDGER-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE LEDGER
           END-IF.

       READ-ASSIGN-RTN.
           OPEN INPUT ASSIGN-F.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ASSIGN-F NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SECT-ASSIGN-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE ASSIGN-F
           END-IF.

       READ-ATT-RTN.
           OPEN INPUT ATT-FILE.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ATT-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE ABSENCE-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE ATT-FILE
           END-IF.

       READ-HIST-RTN.
           OPEN INPUT STUDHIST.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ STUDHIST NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE STUDENT-HIST-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE STUDHIST
           END-IF.

       READ-GUARD-RTN.
           OPEN INPUT GUARD-FILE.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ GUARD-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE GUARDIAN-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE GUARD-FILE
           END-IF.

       READ-SES-RTN.
           OPEN INPUT SES-FILE.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ SES-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SESSION-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE SES-FILE
           END-IF.

       READ-ACCT-RTN.
           OPEN INPUT ACCT-FILE.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ ACCT-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE ACCOUNT-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE ACCT-FILE
           END-IF.

       READ-OFFER-RTN.
           OPEN INPUT OFFER-FILE.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ OFFER-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE OFFERING-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE OFFER-FILE
           END-IF.

       READ-NOTICE-RTN.
           OPEN INPUT NOTICE-FILE.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ NOTICE-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE NOTICE-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE NOTICE-FILE
           END-IF.

       READ-QUEUE-RTN.
           OPEN INPUT QUEUE-FILE.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ QUEUE-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE QUEUE-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

       READ-CRED-RTN.
           OPEN INPUT CRED-FILE.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ CRED-FILE NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE STUDENT-CRED-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE CRED-FILE
           END-IF.

       READ-CERT-RTN.
           OPEN INPUT CERT-REG.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ CERT-REG NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE CERT-REG-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE CERT-REG
           END-IF.

       READ-CTX-RTN.
           OPEN INPUT CERT-TXT.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ CERT-TXT NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE CERT-TEXT-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE CERT-TXT
           END-IF.

       READ-RESMAP-RTN.
           OPEN INPUT RES-MAP.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ RES-MAP NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE RES-MAP-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE RES-MAP
           END-IF.

       READ-LMSUSER-RTN.
           OPEN INPUT USER-MAP.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ USER-MAP NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE LMS-USER-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE USER-MAP
           END-IF.

       READ-SBJHIST-RTN.
           OPEN INPUT SBJHIST.
           MOVE WS-IDX-STATUS TO WS-LIVE-STAT.
           IF WS-IDX-STATUS = "00"
               MOVE "Y" TO WS-LIVE-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ SBJHIST NEXT RECORD
                       AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE SUBJ-HIST-REC TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE SBJHIST
           END-IF.

       READ-MEMBER-RTN.
           MOVE "N" TO WS-MEM-FOUND.
           MOVE 0 TO WS-CNT WS-HASH.
           OPEN INPUT MEMBER-IN.
           IF WS-MEM-STATUS = "00"
               MOVE "Y" TO WS-MEM-FOUND
               MOVE "NO" TO WS-EOF
               PERFORM UNTIL WS-EOF = "YES"
                   READ MEMBER-IN AT END MOVE "YES" TO WS-EOF
                       NOT AT END
                           MOVE MEMBER-LINE-IN TO WS-IMAGE
                           PERFORM TAKE-RECORD-RTN
                   END-READ
               END-PERFORM
               CLOSE MEMBER-IN
           END-IF.

       TAKE-RECORD-RTN.
           ADD 1 TO WS-CNT.
           PERFORM HASH-RTN.
           EVALUATE WS-ACTION
               WHEN "B"
                   WRITE MEMBER-LINE-OUT FROM WS-IMAGE
               WHEN "R"
                   PERFORM PUT-RECORD-RTN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       HASH-RTN.
           MOVE 0 TO WS-REC-HASH.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 260
               COMPUTE WS-REC-HASH = WS-REC-HASH
                   + FUNCTION ORD(WS-IMAGE(P:1)) * P
           END-PERFORM.
           ADD WS-REC-HASH TO WS-HASH.
           IF WS-HASH > 999999999
               SUBTRACT 1000000000 FROM WS-HASH
           END-IF.

       OPEN-LIVE-OUT-RTN.
      * OPEN OUTPUT starts the file afresh - the point of a restore.
           IF WS-CUR-KIND = "L"
               OPEN OUTPUT LIVE-OUT
               MOVE WS-LIV-STATUS TO WS-LIVE-STAT
           ELSE
               EVALUATE WS-CUR-SLOT
                   WHEN 1
                       OPEN OUTPUT STUDMAS
                   WHEN 2
                       OPEN OUTPUT LEDGER
                   WHEN 3
                       OPEN OUTPUT ASSIGN-F
                   WHEN 4
                       OPEN OUTPUT ATT-FILE
                   WHEN 5
                       OPEN OUTPUT STUDHIST
                   WHEN 6
                       OPEN OUTPUT GUARD-FILE
                   WHEN 7
                       OPEN OUTPUT SES-FILE
                   WHEN 8
                       OPEN OUTPUT ACCT-FILE
                   WHEN 9
                       OPEN OUTPUT OFFER-FILE
                   WHEN 10
                       OPEN OUTPUT NOTICE-FILE
                   WHEN 11
                       OPEN OUTPUT QUEUE-FILE
                   WHEN 12
                       OPEN OUTPUT CRED-FILE
                   WHEN 13
                       OPEN OUTPUT CERT-REG
                   WHEN 14
                       OPEN OUTPUT CERT-TXT
                   WHEN 15
                       OPEN OUTPUT RES-MAP
                   WHEN 16
                       OPEN OUTPUT USER-MAP
                   WHEN 17
                       OPEN OUTPUT SBJHIST
               END-EVALUATE
               MOVE WS-IDX-STATUS TO WS-LIVE-STAT
           END-IF.

       CLOSE-LIVE-OUT-RTN.
           IF WS-CUR-KIND = "L"
               CLOSE LIVE-OUT
           ELSE
               EVALUATE WS-CUR-SLOT
                   WHEN 1
                       CLOSE STUDMAS
                   WHEN 2
                       CLOSE LEDGER
                   WHEN 3
                       CLOSE ASSIGN-F
                   WHEN 4
                       CLOSE ATT-FILE
                   WHEN 5
                       CLOSE STUDHIST
                   WHEN 6
                       CLOSE GUARD-FILE
                   WHEN 7
                       CLOSE SES-FILE
                   WHEN 8
                       CLOSE ACCT-FILE
                   WHEN 9
                       CLOSE OFFER-FILE
                   WHEN 10
                       CLOSE NOTICE-FILE
                   WHEN 11
                       CLOSE QUEUE-FILE
                   WHEN 12
                       CLOSE CRED-FILE
                   WHEN 13
                       CLOSE CERT-REG
                   WHEN 14
                       CLOSE CERT-TXT
                   WHEN 15
                       CLOSE RES-MAP
                   WHEN 16
                       CLOSE USER-MAP
                   WHEN 17
                       CLOSE SBJHIST
               END-EVALUATE
           END-IF.

       PUT-RECORD-RTN.
      * One member line back into the live file; an indexed file
      * refuses a repeated key, which is counted.
           MOVE "N" TO WS-ANS.
           IF WS-CUR-KIND = "L"
               WRITE LIVE-LINE-OUT FROM WS-IMAGE
               MOVE "Y" TO WS-ANS
           ELSE
               EVALUATE WS-CUR-SLOT
                   WHEN 1
                       MOVE WS-IMAGE TO STUDENT-MASTER-REC
                       WRITE STUDENT-MASTER-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 2
                       MOVE WS-IMAGE TO LEDGER-REC
                       WRITE LEDGER-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 3
                       MOVE WS-IMAGE TO SECT-ASSIGN-REC
                       WRITE SECT-ASSIGN-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 4
                       MOVE WS-IMAGE TO ABSENCE-REC
                       WRITE ABSENCE-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 5
                       MOVE WS-IMAGE TO STUDENT-HIST-REC
                       WRITE STUDENT-HIST-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 6
                       MOVE WS-IMAGE TO GUARDIAN-REC
                       WRITE GUARDIAN-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 7
                       MOVE WS-IMAGE TO SESSION-REC
                       WRITE SESSION-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 8
                       MOVE WS-IMAGE TO ACCOUNT-REC
                       WRITE ACCOUNT-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 9
                       MOVE WS-IMAGE TO OFFERING-REC
                       WRITE OFFERING-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 10
                       MOVE WS-IMAGE TO NOTICE-REC
                       WRITE NOTICE-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 11
                       MOVE WS-IMAGE TO QUEUE-REC
                       WRITE QUEUE-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 12
                       MOVE WS-IMAGE TO STUDENT-CRED-REC
                       WRITE STUDENT-CRED-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 13
                       MOVE WS-IMAGE TO CERT-REG-REC
                       WRITE CERT-REG-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 14
                       MOVE WS-IMAGE TO CERT-TEXT-REC
                       WRITE CERT-TEXT-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 15
                       MOVE WS-IMAGE TO RES-MAP-REC
                       WRITE RES-MAP-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 16
                       MOVE WS-IMAGE TO LMS-USER-REC
                       WRITE LMS-USER-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
                   WHEN 17
                       MOVE WS-IMAGE TO SUBJ-HIST-REC
                       WRITE SUBJ-HIST-REC
                           INVALID KEY CONTINUE
                           NOT INVALID KEY MOVE "Y" TO WS-ANS
                       END-WRITE
               END-EVALUATE
           END-IF.
           IF WS-ANS = "Y"
               ADD 1 TO WS-PUT-CNT
           ELSE
               ADD 1 TO WS-REJ-CNT
           END-IF.

       WRITE-AUDIT-RTN.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATE.
           MOVE WS-BRANCH-CODE TO ALR-BRANCH.
           MOVE "DATABKUP" TO ALR-PROGRAM.
           STRING WS-CUR-DATE(1:4) "-" WS-CUR-DATE(5:2) "-"
                  WS-CUR-DATE(7:2) " " WS-CUR-DATE(9:2) ":"
                  WS-CUR-DATE(11:2) ":" WS-CUR-DATE(13:2)
               DELIMITED BY SIZE INTO ALR-DATETIME.
           MOVE WS-OPERATOR TO ALR-OPERATOR.
           MOVE WS-OUTCOME TO ALR-OUTCOME.
           MOVE WS-OUTCOME TO JPM-OUTCOME.
           MOVE AUDIT-LOG-REC TO AUDIT-LINE.
           OPEN EXTEND AUDIT-OUT.
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDIT-OUT
           END-IF.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-OUT.
