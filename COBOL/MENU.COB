      *          identity is shared with every called program through
      *          SIGNON.CPY so their own operator prompts disappear,
      *          and DISPATCH-RTN refuses choices the signed-on
      *          operator is not authorized for. Choices past 38
      *          (EXIT) carry on the numbering for programs added
      *          later, EXIT still listed last; their permission
      *          flags from 41 up live in OPR-AUTH-EXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  OPER-IN
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPER-LINE.
       01  OPER-LINE PIC X(136).

       FD  OPER-OUT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OPER-LINE-OUT.
       01  OPER-LINE-OUT PIC X(136).

       WORKING-STORAGE SECTION.
      * Operator master record (see OPERMAST.CPY).
       01  WS-TRY-CNT PIC 9 VALUE 0.

      * The signed-on operator's permission flags, slot n governing
      * menu choice n (see OPERMAST.CPY) - 1-40 from OPR-AUTH, 41-80
      * from OPR-AUTH-EXT.
       01  WS-AUTH-LIST.
           02 WS-AUTH OCCURS 80 TIMES PIC X VALUE "N".

      * Password policy - failures before lockout and password age
      * in days before a change is forced. Site-configurable here.
      * OPERMAST.DAT is line sequential, so an update rewrites it.
       01  WS-UPD-USED PIC 99 VALUE 0.
       01  WS-UPD-TABLE.
           02 WS-UPD-LINE OCCURS 50 TIMES PIC X(136).
       01  WS-UPD-OVFL PIC X VALUE "N".
       01  U PIC 99 VALUE 0.

           END-IF.

       ALLOW-ALL-RTN.
           PERFORM VARYING WS-CHOICE FROM 1 BY 1 UNTIL WS-CHOICE > 80
               MOVE "Y" TO WS-AUTH(WS-CHOICE)
           END-PERFORM.
           MOVE 0 TO WS-CHOICE.
           IF WS-SIGNED-ON = "Y"
               MOVE OPR-ID TO SGN-OPR-ID
               MOVE OPR-NAME TO SGN-OPR-NAME
               MOVE OPR-AUTH-LIST TO WS-AUTH-LIST(1:40)
               MOVE OPR-AUTH-EXT-LIST TO WS-AUTH-LIST(41:40)
               DISPLAY "SIGNED ON: " OPR-NAME
           END-IF.

           DISPLAY "35. REPORT SPOOL MANAGER (SPOOLMGR)".
           DISPLAY "36. ATTENDANCE/ABSENCES (ATTEND)".
           DISPLAY "37. CENSUS AMENDMENT (CENAMEND)".
           DISPLAY "39. TERM CALENDAR MAINTENANCE (TERMMNT)".
           DISPLAY "40. CLASS SCHEDULE/FACULTY LOAD (CLASSCHD)".
           DISPLAY "41. SUBJECT ENLISTMENT (ENLIST)".
           DISPLAY "42. CURRICULUM/DEGREE AUDIT (DEGAUDIT)".
           DISPLAY "43. STUDENT ACCOUNTS/CLEARANCE (STUDACCT)".
           DISPLAY "44. NIGHTLY JOB STREAM (NIGHTRUN)".
           DISPLAY "45. INDEXED FILE CONVERSION (FILECONV)".
           DISPLAY "46. GUARDIAN CONTACTS (GUARDMNT)".
           DISPLAY "47. GUARDIAN NOTICES/REGISTER (NOTICEGN)".
           DISPLAY "48. ATTENDANCE RATES BY SECTION (ATTRATE)".
           DISPLAY "49. ADVISER CASELOAD/SECTION RANKING (CASELOAD)".
           DISPLAY "50. TERM PIPELINE BALANCING (PIPEBAL)".
           DISPLAY "51. DATA-SET BACKUP/VERIFY/RESTORE (DATABKUP)".
           DISPLAY "52. APPROVE PENDING CHANGES (APPROVE)".
           DISPLAY "53. STUDENT KIOSK PINS (PINMNT)".
           DISPLAY "54. COHORT RETENTION/ATTRITION (COHORT)".
           DISPLAY "55. WELLNESS PREVALENCE (WELLPREV)".
           DISPLAY "56. PER-QUIZ ANALYSIS (QUIZANAL)".
           DISPLAY "57. CERTIFICATES / VERIFICATION (CERTISS)".
           DISPLAY "58. ANONYMIZED RESEARCH EXTRACT (RESXTRCT)".
           DISPLAY "59. RESEARCH ID LOOK-UP (RESIDLKP)".
           DISPLAY "60. LEARNING PLATFORM EXPORT/IMPORT (LMSXCHG)".
           DISPLAY "38. EXIT".
           DISPLAY "ENTER CHOICE (38 TO EXIT): ".
           ACCEPT WS-CHOICE.

       DISPATCH-RTN.
           IF WS-CHOICE >= 1 AND WS-CHOICE <= 80
               AND WS-CHOICE NOT = 38
               AND WS-AUTH(WS-CHOICE) NOT = "Y"
               DISPLAY "NOT AUTHORIZED FOR THAT CHOICE - SEE THE"
                   " COORDINATOR."
                   CALL "CENAMEND"
               WHEN 38
                   MOVE "Y" TO WS-DONE
               WHEN 39
                   CALL "TERMMNT"
               WHEN 40
                   CALL "CLASSCHD"
               WHEN 41
                   CALL "ENLIST"
               WHEN 42
                   CALL "DEGAUDIT"
               WHEN 43
                   CALL "STUDACCT"
               WHEN 44
                   CALL "NIGHTRUN"
               WHEN 45
                   CALL "FILECONV"
               WHEN 46
                   CALL "GUARDMNT"
               WHEN 47
                   CALL "NOTICEGN"
               WHEN 48
                   CALL "ATTRATE"
               WHEN 49
                   CALL "CASELOAD"
               WHEN 50
                   CALL "PIPEBAL"
               WHEN 51
                   CALL "DATABKUP"
               WHEN 52
                   CALL "APPROVE"
               WHEN 53
                   CALL "PINMNT"
               WHEN 54
                   CALL "COHORT"
               WHEN 55
                   CALL "WELLPREV"
               WHEN 56
                   CALL "QUIZANAL"
               WHEN 57
                   CALL "CERTISS"
               WHEN 58
                   CALL "RESXTRCT"
               WHEN 59
                   CALL "RESIDLKP"
               WHEN 60
                   CALL "LMSXCHG"
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, TRY AGAIN."
           END-EVALUATE.
