      ******************************************************************
      * At-risk flag extract record - one line per student flagged
      * by ATRISK's last run, in ATRFLAG.DAT, written alongside the
      * printed report so NOTICEGN can send the guardian letters
      * without re-running the sweep. AFL-FLAGS are the report's
      * criteria letters (R A G K T, see ATRISK) in their positions.
      ******************************************************************
       01  AT-RISK-FLAG-REC.
           02 AFL-STD-NO PIC X(10).
           02 AFL-NAME   PIC X(25).
           02 AFL-TERM   PIC X(13).
           02 AFL-FLAGS  PIC X(5).
           02 AFL-HITS   PIC 9.
           02 AFL-AVE    PIC 9V99.
           02 AFL-GRADE  PIC 9(3).
           02 AFL-ABS    PIC 999.
