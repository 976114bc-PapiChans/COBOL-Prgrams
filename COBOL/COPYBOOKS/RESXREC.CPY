      ******************************************************************
      * Research extract record - RESXTRCT.DAT, the file handed to
      * the guidance office or a faculty researcher in place of
      * copies of the raw files. No names and no student numbers:
      * RX-PSEUDO is the student's research ID from RESMAP.DAT (see
      * RESMAP.CPY), the same in every extract and every record type
      * so terms and files can be joined without knowing who anyone
      * is. An H record leads with the extract number, term and the
      * minimum group size applied; G records carry one student's
      * grades and absence count for the term, B records one BMI
      * screening's category; a T record closes the file with the
      * count of G and B records written.
      ******************************************************************
       01  RESEARCH-REC.
           02 RX-TYPE        PIC X.
              88 RX-HEADER      VALUE "H".
              88 RX-GRADES      VALUE "G".
              88 RX-SCREENING   VALUE "B".
              88 RX-TRAILER     VALUE "T".
           02 RX-PSEUDO      PIC X(8).
           02 RX-COURSE      PIC X(5).
           02 RX-YR-LEVEL    PIC 9.
           02 RX-DETAIL      PIC X(60).
           02 RX-GRADE-DATA REDEFINES RX-DETAIL.
              03 RX-TERM        PIC X(10).
              03 RX-NUM-QUIZZES PIC 9.
              03 RX-QZ-SCORE OCCURS 9 TIMES PIC 9V99.
              03 RX-QZ-AVE      PIC 9V99.
              03 RX-FINAL-GRADE PIC 9(3).
              03 RX-GRADE-EQUIV PIC 9V99.
              03 RX-STATUS      PIC X.
              03 RX-ABSENCES    PIC 9(3).
              03 FILLER         PIC X(9).
           02 RX-BMI-DATA REDEFINES RX-DETAIL.
              03 RX-SCREEN-DATE PIC X(8).
              03 RX-BMI-CATEGORY PIC X(11).
              03 FILLER         PIC X(41).
           02 RX-CONTROL-DATA REDEFINES RX-DETAIL.
              03 RX-EXTRACT-NO  PIC 9(5).
              03 RX-HDR-TERM    PIC X(13).
              03 RX-HDR-DATE    PIC X(8).
              03 RX-MIN-CELL    PIC 9(3).
              03 RX-REC-COUNT   PIC 9(6).
              03 FILLER         PIC X(25).
