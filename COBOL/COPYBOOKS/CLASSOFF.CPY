      ******************************************************************
      * Class offering record - one per subject a section takes in a
      * term, in CLASSOFF.DAT, maintained by CLASSCHD. Keyed on term
      * + section + subject so one term's offerings, and within it
      * one section's, list together. Carries who teaches it, where
      * and when, which is what the room/instructor conflict check
      * and the faculty load sheets run off.
      * OFR-DAYS is positional, one byte per weekday M T W H F S -
      * the day's letter when the class meets that day, "-" when
      * not (e.g. "M-W-F-", "-T-H--"), so two offerings share a day
      * exactly when some position is a letter in both. Times are
      * 24-hour HHMM; the class runs from OFR-START-TIME up to (not
      * including) OFR-END-TIME. OFR-UNITS is the subject's unit
      * weight copied from SUBJMAST.DAT when the offering is keyed.
      ******************************************************************
       01  OFFERING-REC.
           02 OFR-KEY.
              03 OFR-SCH-YEAR PIC X(9).
              03 OFR-SEMESTER PIC X(1).
              03 OFR-COURSE   PIC X(5).
              03 OFR-YR-LEVEL PIC 9.
              03 OFR-SEC-CODE PIC X(3).
              03 OFR-SBJ-CODE PIC X(8).
           02 OFR-FACULTY    PIC X(25).
           02 OFR-ROOM       PIC X(8).
           02 OFR-DAYS       PIC X(6).
           02 OFR-START-TIME PIC 9(4).
           02 OFR-END-TIME   PIC 9(4).
           02 OFR-UNITS      PIC 9V9.
