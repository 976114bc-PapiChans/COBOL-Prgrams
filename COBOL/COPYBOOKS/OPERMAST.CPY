           02 OPR-FAIL-CNT  PIC 9.
           02 OPR-LOCKED    PIC X.
           02 OPR-FORCE-CHG PIC X.
      * Permission flags for main-menu choices 41-80, carried after
      * the credentials so records written before the menu outgrew
      * 40 choices still line up - on those the block reads as
      * spaces, i.e. not authorized, until OPERMNT grants it.
           02 OPR-AUTH-EXT-LIST.
              03 OPR-AUTH-EXT OCCURS 40 TIMES PIC X.
