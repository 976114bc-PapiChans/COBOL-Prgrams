      ******************************************************************
      * Research extract log record - one line per extract RESXTRCT
      * writes, appended to RESXLOG.DAT: who asked for it and why,
      * who ran it, which term, the minimum group size applied, and
      * how many students were released and held back as too few to
      * stay anonymous. The extract number is the one on the
      * extract's H record, so a file turning up later can be traced
      * to its request.
      ******************************************************************
       01  RES-LOG-REC.
           02 RXL-EXTRACT-NO PIC 9(5).
           02 RXL-STAMP      PIC X(19).
           02 RXL-OPERATOR   PIC X(20).
           02 RXL-REQUESTER  PIC X(25).
           02 RXL-PURPOSE    PIC X(40).
           02 RXL-TERM       PIC X(13).
           02 RXL-MIN-CELL   PIC 9(3).
           02 RXL-STUDENTS   PIC 9(5).
           02 RXL-SUPPRESSED PIC 9(5).
           02 RXL-RECORDS    PIC 9(6).
