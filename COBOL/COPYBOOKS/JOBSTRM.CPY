      ******************************************************************
      * Nightly job-stream step (JOBSTRM.DAT, line sequential) - one
      * line per program NIGHTRUN is to run, in run order: the
      * program name in columns 1-8 and, from column 10, the
      * parameter file it answers from (see PARMREQ.CPY). A "*" in
      * column 1 marks a comment line.
      ******************************************************************
       01  JOB-STEP-REC.
           02 JSR-PROGRAM   PIC X(8).
           02 FILLER        PIC X.
           02 JSR-PARM-FILE PIC X(40).
