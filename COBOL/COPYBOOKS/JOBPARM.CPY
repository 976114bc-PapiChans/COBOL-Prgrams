      ******************************************************************
      * Job-stream run area - EXTERNAL (like SIGNON.CPY) so NIGHTRUN
      * can hand each program it CALLs the parameter file to answer
      * from. A program that finds JPM-PARM-FILE blank was run from
      * the terminal and prompts the way it always did; when it is
      * filled, the program takes every answer from that file (see
      * PARMREQ.CPY), never stops at a prompt, and fails with outcome
      * ABORTED-BAD-PARM when a keyword is missing or invalid.
      * JPM-OPERATOR is the operator who started the job stream (used
      * when the parameter file names none); JPM-OUTCOME comes back
      * with the outcome the program wrote to the run log.
      ******************************************************************
       01  JOB-PARM-AREA EXTERNAL.
           02 JPM-PARM-FILE PIC X(40).
           02 JPM-OPERATOR  PIC X(20).
           02 JPM-OUTCOME   PIC X(20).
