      ******************************************************************
      * Pipeline balancing hand-off - EXTERNAL (like JOBPARM.CPY) so
      * TERMCLSE can have PIPEBAL balance the term it is closing
      * without PIPEBAL stopping at its prompts. PIPEBAL run from the
      * menu finds PBA-TERM blank and prompts the way it always did;
      * when it is filled, PIPEBAL prints the balancing report for
      * that term and hands back PBA-REPLY ("Y" when the report ran,
      * "N" when a file it needs is missing) and PBA-UNEXPLAINED,
      * the count of breaks between stages nobody has explained.
      * The caller clears PBA-TERM again afterwards.
      ******************************************************************
       01  PIPE-BAL-AREA EXTERNAL.
           02 PBA-TERM        PIC X(13).
           02 PBA-OPERATOR    PIC X(20).
           02 PBA-REPLY       PIC X.
           02 PBA-UNEXPLAINED PIC 9(5).
