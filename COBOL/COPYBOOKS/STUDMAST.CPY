      * enrolled. FINALGRD skips withdrawn students, SORTP ranks
      * only enrolled ones, REGXPORT reports the status code instead
      * of a grade, ATRISK stops flagging students who left.
      * "G" marks a graduate once the degree is conferred - finished
      * rather than left, which is what COHORT's retention figures
      * turn on.
           02 SM-STATUS      PIC X(1).
              88 SM-ENROLLED      VALUE "E", " ".
              88 SM-ON-LEAVE      VALUE "L".
              88 SM-WITHDRAWN     VALUE "W".
              88 SM-INCOMPLETE    VALUE "I".
              88 SM-GRADUATED     VALUE "G".
      * "Y" once the registrar's acknowledgment file has accepted
      * this student's upload detail (set by REGACK) - REGXPORT then
      * leaves the student out of a re-run so only what is still
