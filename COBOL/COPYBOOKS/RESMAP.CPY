      ******************************************************************
      * Research ID map - one record per student ever released in a
      * research extract, in RESMAP.DAT, indexed on the student
      * number with the research ID as a unique alternate key.
      * RESXTRCT gives a student a random research ID the first time
      * they are released and reuses it ever after, so a student is
      * the same ID in every term's extract. This file is the only
      * way back from a research ID to a person: nothing but
      * RESXTRCT writes it, and only RESIDLKP reads it back, for the
      * coordinator alone. It is never part of an extract.
      ******************************************************************
       01  RES-MAP-REC.
           02 RMP-STD-NO     PIC X(10).
           02 RMP-PSEUDO     PIC X(8).
           02 RMP-ASSIGNED   PIC X(8).
           02 RMP-EXTRACT-NO PIC 9(5).
