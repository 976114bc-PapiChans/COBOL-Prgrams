      ******************************************************************
      * Guardian contact record - one per student in GRDNMAST.DAT,
      * maintained by GUARDMNT and indexed on the student number.
      * The parent or guardian the school writes to about the
      * student: name, relationship, a three-line mailing address,
      * mobile number and e-mail. NOTICEGN addresses its
      * notification letters from it in place of the advisers'
      * folders. GDN-UPD-DATE/GDN-UPD-OPR record the last change.
      ******************************************************************
       01  GUARDIAN-REC.
           02 GDN-STD-NO   PIC X(10).
           02 GDN-NAME     PIC X(30).
           02 GDN-RELATION PIC X(10).
           02 GDN-ADDR-1   PIC X(40).
           02 GDN-ADDR-2   PIC X(40).
           02 GDN-ADDR-3   PIC X(40).
           02 GDN-MOBILE   PIC X(13).
           02 GDN-EMAIL    PIC X(40).
           02 GDN-UPD-DATE PIC X(8).
           02 GDN-UPD-OPR  PIC X(20).
