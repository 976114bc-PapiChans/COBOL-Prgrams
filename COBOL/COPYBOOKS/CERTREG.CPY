      ******************************************************************
      * Document issuance register record - one per certificate
      * CERTISS prints, in CERTREG.DAT, indexed on the control number
      * CRT-NO (one past the highest already issued). CRT-TYPE is
      * the document: COE certificate of enrollment, CTC certified
      * true copy of grades, GSC certificate of good standing.
      * CRT-TERM is the term the document speaks for, CRT-LINES how
      * many lines of its text are kept in CERTTXT.DAT (see
      * CERTTXT.CPY), and CRT-CODE the verification code printed on
      * it - a check figure over that text, so a caller reading the
      * code off a certificate can be told whether it is ours and
      * the text can be read back to catch an altered copy.
      ******************************************************************
       01  CERT-REG-REC.
           02 CRT-NO         PIC 9(6).
           02 CRT-TYPE       PIC X(3).
              88 CRT-ENROLLMENT    VALUE "COE".
              88 CRT-TRUE-COPY     VALUE "CTC".
              88 CRT-GOOD-STANDING VALUE "GSC".
           02 CRT-STD-NO     PIC X(10).
           02 CRT-STD-NM     PIC X(25).
           02 CRT-PURPOSE    PIC X(40).
           02 CRT-OPERATOR   PIC X(20).
           02 CRT-ISSUE-DATE PIC X(8).
           02 CRT-STAMP      PIC X(19).
           02 CRT-TERM       PIC X(13).
           02 CRT-LINES      PIC 99.
           02 CRT-CODE       PIC 9(9).
