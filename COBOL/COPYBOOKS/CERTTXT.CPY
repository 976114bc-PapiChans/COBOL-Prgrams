      ******************************************************************
      * Issued document text - the lines of each certificate exactly
      * as CERTISS printed them, in CERTTXT.DAT, indexed on control
      * number + line number, so a verification look-up can read the
      * document back word for word (see CERTREG.CPY).
      ******************************************************************
       01  CERT-TEXT-REC.
           02 CTX-KEY.
              03 CTX-NO      PIC 9(6).
              03 CTX-LINE    PIC 99.
           02 CTX-TEXT       PIC X(80).
