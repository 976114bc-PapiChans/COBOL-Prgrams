      ******************************************************************
      * Student account transaction record - one line appended to
      * ACCTTRAN.DAT by STUDACCT for every amount posted to an
      * account (see ACCTMAST.CPY), so the statement of account can
      * be printed line by line. ATR-TYPE is ASM (term assessment,
      * or its re-assessment difference), PAY (payment, ATR-REF is
      * the official receipt number) or ADJ (adjustment, ATR-REF is
      * the reason). ATR-DIR says which way it moves the balance:
      * D adds to what is owed, C takes from it. The term is the one
      * assessed, or for payments and adjustments the term the
      * posting date falls in (spaces when the calendar has none).
      ******************************************************************
       01  ACCT-TRAN-REC.
           02 ATR-STD-NO   PIC X(10).
           02 ATR-SCH-YEAR PIC X(9).
           02 ATR-SEMESTER PIC X(1).
           02 ATR-TYPE     PIC X(3).
           02 ATR-DIR      PIC X(1).
              88 ATR-DEBIT  VALUE "D".
              88 ATR-CREDIT VALUE "C".
           02 ATR-AMOUNT   PIC 9(7)V99.
           02 ATR-REF      PIC X(12).
           02 ATR-OPERATOR PIC X(20).
           02 ATR-DATETIME PIC X(19).
