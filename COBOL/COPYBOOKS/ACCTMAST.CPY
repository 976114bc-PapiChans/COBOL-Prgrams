      ******************************************************************
      * Student account record - one per student in ACCTMAST.DAT,
      * keyed on the student number, maintained by STUDACCT. Running
      * totals of every transaction posted to ACCTTRAN.DAT (see
      * ACCTTRAN.CPY): charges are the term assessments plus debit
      * adjustments, credits are payments plus credit adjustments,
      * and the balance due is charges less credits. ACT-ASM-TERM /
      * ACT-ASM-AMT remember the last term assessed and for how much,
      * so re-running the assessment posts only the difference.
      * ACT-HOLD is the cashier's clearance hold - while it is "Y"
      * RPTCARD and TRNSCRPT print no grades for the student and
      * REGXPORT lists the student to the registrar. ACT-HOLD-RSN is
      * BAL when the hold sweep placed it for an unpaid balance (a
      * payment that clears the balance lifts it) and MAN when the
      * cashier placed it by hand (only the cashier lifts it).
      ******************************************************************
       01  ACCOUNT-REC.
           02 ACT-STD-NO     PIC X(10).
           02 ACT-ASSESSED   PIC 9(7)V99.
           02 ACT-ADJ-DR     PIC 9(7)V99.
           02 ACT-PAID       PIC 9(7)V99.
           02 ACT-ADJ-CR     PIC 9(7)V99.
           02 ACT-ASM-TERM.
              03 ACT-ASM-YEAR PIC X(9).
              03 ACT-ASM-SEM  PIC X(1).
           02 ACT-ASM-AMT    PIC 9(7)V99.
           02 ACT-HOLD       PIC X(1).
              88 ACT-ON-HOLD VALUE "Y".
           02 ACT-HOLD-RSN   PIC X(3).
           02 ACT-HOLD-OPR   PIC X(20).
           02 ACT-HOLD-STAMP PIC X(19).
