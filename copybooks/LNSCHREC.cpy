      *****************************************************
      *  LNSCHREC.cpy - LOAN-SCHEDULE record layout, keyed
      *  by loan account number plus instalment number. One
      *  record per monthly instalment, generated in full by
      *  OperationsProgram when the loan is set up (NEWLN).
      *  LNREPY repayments are applied to the earliest
      *  instalments first; the LoanArrearsProgram night-run
      *  step charges each instalment's interest to the loan
      *  account on its due date and ages instalments still
      *  unpaid after it into the arrears report.
      *****************************************************
       01  LOAN-SCHEDULE-RECORD.
           05  LNS-KEY.
               10  LNS-ACCT-NUMBER     PIC X(10).
               10  LNS-INSTALMENT-NO   PIC 9(3).
           05  LNS-DUE-DATE            PIC X(8).
           05  LNS-PRINCIPAL-DUE       PIC S9(9)V99 COMP-3.
           05  LNS-INTEREST-DUE        PIC S9(9)V99 COMP-3.
      *    Principal plus interest; what the borrower owes for
      *    this instalment.
           05  LNS-AMOUNT-DUE          PIC S9(9)V99 COMP-3.
           05  LNS-AMOUNT-PAID         PIC S9(9)V99 COMP-3.
      *    Y once the night run has posted LNS-INTEREST-DUE to the
      *    loan account under LNINT; N until the due date.
           05  LNS-INTEREST-CHARGED    PIC X(1).
               88  LNS-INTEREST-POSTED     VALUE 'Y'.
           05  LNS-STATUS              PIC X(1).
               88  LNS-OUTSTANDING         VALUE 'O'.
               88  LNS-PAID                VALUE 'P'.
      *    Business date the instalment was paid off in full;
      *    spaces while anything is outstanding.
           05  LNS-PAID-DATE           PIC X(8).
