      *****************************************************
      *  LOANREC.cpy - LOAN-FILE record layout, keyed by
      *  the loan's account number on the account master.
      *  One record per term loan, holding the agreed terms
      *  the repayment schedule (LNSCHREC) was generated
      *  from. Written by OperationsProgram under NEWLN,
      *  updated by LNDRAW, and marked settled by the
      *  LoanArrearsProgram night-run step once every
      *  instalment is paid and its interest charged.
      *****************************************************
       01  LOAN-RECORD.
           05  LOAN-ACCT-NUMBER        PIC X(10).
           05  LOAN-PRINCIPAL          PIC S9(9)V99 COMP-3.
      *    Annual rate the schedule was built at; the instalment
      *    interest is charged monthly at one twelfth of it.
           05  LOAN-RATE               PIC S9(3)V9(4) COMP-3.
           05  LOAN-TERM-MONTHS        PIC 9(3).
      *    Level monthly instalment (principal plus interest); the
      *    last instalment carries the rounding difference.
           05  LOAN-INSTALMENT         PIC S9(9)V99 COMP-3.
           05  LOAN-FIRST-DUE-DATE     PIC X(8).
      *    Total paid out so far; drawdowns may not take it past
      *    LOAN-PRINCIPAL.
           05  LOAN-DRAWN-AMOUNT       PIC S9(9)V99 COMP-3.
      *    P set up but not yet drawn, A drawn and running, S
      *    settled - every instalment paid and charged.
           05  LOAN-STATUS             PIC X(1).
               88  LOAN-PENDING            VALUE 'P'.
               88  LOAN-ACTIVE             VALUE 'A'.
               88  LOAN-SETTLED            VALUE 'S'.
           05  LOAN-OPENED-DATE        PIC X(8).
