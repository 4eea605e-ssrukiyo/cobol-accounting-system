      *****************************************************
      *  STOPREC.cpy - STOP-PAYMENT record layout, keyed by
      *  account number plus the first serial stopped. One
      *  record per stop instruction, covering a single
      *  cheque (first and last serial equal) or a run of
      *  them, such as a lost book. Placed and lifted by
      *  ChequeSetupProgram; a cheque presented against an
      *  active, unlapsed stop is refused by
      *  OperationsProgram and returned to the sender.
      *****************************************************
       01  STOP-PAYMENT-RECORD.
           05  STP-KEY.
               10  STP-ACCT-NUMBER     PIC X(10).
               10  STP-FIRST-NUMBER    PIC 9(6).
           05  STP-LAST-NUMBER         PIC 9(6).
           05  STP-REASON              PIC X(20).
           05  STP-PLACED-DATE         PIC X(8).
      *    Last date the stop is in force; spaces for a stop with
      *    no expiry. A lapsed or lifted stop stays on file for
      *    the record but no longer refuses a presentment.
           05  STP-EXPIRY-DATE         PIC X(8).
           05  STP-STATUS              PIC X(1).
               88  STP-IN-FORCE            VALUE 'A'.
               88  STP-LIFTED              VALUE 'L'.
      *    Date the stop was lifted; spaces while it is in force.
           05  STP-LIFTED-DATE         PIC X(8).
