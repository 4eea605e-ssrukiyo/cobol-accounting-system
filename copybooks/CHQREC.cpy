      *****************************************************
      *  CHQREC.cpy - CHEQUE-STOCK record layout, keyed by
      *  account number plus the first serial in the book.
      *  One record per cheque book issued to an account,
      *  written by ChequeSetupProgram. A cheque presented
      *  through clearing must fall inside one of the
      *  account's issued ranges or OperationsProgram
      *  refuses it and the item is returned.
      *****************************************************
       01  CHEQUE-STOCK-RECORD.
           05  CHQ-KEY.
               10  CHQ-ACCT-NUMBER     PIC X(10).
               10  CHQ-FIRST-NUMBER    PIC 9(6).
           05  CHQ-LAST-NUMBER         PIC 9(6).
           05  CHQ-ISSUED-DATE         PIC X(8).
