      *****************************************************
      *  CHQPDREC.cpy - CHEQUE-PAID record layout, keyed by
      *  account number plus cheque serial. One record per
      *  cheque OperationsProgram has paid under the CHEQUE
      *  opcode; a second presentment of the same serial
      *  finds it here and is refused as a duplicate.
      *****************************************************
       01  CHEQUE-PAID-RECORD.
           05  CHP-KEY.
               10  CHP-ACCT-NUMBER     PIC X(10).
               10  CHP-CHEQUE-NUMBER   PIC 9(6).
           05  CHP-AMOUNT              PIC S9(9)V99 COMP-3.
      *    Business date the cheque was paid, and the timestamp of
      *    the audit record that debited it.
           05  CHP-PAID-DATE           PIC X(8).
           05  CHP-AUDIT-TS            PIC X(26).
           05  CHP-EXTERNAL-REF        PIC X(16).
