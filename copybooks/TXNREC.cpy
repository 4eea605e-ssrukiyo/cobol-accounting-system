      *    absent - short lines are space-filled on read) for the
      *    single-account opcodes.
           05  TXN-TO-ACCT-NUMBER      PIC X(10).
      *    CHEQUE records carry the presented cheque's serial in
      *    the to-account positions.
           05  TXN-CHEQUE-DATA REDEFINES TXN-TO-ACCT-NUMBER.
               10  TXN-CHEQUE-NUMBER   PIC 9(6).
               10  FILLER              PIC X(4).
      *    Clearing-network reference for items delivered on the
      *    interbank file, carried through to the audit trail and
      *    used to route rejects back to the sender. Spaces (or
