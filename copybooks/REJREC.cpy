      *        closed, and similar); refused debits are
      *        not written here - they go to the
      *        exception file and return under reason 05
      *    07  CHEQUE serial missing, or not issued to
      *        the account
      *    08  CHEQUE stopped by the drawer
      *    09  CHEQUE already paid (duplicate presentment)
      *    10  PAYRTN names no payment of ours awaiting
      *        settlement, or differs from it
      *  A CHEQUE reject carries the serial in
      *  REJ-TO-ACCT-NUMBER, as the transaction did.
      *****************************************************
       01  REJECT-RECORD.
           05  REJ-TRANSACTION.
