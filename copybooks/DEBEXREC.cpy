      *    the day's refusals on this field instead. Spaces on
      *    records written before the field existed.
           05  DBEX-BUSINESS-DATE      PIC X(8).
      *    Serial of a cheque refused for funds, so the return
      *    names it; spaces for every other debit.
           05  DBEX-CHEQUE-NUMBER      PIC X(6).
      *    Branch of the counter the refused debit was keyed at,
      *    for the teller proof; spaces for batch and clearing.
           05  DBEX-TELLER-BRANCH      PIC X(4).
