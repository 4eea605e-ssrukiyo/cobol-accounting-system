      *    Owning customer on the customer master (CUSTREC); spaces
      *    for accounts not yet linked to a customer.
           05  ACCT-CUSTOMER-NUMBER    PIC X(10).
      *    Account type. Loan accounts carry the amount owed as a
      *    negative balance and move only under the loan opcodes
      *    (LNDRAW, LNREPY, LNINT); their terms and schedule sit
      *    on LOANREC and LNSCHREC. Records written before this
      *    field existed carry a space, which is treated as a
      *    deposit account.
           05  ACCT-TYPE               PIC X(1).
               88  ACCT-DEPOSIT            VALUES 'D' SPACE.
               88  ACCT-LOAN               VALUE 'L'.
      *    Deposit product on the product master (PRODREC) that sets
      *    the account's interest rate and fees. Spaces for accounts
      *    opened before products existed, and for loans; those
      *    earn ACCT-INTEREST-RATE and are liable to every fee on
      *    the schedule, as before.
           05  ACCT-PRODUCT-CODE       PIC X(4).
      *    Branch that holds the account. Postings are stamped with
      *    the branch in force at the time, so an account moved to
      *    another branch (SETBRN) leaves its earlier activity with
      *    the old one. Spaces for accounts opened before branches
      *    were kept, reported as unassigned.
           05  ACCT-BRANCH-CODE        PIC X(4).
