      *****************************************************
      *  MONRREC.cpy - MONITORING-RULE record layout. One
      *  line per rule compliance applies to the day's
      *  postings; maintained by compliance the same way
      *  finance keeps the fee schedule. Read by the
      *  TransactionMonitorProgram night-run step. Rule
      *  types:
      *    L  large item - any single item at or over the
      *       threshold
      *    S  structuring by account - at least MIN-ITEMS
      *       items on one account, each under the
      *       threshold, that together reach it within the
      *       look-back window
      *    C  structuring by customer - the same test across
      *       all the customer's accounts; raised only when
      *       the items span two or more accounts, since a
      *       single account is the S rule's business
      *    P  pass-through - credits reaching the threshold
      *       within the window, with at least OUT-PERCENT of
      *       that amount gone back out by transfer or
      *       through clearing
      *****************************************************
       01  MONITORING-RULE-RECORD.
           05  MONR-RULE-CODE          PIC X(6).
           05  MONR-RULE-TYPE          PIC X(1).
               88  MONR-LARGE-ITEM         VALUE 'L'.
               88  MONR-STRUCTURING-ACCT   VALUE 'S'.
               88  MONR-STRUCTURING-CUST   VALUE 'C'.
               88  MONR-PASS-THROUGH       VALUE 'P'.
      *    Items the rule looks at: C credits, D debits, B both.
      *    Pass-through rules always pair credits in with debits
      *    out and ignore this byte.
           05  MONR-DIRECTION          PIC X(1).
               88  MONR-CREDITS            VALUE 'C'.
               88  MONR-DEBITS             VALUE 'D'.
               88  MONR-BOTH               VALUE 'B'.
           05  MONR-THRESHOLD          PIC S9(9)V99.
      *    Days before the business date also taken from the
      *    account history; zero looks at the business day only.
      *    Large-item rules look at the day's items only.
           05  MONR-LOOKBACK-DAYS      PIC 9(3).
           05  MONR-MIN-ITEMS          PIC 9(3).
           05  MONR-OUT-PERCENT        PIC 9(3).
           05  MONR-DESCRIPTION        PIC X(30).
