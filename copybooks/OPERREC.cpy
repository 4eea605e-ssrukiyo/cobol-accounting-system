      *    Largest single amount the operator may key; zero means
      *    no limit.
           05  OPER-AMOUNT-LIMIT       PIC S9(9)V99 COMP-3.
      *    Branch whose counter the operator works; stamped on each
      *    posting as the teller branch for the proof, and the
      *    default branch for accounts the operator opens.
           05  OPER-BRANCH-CODE        PIC X(4).
