      *  AUDITREC.cpy - AUDIT-LOG record layout.
      *  One line per CREDIT/DEBIT/INTRST/TOTAL call into
      *  OperationsProgram, plus an XFRDR/XFRCR pair for
      *  each transfer, and the NEWLN/LNDRAW/LNREPY/LNINT
      *  records of the term-loan book, a CHEQUE record
      *  per cheque paid through clearing, and a SETBRN
      *  record per branch move. Written by
      *  OperationsProgram; read back by the
      *  reconciliation, transaction-summary,
      *  statement, dormancy-sweep, GL-extract and archive-
      *  inquiry programs (the last four also read the
      *  dated generations the end-of-day cutoff archives
      *    Clearing-network reference for items delivered on the
      *    interbank file; spaces for branch and internal postings.
           05  AUDIT-EXTERNAL-REF      PIC X(16).
      *    Serial of the cheque paid, on CHEQUE records; spaces
      *    otherwise.
           05  AUDIT-CHEQUE-NUMBER     PIC X(6).
      *    Branch holding the account when the record was written;
      *    reconciliation, the summary and the GL extract report
      *    by this stamp, not by the account's current branch.
           05  AUDIT-BRANCH-CODE       PIC X(4).
      *    Branch of the counter the posting was keyed at (the
      *    operator's branch); spaces for internal and batch
      *    postings, which have no counter.
           05  AUDIT-TELLER-BRANCH     PIC X(4).
      *    For a SETBRN record, the branch the account moved to;
      *    AUDIT-BRANCH-CODE carries the branch it left. Spaces
      *    otherwise.
           05  AUDIT-NEW-BRANCH-CODE   PIC X(4).
