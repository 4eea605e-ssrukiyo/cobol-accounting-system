      *****************************************************
       01  OPS-CALL-PARMS.
           05  OPS-ACCOUNT-NUMBER      PIC X(10).
      *    Receiving account for the TRNSFR operation, and the
      *    beneficiary's account at the receiving bank for PAYOUT;
      *    spaces for every other opcode.
           05  OPS-TO-ACCOUNT-NUMBER   PIC X(10).
           05  OPS-OPCODE              PIC X(6).
           05  OPS-AMOUNT              PIC S9(9)V99.
      *    is present (batch and internal callers pass spaces).
           05  OPS-OPERATOR-ROLE       PIC X(1).
           05  OPS-OPERATOR-LIMIT      PIC S9(9)V99.
      *    Signed-on operator's branch, copied from OPERREC with the
      *    role and limit; stamped on the audit record as the teller
      *    branch.
           05  OPS-OPERATOR-BRANCH     PIC X(4).
      *    Approving supervisor for a held transaction; spaces when
      *    no override is in effect. Captured on the audit record.
           05  OPS-OVERRIDE-OPERATOR-ID PIC X(8).
      *    Owning customer for the NEWACT operation; spaces if the
      *    account is opened without a customer link.
           05  OPS-CUSTOMER-NUMBER     PIC X(10).
      *    Product for the NEWACT operation; the new account takes
      *    its rate and overdraft limit from the product. Spaces
      *    opens an account with no product, at a zero rate.
           05  OPS-PRODUCT-CODE        PIC X(4).
           05  OPS-INTEREST-RATE       PIC S9(3)V9(4).
      *    Requested lifecycle status for the SETSTA operation:
      *    O open, F frozen, D dormant, C closed.
           05  OPS-ORIGINAL-TIMESTAMP  PIC X(26).
      *    Clearing-network reference for items delivered on the
      *    interbank file; stamped on the audit record and the
      *    debit-exception record. PAYOUT hands back the reference
      *    it assigned to the payment, and PAYRTN names the payment
      *    being returned. Spaces for everything else.
           05  OPS-EXTERNAL-REF        PIC X(16).
      *    Loan terms for the NEWLN operation: the principal
      *    travels in OPS-AMOUNT and the annual rate in
      *    OPS-INTEREST-RATE. Zero and spaces otherwise.
           05  OPS-LOAN-TERM-MONTHS    PIC 9(3).
           05  OPS-LOAN-FIRST-DUE-DATE PIC X(8).
      *    Serial of the cheque presented for the CHEQUE operation;
      *    checked against the account's issued books, its stops
      *    and the cheques already paid before the debit posts.
           05  OPS-CHEQUE-NUMBER       PIC 9(6).
      *    Receiving bank for the PAYOUT operation.
           05  OPS-PAYEE-BANK-ID       PIC X(8).
      *    Branch for the NEWACT and NEWLN operations (spaces takes
      *    the operator's own branch), and the branch the account
      *    moves to for SETBRN.
           05  OPS-BRANCH-CODE         PIC X(4).
           05  OPS-BALANCE             PIC S9(9)V99.
      *    Ledger balance less the account's open, unlapsed holds;
      *    debits and transfers are checked against this figure.
      *    For LNREPY it carries the schedule total still owing.
           05  OPS-AVAILABLE-BALANCE   PIC S9(9)V99.
           05  OPS-STATUS              PIC X(2).
               88  OPS-SUCCESS                 VALUE '00'.
               88  OPS-ORIGINAL-NOT-FOUND      VALUE '12'.
               88  OPS-ALREADY-REVERSED        VALUE '13'.
               88  OPS-HOLD-NOT-PLACED         VALUE '14'.
               88  OPS-WRONG-ACCOUNT-TYPE      VALUE '15'.
               88  OPS-OVER-LOAN-LIMIT         VALUE '16'.
               88  OPS-LOAN-NOT-SET-UP         VALUE '17'.
               88  OPS-PRODUCT-NOT-FOUND       VALUE '18'.
               88  OPS-RATE-SET-BY-PRODUCT     VALUE '19'.
               88  OPS-CHEQUE-NOT-ISSUED       VALUE '20'.
               88  OPS-CHEQUE-STOPPED          VALUE '21'.
               88  OPS-CHEQUE-ALREADY-PAID     VALUE '22'.
               88  OPS-PAYMENT-NOT-PLACED      VALUE '23'.
               88  OPS-PAYEE-DETAILS-MISSING   VALUE '24'.
               88  OPS-PAYMENT-NOT-FOUND       VALUE '25'.
               88  OPS-BATCH-IN-PROGRESS       VALUE '26'.
               88  OPS-INVALID-BRANCH          VALUE '27'.
