               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT OPTIONAL SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSTEM-STATUS-STATUS.

           SELECT SIGN-ON-REGISTER ASSIGN TO "SESSIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-OPER-ID
               FILE STATUS IS WS-SESSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  SYSTEM-STATUS-FILE.
           COPY SYSSTREC.

       FD  SIGN-ON-REGISTER.
           COPY SESSREC.

       WORKING-STORAGE SECTION.
       01  USER-CHOICE       PIC 99 VALUE 0.
       01  CONTINUE-FLAG     PIC X(3) VALUE 'YES'.
       01  WS-TO-ACCOUNT-NUMBER PIC X(10).
       01  WS-ACCOUNT-NAME   PIC X(30).
       01  WS-CUSTOMER-NUMBER PIC X(10).
       01  WS-PRODUCT-CODE   PIC X(4).
       01  WS-BRANCH-CODE    PIC X(4).
       01  WS-AMOUNT         PIC S9(9)V99.
       01  WS-INTEREST-RATE  PIC S9(3)V9(4).
       01  WS-CHOICE-INPUT   PIC X(2).
       01  WS-HOLD-SEQUENCE  PIC 9(4).
       01  WS-ORIGINAL-TS    PIC X(26).
       01  WS-ACCOUNT-STATUS PIC X(1).
       01  WS-LOAN-TERM      PIC 9(3).
       01  WS-LOAN-FIRST-DUE PIC X(8).
       01  WS-PAYEE-BANK-ID  PIC X(8).
       01  WS-VALID-CHOICE-FLAG PIC X(3).

       01  WS-OPERATOR-FILE-STATUS PIC XX.
           88  WS-OPERATOR-FILE-OK     VALUE '00'.
           88  WS-OPERATOR-NOT-FOUND   VALUE '23'.

       01  WS-SYSTEM-STATUS-STATUS PIC XX.
           88  WS-SYSTEM-STATUS-OK     VALUES '00' '05'.

       01  WS-SESSION-FILE-STATUS PIC XX.
           88  WS-SESSION-FILE-OK      VALUE '00'.
           88  WS-SESSION-DUPLICATE    VALUE '22'.
           88  WS-SESSION-FILE-MISSING VALUE '35'.

       01  WS-OPERATOR-ID    PIC X(8).
       01  WS-OPERATOR-PASSWORD PIC X(8).
       01  WS-SIGNED-ON-FLAG PIC X(3) VALUE 'NO'.
       01  WS-OPERATOR-NAME  PIC X(30).
       01  WS-OPERATOR-ROLE  PIC X(1).
       01  WS-OPERATOR-LIMIT PIC S9(9)V99.
       01  WS-OPERATOR-BRANCH PIC X(4).
       01  WS-SUPERVISOR-ID  PIC X(8).
       01  WS-SUPERVISOR-PASSWORD PIC X(8).
       01  WS-OVERRIDE-ANSWER PIC X(1).
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM OPERATOR-SIGN-ON
           PERFORM REGISTER-SIGN-ON
           PERFORM UNTIL CONTINUE-FLAG = 'NO'
               DISPLAY "--------------------------------"
               DISPLAY "Account Management System"
               PERFORM READ-SYSTEM-STATUS
               IF SYS-BATCH-IN-PROGRESS
                   DISPLAY "*** Night run in progress - inquiries "
                           "only ***"
               END-IF
               DISPLAY "1. View Balance"
               DISPLAY "2. Credit Account"
               DISPLAY "3. Debit Account"
               DISPLAY "9. Place Hold on Account"
               DISPLAY "10. Release Hold"
               DISPLAY "11. Reverse a Posting"
               DISPLAY "12. Open Term Loan"
               DISPLAY "13. Loan Drawdown"
               DISPLAY "14. Loan Repayment"
               DISPLAY "15. Outbound Payment"
               DISPLAY "16. Move Account to Branch"
               DISPLAY "17. Exit"
               DISPLAY "--------------------------------"
               PERFORM GET-VALID-CHOICE
               IF USER-CHOICE NOT = 1 AND USER-CHOICE NOT = 17
                   PERFORM CHECK-BATCH-WINDOW
               END-IF

               EVALUATE USER-CHOICE
                   WHEN 0
                       CONTINUE
                   WHEN 1
                       PERFORM GET-ACCOUNT-NUMBER
                       MOVE 0 TO WS-AMOUNT
                   WHEN 11
                       PERFORM REVERSE-POSTING
                   WHEN 12
                       PERFORM OPEN-TERM-LOAN
                   WHEN 13
                       PERFORM LOAN-DRAWDOWN
                   WHEN 14
                       PERFORM LOAN-REPAYMENT
                   WHEN 15
                       PERFORM OUTBOUND-PAYMENT
                   WHEN 16
                       PERFORM MOVE-ACCOUNT-BRANCH
                   WHEN 17
                       MOVE 'NO' TO CONTINUE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice, please select 1-17."
               END-EVALUATE
           END-PERFORM
           PERFORM REMOVE-SIGN-ON
           DISPLAY "Exiting the program. Goodbye!"
           STOP RUN.

               IF WS-OPERATOR-FILE-OK
                       AND OPER-PASSWORD = WS-OPERATOR-PASSWORD
                   MOVE 'YES' TO WS-SIGNED-ON-FLAG
                   MOVE OPER-NAME TO WS-OPERATOR-NAME
                   MOVE OPER-ROLE TO WS-OPERATOR-ROLE
                   MOVE OPER-AMOUNT-LIMIT TO WS-OPERATOR-LIMIT
                   MOVE OPER-BRANCH-CODE TO WS-OPERATOR-BRANCH
               ELSE
                   DISPLAY "Sign-on failed, invalid ID or password."
               END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE.

      * The operator is put on the sign-on register so a supervisor
      * can see who is at a counter. A register that cannot be
      * written does not keep the operator out.
       REGISTER-SIGN-ON.
           OPEN I-O SIGN-ON-REGISTER
           IF WS-SESSION-FILE-MISSING
               OPEN OUTPUT SIGN-ON-REGISTER
               CLOSE SIGN-ON-REGISTER
               OPEN I-O SIGN-ON-REGISTER
           END-IF
           IF NOT WS-SESSION-FILE-OK
               DISPLAY "MainProgram: cannot open SIGN-ON-REGISTER, "
                       "status " WS-SESSION-FILE-STATUS
           ELSE
               MOVE WS-OPERATOR-ID TO SESS-OPER-ID
               MOVE WS-OPERATOR-NAME TO SESS-OPER-NAME
               MOVE WS-OPERATOR-ROLE TO SESS-OPER-ROLE
               MOVE 'MainProgram' TO SESS-PROGRAM
               MOVE FUNCTION CURRENT-DATE TO SESS-SIGNON-TS
               WRITE SIGN-ON-RECORD
               IF WS-SESSION-DUPLICATE
                   REWRITE SIGN-ON-RECORD
               END-IF
               CLOSE SIGN-ON-REGISTER
           END-IF.

       REMOVE-SIGN-ON.
           OPEN I-O SIGN-ON-REGISTER
           IF WS-SESSION-FILE-OK
               MOVE WS-OPERATOR-ID TO SESS-OPER-ID
               DELETE SIGN-ON-REGISTER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE SIGN-ON-REGISTER
           END-IF.

      * A missing status file means the night run has never set
      * it, which is the same as online.
       READ-SYSTEM-STATUS.
           MOVE 'O' TO SYS-STATUS
           MOVE SPACES TO WS-SYSTEM-STATUS-STATUS
           OPEN INPUT SYSTEM-STATUS-FILE
           IF WS-SYSTEM-STATUS-OK
               READ SYSTEM-STATUS-FILE
                   AT END
                       MOVE 'O' TO SYS-STATUS
               END-READ
               CLOSE SYSTEM-STATUS-FILE
           END-IF.

      * Only View Balance and Exit are open while the night run is
      * updating accounts; anything else is turned away before the
      * operator keys it.
       CHECK-BATCH-WINDOW.
           PERFORM READ-SYSTEM-STATUS
           IF SYS-BATCH-IN-PROGRESS
               PERFORM DISPLAY-BATCH-REFUSAL
               MOVE 0 TO USER-CHOICE
           END-IF.

       DISPLAY-BATCH-REFUSAL.
           DISPLAY "Refused: the night run is updating accounts. "
                   "Only View Balance is available until it "
                   "finishes.".

       GET-VALID-CHOICE.
           MOVE 'NO' TO WS-VALID-CHOICE-FLAG
           PERFORM UNTIL WS-VALID-CHOICE-FLAG = 'YES'
               DISPLAY "Enter your choice (1-17): "
               ACCEPT WS-CHOICE-INPUT
               MOVE 0 TO USER-CHOICE
               EVALUATE TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF USER-CHOICE >= 1 AND USER-CHOICE <= 17
                   MOVE 'YES' TO WS-VALID-CHOICE-FLAG
               ELSE
                   DISPLAY "Invalid choice, please select 1-17."
               END-IF
           END-PERFORM.

           ACCEPT WS-ACCOUNT-NAME
           DISPLAY "Enter customer number (blank if none): "
           ACCEPT WS-CUSTOMER-NUMBER
           DISPLAY "Enter product code (blank if none): "
           ACCEPT WS-PRODUCT-CODE
           PERFORM GET-OPENING-BRANCH
           DISPLAY "Enter opening balance: "
           ACCEPT WS-AMOUNT
           MOVE 'NEWACT' TO OPS-OPCODE
           MOVE WS-ACCOUNT-NAME TO OPS-ACCOUNT-NAME
           MOVE WS-CUSTOMER-NUMBER TO OPS-CUSTOMER-NUMBER
           MOVE WS-PRODUCT-CODE TO OPS-PRODUCT-CODE
           MOVE WS-BRANCH-CODE TO OPS-BRANCH-CODE
           PERFORM CALL-OPERATIONS-PROGRAM
           IF OPS-SUCCESS
               DISPLAY "Account " WS-ACCOUNT-NUMBER " opened."
           END-IF
           IF OPS-PRODUCT-NOT-FOUND
               DISPLAY "Product " WS-PRODUCT-CODE
                       " is not on the product master."
           END-IF
           MOVE SPACES TO OPS-ACCOUNT-NAME
           MOVE SPACES TO OPS-CUSTOMER-NUMBER
           MOVE SPACES TO OPS-PRODUCT-CODE
           MOVE SPACES TO OPS-BRANCH-CODE.

      * An account is opened at the signed-on operator's branch
      * unless another is keyed, for one opened on a customer's
      * behalf elsewhere.
       GET-OPENING-BRANCH.
           DISPLAY "Enter branch code (blank for your branch "
                   WS-OPERATOR-BRANCH "): "
           ACCEPT WS-BRANCH-CODE.

       SET-INTEREST-RATE.
           PERFORM GET-ACCOUNT-NUMBER
               DISPLAY "Interest rate updated for account "
                       WS-ACCOUNT-NUMBER
           END-IF
           IF OPS-RATE-SET-BY-PRODUCT
               DISPLAY "Account " WS-ACCOUNT-NUMBER " earns its "
                       "product's rate; change the rate on the "
                       "product master."
           END-IF
           MOVE 0 TO OPS-INTEREST-RATE.

       SET-OVERDRAFT-LIMIT.
           END-EVALUATE
           MOVE SPACE TO OPS-ACCOUNT-STATUS.

      * The move takes effect from now: postings already made stay
      * with the branch they were made under.
       MOVE-ACCOUNT-BRANCH.
           PERFORM GET-ACCOUNT-NUMBER
           DISPLAY "Enter new branch code: "
           ACCEPT WS-BRANCH-CODE
           MOVE 'SETBRN' TO OPS-OPCODE
           MOVE 0 TO WS-AMOUNT
           MOVE WS-BRANCH-CODE TO OPS-BRANCH-CODE
           PERFORM CALL-OPERATIONS-PROGRAM
           EVALUATE TRUE
               WHEN OPS-SUCCESS
                   DISPLAY "Account " WS-ACCOUNT-NUMBER
                           " moved to branch " WS-BRANCH-CODE
               WHEN OPS-INVALID-BRANCH
                   DISPLAY "A branch code is required."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO OPS-BRANCH-CODE.

       TRANSFER-BETWEEN-ACCOUNTS.
           DISPLAY "Enter from-account number: "
           ACCEPT WS-ACCOUNT-NUMBER
           END-EVALUATE
           MOVE SPACES TO OPS-ORIGINAL-TIMESTAMP.

      * A term loan is opened with its terms in one go; the
      * schedule is generated there and then, and nothing is owed
      * until the principal is drawn down.
       OPEN-TERM-LOAN.
           PERFORM GET-ACCOUNT-NUMBER
           DISPLAY "Enter loan account name: "
           ACCEPT WS-ACCOUNT-NAME
           DISPLAY "Enter customer number (blank if none): "
           ACCEPT WS-CUSTOMER-NUMBER
           DISPLAY "Enter principal: "
           ACCEPT WS-AMOUNT
           DISPLAY "Enter annual interest rate (e.g. 0.0525 for "
                   "5.25%): "
           ACCEPT WS-INTEREST-RATE
           DISPLAY "Enter term in months: "
           ACCEPT WS-LOAN-TERM
           DISPLAY "Enter first instalment due date (YYYYMMDD): "
           ACCEPT WS-LOAN-FIRST-DUE
           PERFORM GET-OPENING-BRANCH
           MOVE 'NEWLN ' TO OPS-OPCODE
           MOVE WS-ACCOUNT-NAME TO OPS-ACCOUNT-NAME
           MOVE WS-CUSTOMER-NUMBER TO OPS-CUSTOMER-NUMBER
           MOVE WS-INTEREST-RATE TO OPS-INTEREST-RATE
           MOVE WS-LOAN-TERM TO OPS-LOAN-TERM-MONTHS
           MOVE WS-LOAN-FIRST-DUE TO OPS-LOAN-FIRST-DUE-DATE
           MOVE WS-BRANCH-CODE TO OPS-BRANCH-CODE
           PERFORM CALL-OPERATIONS-PROGRAM
           EVALUATE TRUE
               WHEN OPS-SUCCESS
                   DISPLAY "Loan account " WS-ACCOUNT-NUMBER
                           " opened, " WS-LOAN-TERM
                           " monthly instalments from "
                           WS-LOAN-FIRST-DUE
               WHEN OPS-ACCOUNT-EXISTS
                   DISPLAY "Account " WS-ACCOUNT-NUMBER
                           " is already on file."
               WHEN OPS-LOAN-NOT-SET-UP
                   DISPLAY "Loan refused: check the principal, "
                           "rate, term and a future first due date."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO OPS-ACCOUNT-NAME
           MOVE SPACES TO OPS-CUSTOMER-NUMBER
           MOVE 0 TO OPS-INTEREST-RATE
           MOVE 0 TO OPS-LOAN-TERM-MONTHS
           MOVE SPACES TO OPS-LOAN-FIRST-DUE-DATE
           MOVE SPACES TO OPS-BRANCH-CODE.

       LOAN-DRAWDOWN.
           PERFORM GET-ACCOUNT-NUMBER
           PERFORM GET-AMOUNT
           MOVE 'LNDRAW' TO OPS-OPCODE
           PERFORM CALL-OPERATIONS-PROGRAM
           EVALUATE TRUE
               WHEN OPS-SUCCESS
                   DISPLAY "Drawn " WS-AMOUNT " on loan "
                           WS-ACCOUNT-NUMBER ", balance owed "
                           OPS-BALANCE
               WHEN OPS-OVER-LOAN-LIMIT
                   DISPLAY "Drawdown refused: would take loan "
                           WS-ACCOUNT-NUMBER " past its agreed "
                           "principal."
               WHEN OPS-WRONG-ACCOUNT-TYPE
                   DISPLAY "Account " WS-ACCOUNT-NUMBER
                           " is not a loan account."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAN-REPAYMENT.
           PERFORM GET-ACCOUNT-NUMBER
           PERFORM GET-AMOUNT
           MOVE 'LNREPY' TO OPS-OPCODE
           PERFORM CALL-OPERATIONS-PROGRAM
           EVALUATE TRUE
               WHEN OPS-SUCCESS
                   DISPLAY "Repayment of " WS-AMOUNT " taken on loan "
                           WS-ACCOUNT-NUMBER ", still to pay on the "
                           "schedule " OPS-AVAILABLE-BALANCE
               WHEN OPS-OVER-LOAN-LIMIT
                   DISPLAY "Repayment refused: more than the "
                           OPS-AVAILABLE-BALANCE
                           " still to pay on the schedule."
               WHEN OPS-WRONG-ACCOUNT-TYPE
                   DISPLAY "Account " WS-ACCOUNT-NUMBER
                           " is not a loan account."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The payment leaves the customer's account at once and is
      * sent to the receiving bank on tonight's outbound file; the
      * reference given back is what the network quotes if the
      * payment is returned.
       OUTBOUND-PAYMENT.
           PERFORM GET-ACCOUNT-NUMBER
           DISPLAY "Enter receiving bank ID: "
           ACCEPT WS-PAYEE-BANK-ID
           DISPLAY "Enter beneficiary account number: "
           ACCEPT WS-TO-ACCOUNT-NUMBER
           PERFORM GET-AMOUNT
           MOVE 'PAYOUT' TO OPS-OPCODE
           MOVE WS-TO-ACCOUNT-NUMBER TO OPS-TO-ACCOUNT-NUMBER
           MOVE WS-PAYEE-BANK-ID TO OPS-PAYEE-BANK-ID
           PERFORM CALL-OPERATIONS-PROGRAM
           EVALUATE TRUE
               WHEN OPS-SUCCESS
                   DISPLAY "Payment " OPS-EXTERNAL-REF " of "
                           WS-AMOUNT " taken from account "
                           WS-ACCOUNT-NUMBER " for bank "
                           WS-PAYEE-BANK-ID " account "
                           WS-TO-ACCOUNT-NUMBER
               WHEN OPS-INSUFFICIENT-FUNDS
                   DISPLAY "Payment refused: would take account "
                           WS-ACCOUNT-NUMBER " below its "
                           "overdraft limit."
                   DISPLAY "Ledger balance " OPS-BALANCE
                           ", available (less holds) "
                           OPS-AVAILABLE-BALANCE
               WHEN OPS-PAYEE-DETAILS-MISSING
                   DISPLAY "Payment refused: receiving bank, "
                           "beneficiary account and a positive "
                           "amount are all required."
               WHEN OPS-PAYMENT-NOT-PLACED
                   DISPLAY "Payment could not be recorded; the "
                           "account has not been debited."
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO OPS-TO-ACCOUNT-NUMBER
           MOVE SPACES TO OPS-PAYEE-BANK-ID.

       GET-ACCOUNT-NUMBER.
           DISPLAY "Enter account number: "
           ACCEPT WS-ACCOUNT-NUMBER.
           MOVE WS-OPERATOR-ID    TO OPS-OPERATOR-ID
           MOVE WS-OPERATOR-ROLE  TO OPS-OPERATOR-ROLE
           MOVE WS-OPERATOR-LIMIT TO OPS-OPERATOR-LIMIT
           MOVE WS-OPERATOR-BRANCH TO OPS-OPERATOR-BRANCH
           MOVE SPACES            TO OPS-OVERRIDE-OPERATOR-ID
           MOVE SPACES            TO OPS-EXTERNAL-REF
           CALL 'OperationsProgram' USING OPS-CALL-PARMS
           IF OPS-NOT-AUTHORIZED OR OPS-OVER-OPERATOR-LIMIT
               PERFORM OFFER-SUPERVISOR-OVERRIDE
           END-IF
      *    The night run may have started while the details were
      *    being keyed.
           IF OPS-BATCH-IN-PROGRESS
               PERFORM DISPLAY-BATCH-REFUSAL
           END-IF
           IF NOT OPS-SUCCESS
               DISPLAY "OperationsProgram returned status " OPS-STATUS
           END-IF.
