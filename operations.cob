               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

           SELECT OPTIONAL SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSTEM-STATUS-STATUS.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPTIONAL LOAN-FILE ASSIGN TO "LOANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-ACCT-NUMBER
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT OPTIONAL LOAN-SCHEDULE ASSIGN TO "LNSCHED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNS-KEY
               FILE STATUS IS WS-SCHEDULE-FILE-STATUS.

           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT OPTIONAL CHEQUE-STOCK ASSIGN TO "CHQSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-STOCK-FILE-STATUS.

           SELECT OPTIONAL STOP-PAYMENTS ASSIGN TO "CHQSTOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT OPTIONAL CHEQUES-PAID ASSIGN TO "CHQPAID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHP-KEY
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT OPTIONAL OUTBOUND-PAYMENTS ASSIGN TO "PAYSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-REFERENCE
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.

           SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  DEBIT-EXCEPTIONS.
           COPY DEBEXREC.

       FD  SYSTEM-STATUS-FILE.
           COPY SYSSTREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  ACCOUNT-HISTORY.
           COPY HISTREC.

       FD  LOAN-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE.
           COPY LNSCHREC.

       FD  PRODUCT-FILE.
           COPY PRODREC.

       FD  CHEQUE-STOCK.
           COPY CHQREC.

       FD  STOP-PAYMENTS.
           COPY STOPREC.

       FD  CHEQUES-PAID.
           COPY CHQPDREC.

       FD  OUTBOUND-PAYMENTS.
           COPY OUTPYREC.

       FD  CHANGE-JOURNAL.
           COPY CHGJREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-FILE-STATUS      PIC XX.
           88  WS-ACCOUNT-FILE-OK          VALUE '00'.
       01  WS-EXCEPTION-FILE-STATUS    PIC XX.
           88  WS-EXCEPTION-FILE-OPEN-OK   VALUES '00' '05'.

       01  WS-SYSTEM-STATUS-STATUS     PIC XX.
           88  WS-SYSTEM-STATUS-OK         VALUES '00' '05'.

       01  WS-HOLDS-FILE-STATUS        PIC XX.
           88  WS-HOLDS-FILE-OK            VALUES '00' '05'.
           88  WS-HOLDS-FILE-MISSING       VALUE '35'.
           88  WS-HISTORY-FILE-OK          VALUES '00' '05'.
           88  WS-HISTORY-FILE-MISSING     VALUE '35'.

       01  WS-LOAN-FILE-STATUS         PIC XX.
           88  WS-LOAN-FILE-OK             VALUES '00' '05'.
           88  WS-LOAN-FILE-MISSING        VALUE '35'.
           88  WS-LOAN-NOT-ON-FILE         VALUE '23'.

       01  WS-SCHEDULE-FILE-STATUS     PIC XX.
           88  WS-SCHEDULE-FILE-OK         VALUES '00' '05'.
           88  WS-SCHEDULE-FILE-MISSING    VALUE '35'.

       01  WS-PRODUCT-FILE-STATUS      PIC XX.
           88  WS-PRODUCT-FILE-OK          VALUES '00' '05'.

       01  WS-STOCK-FILE-STATUS        PIC XX.
           88  WS-STOCK-FILE-OK            VALUES '00' '05'.

       01  WS-STOP-FILE-STATUS         PIC XX.
           88  WS-STOP-FILE-OK             VALUES '00' '05'.

       01  WS-PAID-FILE-STATUS         PIC XX.
           88  WS-PAID-FILE-OK             VALUES '00' '05'.
           88  WS-PAID-FILE-MISSING        VALUE '35'.

       01  WS-PAYMENT-FILE-STATUS      PIC XX.
           88  WS-PAYMENT-FILE-OK          VALUES '00' '05'.
           88  WS-PAYMENT-FILE-MISSING     VALUE '35'.

       01  WS-JOURNAL-FILE-STATUS      PIC XX.
           88  WS-JOURNAL-FILE-OK          VALUES '00' '05'.

       01  WS-BALANCE-BEFORE           PIC S9(9)V99.
       01  WS-PROJECTED-BALANCE        PIC S9(9)V99.
       01  WS-OPEN-HOLDS-TOTAL         PIC S9(9)V99.
       01  WS-RELATED-ACCT             PIC X(10).
       01  WS-REVERSED-OPCODE          PIC X(6).
       01  WS-REVERSED-TS              PIC X(26).
       01  WS-CHEQUE-NUMBER            PIC X(6).
       01  WS-MOVED-FROM-BRANCH        PIC X(4).

      * Before and after images for the change journal: the
      * maintenance opcodes record the value they replaced, which
      * the audit record has no room for.
           COPY CHGJREC REPLACING
               ==CHANGE-JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==
               LEADING ==CHGJ== BY ==WS-JRN==.
       01  WS-JRN-AMOUNT-EDIT          PIC -(9)9.99.
       01  WS-JRN-RATE-EDIT            PIC -(3)9.9(4).

      * Presented-cheque checks: a cheque must come from a book
      * issued to the account, must not be covered by a stop in
      * force, and must not have been paid already.
       01  WS-CHEQUE-SCAN-DONE-FLAG    PIC X(3).
       01  WS-CHEQUE-ISSUED-FLAG       PIC X(3).
       01  WS-CHEQUE-STOPPED-FLAG      PIC X(3).

      * Outbound payment references are the letters PO and the
      * taking timestamp to the hundredth of a second.
       01  WS-PAYMENT-REFERENCE.
           05  FILLER                  PIC X(2) VALUE 'PO'.
           05  WS-PAYMENT-REF-TIME     PIC X(14).
       01  WS-PAYMENT-WRITTEN-FLAG     PIC X(3).

      * Details of the original posting a REVRSL is backing out,
      * captured while the live audit log is scanned.
       01  WS-ORIG-AMOUNT              PIC S9(9)V99.
       01  WS-ORIG-RELATED-ACCT        PIC X(10).

      * Term-loan working fields: the schedule is built from the
      * principal, the monthly rate and the term as a level
      * annuity, one instalment a month from the first due date.
       01  WS-LOAN-MONTHLY-RATE        PIC S9(1)V9(10).
       01  WS-LOAN-GROWTH              PIC S9(5)V9(10).
       01  WS-LOAN-INSTALMENT          PIC S9(9)V99.
       01  WS-LOAN-REMAINING           PIC S9(9)V99.
       01  WS-LOAN-OUTSTANDING         PIC S9(9)V99.
       01  WS-LOAN-TO-APPLY            PIC S9(9)V99.
       01  WS-LOAN-LINE-OWED           PIC S9(9)V99.
       01  WS-INSTALMENT-SUB           PIC 9(3).
       01  WS-SCHEDULE-DONE-FLAG       PIC X(3).
       01  WS-FIRST-DUE-DAY            PIC 9(2).
       01  WS-DUE-MONTH-INDEX          PIC 9(7).
       01  WS-DUE-YEAR                 PIC 9(4).
       01  WS-DUE-MONTH                PIC 9(2).
       01  WS-DUE-DAY                  PIC 9(2).
       01  WS-DAYS-IN-MONTH            PIC 9(2).
       01  WS-LEAP-QUOTIENT            PIC 9(4).
       01  WS-LEAP-REMAINDER           PIC 9(4).

       COPY BUSDATE.

       LINKAGE SECTION.
           MOVE SPACES TO WS-RELATED-ACCT
           MOVE SPACES TO WS-REVERSED-OPCODE
           MOVE SPACES TO WS-REVERSED-TS
           MOVE SPACES TO WS-CHEQUE-NUMBER
           PERFORM CHECK-OPERATOR-AUTHORITY
           IF NOT OPS-SUCCESS
               GOBACK
           END-IF
           PERFORM CHECK-BATCH-WINDOW
           IF NOT OPS-SUCCESS
               GOBACK
           END-IF
           PERFORM OPEN-ACCOUNT-MASTER

           IF WS-ACCOUNT-FILE-OK
               EVALUATE TRUE
                   WHEN OPS-OPCODE = 'NEWACT'
                       PERFORM CREATE-NEW-ACCOUNT
                   WHEN OPS-OPCODE = 'NEWLN '
                       PERFORM CREATE-NEW-LOAN-ACCOUNT
                   WHEN OTHER
                       PERFORM READ-ACCOUNT-RECORD
                       IF WS-ACCOUNT-NOT-FOUND
                           SET OPS-ACCOUNT-NOT-FOUND TO TRUE
                       ELSE
                           PERFORM CHECK-ACCOUNT-TYPE
                       END-IF
                       IF OPS-SUCCESS
                           EVALUATE OPS-OPCODE
                               WHEN 'TOTAL '
                                   PERFORM POST-TOTAL-INQUIRY
                               WHEN 'CREDIT'
                                   PERFORM POST-CREDIT-OR-INTEREST
                               WHEN 'DEBIT '
                                   PERFORM POST-DEBIT
                               WHEN 'CHEQUE'
                                   PERFORM POST-CHEQUE
                               WHEN 'PAYOUT'
                                   PERFORM POST-OUTBOUND-PAYMENT
                               WHEN 'PAYRTN'
                                   PERFORM POST-PAYMENT-RETURN
                               WHEN 'INTRST'
                                   PERFORM POST-CREDIT-OR-INTEREST
                               WHEN 'SETRAT'
                                   PERFORM POST-SET-RATE
                               WHEN 'SETLIM'
                                   PERFORM POST-SET-OVERDRAFT-LIMIT
                               WHEN 'TRNSFR'
                                   PERFORM POST-TRANSFER
                               WHEN 'SETSTA'
                                   PERFORM POST-SET-STATUS
                               WHEN 'SETBRN'
                                   PERFORM POST-SET-BRANCH
                               WHEN 'HOLD  '
                                   PERFORM POST-PLACE-HOLD
                               WHEN 'RELHLD'
                                   PERFORM POST-RELEASE-HOLD
                               WHEN 'REVRSL'
                                   PERFORM POST-REVERSAL
                               WHEN 'FEE   '
                                   PERFORM POST-FEE
                               WHEN 'LNDRAW'
                                   PERFORM POST-LOAN-DRAWDOWN
                               WHEN 'LNREPY'
                                   PERFORM POST-LOAN-REPAYMENT
                               WHEN 'LNINT '
                                   PERFORM POST-LOAN-INTEREST
                               WHEN OTHER
                                   SET OPS-INVALID-OPCODE TO TRUE
                           END-EVALUATE
                       END-IF
               END-EVALUATE
           ELSE
               SET OPS-ACCOUNT-NOT-FOUND TO TRUE
           END-IF
           IF WS-ACCOUNT-FILE-OK
               SET OPS-ACCOUNT-EXISTS TO TRUE
           ELSE
               PERFORM READ-NEW-ACCOUNT-PRODUCT
           END-IF
           IF OPS-SUCCESS
               MOVE OPS-ACCOUNT-NUMBER TO ACCT-NUMBER
               MOVE OPS-ACCOUNT-NAME   TO ACCT-NAME
               MOVE OPS-AMOUNT         TO ACCT-BALANCE
               MOVE OPS-AMOUNT         TO ACCT-OPEN-BALANCE
               IF OPS-PRODUCT-CODE = SPACES
                   MOVE 0              TO ACCT-INTEREST-RATE
                   MOVE 0              TO ACCT-OVERDRAFT-LIMIT
               ELSE
                   MOVE PROD-INTEREST-RATE   TO ACCT-INTEREST-RATE
                   MOVE PROD-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
               END-IF
               MOVE 'O'                TO ACCT-STATUS
               MOVE OPS-CUSTOMER-NUMBER TO ACCT-CUSTOMER-NUMBER
               MOVE LOW-VALUES         TO ACCT-LAST-RECONCILE-TS
               MOVE 'D'                TO ACCT-TYPE
               MOVE OPS-PRODUCT-CODE   TO ACCT-PRODUCT-CODE
               PERFORM SET-NEW-ACCOUNT-BRANCH
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                       SET OPS-ACCOUNT-EXISTS TO TRUE
               END-IF
           END-IF.

      * A new account belongs to the branch keyed for it, or else
      * to the branch of the operator opening it.
       SET-NEW-ACCOUNT-BRANCH.
           IF OPS-BRANCH-CODE NOT = SPACES
               MOVE OPS-BRANCH-CODE     TO ACCT-BRANCH-CODE
           ELSE
               MOVE OPS-OPERATOR-BRANCH TO ACCT-BRANCH-CODE
           END-IF.

      * An account opened on a product starts at the product's
      * rate and overdraft limit; an unknown product code refuses
      * the opening rather than leaving the account on no terms.
       READ-NEW-ACCOUNT-PRODUCT.
           IF OPS-PRODUCT-CODE NOT = SPACES
               OPEN INPUT PRODUCT-FILE
               IF WS-PRODUCT-FILE-OK
                   MOVE OPS-PRODUCT-CODE TO PROD-CODE
                   READ PRODUCT-FILE
                       INVALID KEY
                           MOVE '23' TO WS-PRODUCT-FILE-STATUS
                   END-READ
                   CLOSE PRODUCT-FILE
               END-IF
               IF NOT WS-PRODUCT-FILE-OK
                   SET OPS-PRODUCT-NOT-FOUND TO TRUE
                   MOVE 0 TO OPS-BALANCE
               END-IF
           END-IF.

       OPEN-ACCOUNT-MASTER.
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCOUNT-FILE-MISSING
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      * A cheque presented through clearing is proved against the
      * drawer's cheque books, stops and paid cheques before it is
      * debited under the usual funds check; once paid, its serial
      * goes on the paid register so a second presentment of the
      * same cheque is refused.
       POST-CHEQUE.
           PERFORM CHECK-MOVEMENT-ALLOWED
           IF NOT OPS-ACCOUNT-NOT-OPEN
               PERFORM CHECK-PRESENTED-CHEQUE
               IF OPS-SUCCESS
                   MOVE OPS-CHEQUE-NUMBER TO WS-CHEQUE-NUMBER
                   PERFORM REACTIVATE-IF-DORMANT
                   PERFORM POST-DEBIT-CHECKED
                   IF OPS-SUCCESS
                       PERFORM RECORD-CHEQUE-PAID
                   END-IF
               ELSE
                   MOVE ACCT-BALANCE TO OPS-BALANCE
               END-IF
           END-IF.

       CHECK-PRESENTED-CHEQUE.
           PERFORM RESOLVE-PROCESSING-DATE
           PERFORM FIND-CHEQUE-IN-STOCK
           IF WS-CHEQUE-ISSUED-FLAG NOT = 'YES'
               SET OPS-CHEQUE-NOT-ISSUED TO TRUE
           ELSE
               PERFORM FIND-CHEQUE-ALREADY-PAID
               IF NOT OPS-CHEQUE-ALREADY-PAID
                   PERFORM FIND-CHEQUE-STOP
                   IF WS-CHEQUE-STOPPED-FLAG = 'YES'
                       SET OPS-CHEQUE-STOPPED TO TRUE
                   END-IF
               END-IF
           END-IF.

      * An unnumbered cheque, or one with no book on file for the
      * account, counts as not issued. A missing register simply
      * means no books have been issued.
       FIND-CHEQUE-IN-STOCK.
           MOVE 'NO' TO WS-CHEQUE-ISSUED-FLAG
           IF OPS-CHEQUE-NUMBER IS NUMERIC
                   AND OPS-CHEQUE-NUMBER > 0
               OPEN INPUT CHEQUE-STOCK
               IF WS-STOCK-FILE-OK
                   MOVE OPS-ACCOUNT-NUMBER TO CHQ-ACCT-NUMBER
                   MOVE 0 TO CHQ-FIRST-NUMBER
                   MOVE 'NO' TO WS-CHEQUE-SCAN-DONE-FLAG
                   START CHEQUE-STOCK KEY NOT < CHQ-KEY
                       INVALID KEY
                           MOVE 'YES' TO WS-CHEQUE-SCAN-DONE-FLAG
                   END-START
                   PERFORM UNTIL WS-CHEQUE-SCAN-DONE-FLAG = 'YES'
                       READ CHEQUE-STOCK NEXT RECORD
                           AT END
                               MOVE 'YES' TO WS-CHEQUE-SCAN-DONE-FLAG
                           NOT AT END
                               PERFORM MATCH-ONE-CHEQUE-BOOK
                       END-READ
                   END-PERFORM
                   CLOSE CHEQUE-STOCK
               END-IF
           END-IF.

       MATCH-ONE-CHEQUE-BOOK.
           IF CHQ-ACCT-NUMBER NOT = OPS-ACCOUNT-NUMBER
                   OR CHQ-FIRST-NUMBER > OPS-CHEQUE-NUMBER
               MOVE 'YES' TO WS-CHEQUE-SCAN-DONE-FLAG
           ELSE
               IF CHQ-LAST-NUMBER NOT < OPS-CHEQUE-NUMBER
                   MOVE 'YES' TO WS-CHEQUE-ISSUED-FLAG
                   MOVE 'YES' TO WS-CHEQUE-SCAN-DONE-FLAG
               END-IF
           END-IF.

       FIND-CHEQUE-ALREADY-PAID.
           OPEN INPUT CHEQUES-PAID
           IF WS-PAID-FILE-OK
               MOVE OPS-ACCOUNT-NUMBER TO CHP-ACCT-NUMBER
               MOVE OPS-CHEQUE-NUMBER  TO CHP-CHEQUE-NUMBER
               READ CHEQUES-PAID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OPS-CHEQUE-ALREADY-PAID TO TRUE
               END-READ
               CLOSE CHEQUES-PAID
           END-IF.

      * Stops are keyed by the first serial they cover, so only
      * those starting at or below the presented serial can
      * apply. A lifted or lapsed stop no longer refuses payment.
       FIND-CHEQUE-STOP.
           MOVE 'NO' TO WS-CHEQUE-STOPPED-FLAG
           OPEN INPUT STOP-PAYMENTS
           IF WS-STOP-FILE-OK
               MOVE OPS-ACCOUNT-NUMBER TO STP-ACCT-NUMBER
               MOVE 0 TO STP-FIRST-NUMBER
               MOVE 'NO' TO WS-CHEQUE-SCAN-DONE-FLAG
               START STOP-PAYMENTS KEY NOT < STP-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-CHEQUE-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-CHEQUE-SCAN-DONE-FLAG = 'YES'
                   READ STOP-PAYMENTS NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-CHEQUE-SCAN-DONE-FLAG
                       NOT AT END
                           PERFORM MATCH-ONE-STOP
                   END-READ
               END-PERFORM
               CLOSE STOP-PAYMENTS
           END-IF.

       MATCH-ONE-STOP.
           IF STP-ACCT-NUMBER NOT = OPS-ACCOUNT-NUMBER
                   OR STP-FIRST-NUMBER > OPS-CHEQUE-NUMBER
               MOVE 'YES' TO WS-CHEQUE-SCAN-DONE-FLAG
           ELSE
               IF STP-IN-FORCE
                       AND STP-LAST-NUMBER NOT < OPS-CHEQUE-NUMBER
                       AND (STP-EXPIRY-DATE = SPACES
                           OR STP-EXPIRY-DATE >= WS-PROCESSING-DATE)
                   MOVE 'YES' TO WS-CHEQUE-STOPPED-FLAG
                   MOVE 'YES' TO WS-CHEQUE-SCAN-DONE-FLAG
               END-IF
           END-IF.

      * The debit is already on the book of record; a failure to
      * register the paid serial is reported for the branch to
      * chase and posting carries on.
       RECORD-CHEQUE-PAID.
           OPEN I-O CHEQUES-PAID
           IF WS-PAID-FILE-MISSING
               OPEN OUTPUT CHEQUES-PAID
               CLOSE CHEQUES-PAID
               OPEN I-O CHEQUES-PAID
           END-IF
           IF NOT WS-PAID-FILE-OK
               DISPLAY "OperationsProgram: cannot open CHEQUES-PAID, "
                       "status " WS-PAID-FILE-STATUS
                       "; cheque " OPS-CHEQUE-NUMBER " NOT registered"
           ELSE
               MOVE OPS-ACCOUNT-NUMBER   TO CHP-ACCT-NUMBER
               MOVE OPS-CHEQUE-NUMBER    TO CHP-CHEQUE-NUMBER
               MOVE OPS-AMOUNT           TO CHP-AMOUNT
               MOVE WS-PROCESSING-DATE   TO CHP-PAID-DATE
               MOVE WS-TIMESTAMP-DISPLAY TO CHP-AUDIT-TS
               MOVE OPS-EXTERNAL-REF     TO CHP-EXTERNAL-REF
               WRITE CHEQUE-PAID-RECORD
                   INVALID KEY
                       DISPLAY "OperationsProgram: cheque "
                               OPS-CHEQUE-NUMBER " on account "
                               OPS-ACCOUNT-NUMBER
                               " already registered as paid"
               END-WRITE
               CLOSE CHEQUES-PAID
           END-IF.

      * An outbound payment debits the customer under the usual
      * available-funds check and parks the money in the clearing
      * suspense until the network settles or returns it. The
      * suspense record is written first, to reserve the payment
      * reference the audit record carries, and is withdrawn again
      * if the debit is refused.
       POST-OUTBOUND-PAYMENT.
           PERFORM CHECK-MOVEMENT-ALLOWED
           IF NOT OPS-ACCOUNT-NOT-OPEN
               IF OPS-PAYEE-BANK-ID = SPACES
                       OR OPS-TO-ACCOUNT-NUMBER = SPACES
                       OR OPS-AMOUNT NOT > 0
                   SET OPS-PAYEE-DETAILS-MISSING TO TRUE
                   MOVE ACCT-BALANCE TO OPS-BALANCE
               ELSE
                   PERFORM OPEN-PAYMENT-FILE
                   IF WS-PAYMENT-FILE-OK
                       PERFORM RESERVE-PAYMENT-REFERENCE
                       IF OPS-SUCCESS
                           PERFORM REACTIVATE-IF-DORMANT
                           PERFORM POST-DEBIT-CHECKED
                           PERFORM COMPLETE-PAYMENT-RECORD
                       ELSE
                           MOVE ACCT-BALANCE TO OPS-BALANCE
                       END-IF
                       CLOSE OUTBOUND-PAYMENTS
                   ELSE
                       SET OPS-PAYMENT-NOT-PLACED TO TRUE
                       MOVE ACCT-BALANCE TO OPS-BALANCE
                   END-IF
               END-IF
           END-IF.

      * Two payments taken inside the same hundredth of a second
      * would collide on the reference; the timestamp is simply
      * taken again until a free one is found.
       RESERVE-PAYMENT-REFERENCE.
           PERFORM RESOLVE-PROCESSING-DATE
           MOVE 'NO' TO WS-PAYMENT-WRITTEN-FLAG
           PERFORM UNTIL WS-PAYMENT-WRITTEN-FLAG NOT = 'NO'
               PERFORM BUILD-TIMESTAMP
               MOVE WS-TIMESTAMP-DISPLAY (3:14)
                   TO WS-PAYMENT-REF-TIME
               MOVE WS-PAYMENT-REFERENCE  TO PAY-REFERENCE
               MOVE OPS-ACCOUNT-NUMBER    TO PAY-ACCT-NUMBER
               MOVE OPS-AMOUNT            TO PAY-AMOUNT
               MOVE OPS-PAYEE-BANK-ID     TO PAY-PAYEE-BANK-ID
               MOVE OPS-TO-ACCOUNT-NUMBER TO PAY-PAYEE-ACCOUNT
               MOVE OPS-OPERATOR-ID       TO PAY-OPERATOR-ID
               MOVE WS-PROCESSING-DATE    TO PAY-TAKEN-DATE
               MOVE SPACES                TO PAY-AUDIT-TS
               MOVE 'P'                   TO PAY-STATUS
               MOVE SPACES                TO PAY-SENT-DATE
               MOVE SPACES                TO PAY-CLEARED-DATE
               WRITE OUTBOUND-PAYMENT-RECORD
                   INVALID KEY
                       IF WS-PAYMENT-FILE-STATUS NOT = '22'
                           MOVE 'ERR' TO WS-PAYMENT-WRITTEN-FLAG
                       END-IF
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-PAYMENT-WRITTEN-FLAG
               END-WRITE
           END-PERFORM
           IF WS-PAYMENT-WRITTEN-FLAG = 'YES'
               MOVE WS-PAYMENT-REFERENCE TO OPS-EXTERNAL-REF
           ELSE
               DISPLAY "OperationsProgram: could not write outbound "
                       "payment for account " OPS-ACCOUNT-NUMBER
                       ", status " WS-PAYMENT-FILE-STATUS
               SET OPS-PAYMENT-NOT-PLACED TO TRUE
           END-IF.

       COMPLETE-PAYMENT-RECORD.
           IF OPS-SUCCESS
               MOVE WS-TIMESTAMP-DISPLAY TO PAY-AUDIT-TS
               REWRITE OUTBOUND-PAYMENT-RECORD
                   INVALID KEY
                       DISPLAY "OperationsProgram: could not "
                               "complete outbound payment "
                               PAY-REFERENCE
               END-REWRITE
           ELSE
               DELETE OUTBOUND-PAYMENTS RECORD
                   INVALID KEY
                       DISPLAY "OperationsProgram: could not "
                               "withdraw refused payment "
                               PAY-REFERENCE
               END-DELETE
               MOVE SPACES TO OPS-EXTERNAL-REF
           END-IF.

      * A payment the receiving bank sent back is credited to the
      * customer it was taken from, for the amount taken, and
      * leaves the suspense. Only a payment still awaiting
      * settlement can come back; anything else is refused and
      * goes back to the network.
       POST-PAYMENT-RETURN.
           PERFORM CHECK-MOVEMENT-ALLOWED
           IF NOT OPS-ACCOUNT-NOT-OPEN
               PERFORM OPEN-PAYMENT-FILE
               IF WS-PAYMENT-FILE-OK
                   MOVE OPS-EXTERNAL-REF TO PAY-REFERENCE
                   READ OUTBOUND-PAYMENTS
                       INVALID KEY
                           SET OPS-PAYMENT-NOT-FOUND TO TRUE
                   END-READ
                   IF OPS-SUCCESS
                       IF NOT PAY-SENT
                               OR PAY-ACCT-NUMBER NOT =
                                   OPS-ACCOUNT-NUMBER
                               OR PAY-AMOUNT NOT = OPS-AMOUNT
                           SET OPS-PAYMENT-NOT-FOUND TO TRUE
                       END-IF
                   END-IF
                   IF OPS-SUCCESS
                       PERFORM RESOLVE-PROCESSING-DATE
                       PERFORM REACTIVATE-IF-DORMANT
                       MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
                       ADD OPS-AMOUNT TO ACCT-BALANCE
                       PERFORM REWRITE-ACCOUNT-RECORD
                       MOVE ACCT-BALANCE TO OPS-BALANCE
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE 'R' TO PAY-STATUS
                       MOVE WS-PROCESSING-DATE TO PAY-CLEARED-DATE
                       REWRITE OUTBOUND-PAYMENT-RECORD
                           INVALID KEY
                               DISPLAY "OperationsProgram: could "
                                       "not mark payment "
                                       PAY-REFERENCE " returned"
                       END-REWRITE
                   ELSE
                       MOVE ACCT-BALANCE TO OPS-BALANCE
                   END-IF
                   CLOSE OUTBOUND-PAYMENTS
               ELSE
                   SET OPS-PAYMENT-NOT-FOUND TO TRUE
                   MOVE ACCT-BALANCE TO OPS-BALANCE
               END-IF
           END-IF.

       OPEN-PAYMENT-FILE.
           OPEN I-O OUTBOUND-PAYMENTS
           IF WS-PAYMENT-FILE-MISSING
               OPEN OUTPUT OUTBOUND-PAYMENTS
               CLOSE OUTBOUND-PAYMENTS
               OPEN I-O OUTBOUND-PAYMENTS
           END-IF
           IF NOT WS-PAYMENT-FILE-OK
               DISPLAY "OperationsProgram: cannot open "
                       "OUTBOUND-PAYMENTS, status "
                       WS-PAYMENT-FILE-STATUS
           END-IF.

      * Both sides of a transfer post as one unit: the from-account
      * funds check and the to-account read both happen before either
      * record is rewritten, so a failure on either side leaves both
                       SET OPS-TO-ACCOUNT-NOT-FOUND TO TRUE
               END-READ
               IF NOT OPS-TO-ACCOUNT-NOT-FOUND
                   IF ACCT-LOAN
                       SET OPS-WRONG-ACCOUNT-TYPE TO TRUE
                   ELSE
                       PERFORM CHECK-MOVEMENT-ALLOWED
                   END-IF
                   IF OPS-ACCOUNT-NOT-OPEN OR OPS-WRONG-ACCOUNT-TYPE
                       MOVE WS-BALANCE-BEFORE TO OPS-BALANCE
                   ELSE
                       PERFORM BUILD-TIMESTAMP
           PERFORM WRITE-TRANSFER-AUDIT-LEG.

       POST-SET-OVERDRAFT-LIMIT.
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-JRN-AMOUNT-EDIT
           MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-BEFORE-VALUE
           MOVE OPS-AMOUNT TO ACCT-OVERDRAFT-LIMIT
           PERFORM REWRITE-ACCOUNT-RECORD
           MOVE ACCT-BALANCE TO OPS-BALANCE
           MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
           PERFORM WRITE-AUDIT-RECORD
           MOVE "OVERDRAFT-LIMIT" TO WS-JRN-FIELD-NAME
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-JRN-AMOUNT-EDIT
           MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-ACCOUNT-CHANGE.

       POST-SET-STATUS.
           IF OPS-ACCOUNT-STATUS = 'O' OR OPS-ACCOUNT-STATUS = 'F'
                   OR OPS-ACCOUNT-STATUS = 'D'
                   OR OPS-ACCOUNT-STATUS = 'C'
               MOVE ACCT-STATUS TO WS-JRN-BEFORE-VALUE
               MOVE OPS-ACCOUNT-STATUS TO ACCT-STATUS
               PERFORM REWRITE-ACCOUNT-RECORD
               MOVE ACCT-BALANCE TO OPS-BALANCE
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               PERFORM WRITE-AUDIT-RECORD
               MOVE "STATUS" TO WS-JRN-FIELD-NAME
               MOVE ACCT-STATUS TO WS-JRN-AFTER-VALUE
               PERFORM JOURNAL-ACCOUNT-CHANGE
           ELSE
               SET OPS-INVALID-STATUS TO TRUE
           END-IF.

      * Moving an account to another branch changes only where its
      * activity is reported from now on; the SETBRN record is
      * stamped with the branch it left, and everything posted
      * before stays with that branch.
       POST-SET-BRANCH.
           IF OPS-BRANCH-CODE = SPACES
               SET OPS-INVALID-BRANCH TO TRUE
               MOVE ACCT-BALANCE TO OPS-BALANCE
           ELSE
               MOVE ACCT-BRANCH-CODE TO WS-MOVED-FROM-BRANCH
               MOVE OPS-BRANCH-CODE TO ACCT-BRANCH-CODE
               PERFORM REWRITE-ACCOUNT-RECORD
               MOVE ACCT-BALANCE TO OPS-BALANCE
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               PERFORM WRITE-AUDIT-RECORD
               MOVE "BRANCH-CODE" TO WS-JRN-FIELD-NAME
               MOVE WS-MOVED-FROM-BRANCH TO WS-JRN-BEFORE-VALUE
               MOVE ACCT-BRANCH-CODE TO WS-JRN-AFTER-VALUE
               PERFORM JOURNAL-ACCOUNT-CHANGE
           END-IF.

      * A hold reserves part of the balance without moving it: the
      * ledger balance is untouched and the available balance drops
      * by the hold amount until the hold is released or lapses.
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      * A term loan opens as an account of its own on the master,
      * typed L and at a zero balance: nothing is owed until the
      * principal is paid out under LNDRAW. The agreed terms go on
      * the loan file and the whole repayment schedule is built
      * here, so the borrower can be handed it at signing. The
      * instalment is worked out before anything is written, so
      * terms that cannot be scheduled leave no half-opened loan.
       CREATE-NEW-LOAN-ACCOUNT.
           PERFORM READ-ACCOUNT-RECORD
           IF WS-ACCOUNT-FILE-OK
               SET OPS-ACCOUNT-EXISTS TO TRUE
           ELSE
               PERFORM VALIDATE-LOAN-TERMS
               IF OPS-SUCCESS
                   PERFORM COMPUTE-LOAN-INSTALMENT
               END-IF
               IF OPS-SUCCESS
                   PERFORM OPEN-LOAN-FILE
                   PERFORM OPEN-SCHEDULE-FILE
                   IF WS-LOAN-FILE-OK AND WS-SCHEDULE-FILE-OK
                       MOVE OPS-ACCOUNT-NUMBER TO LOAN-ACCT-NUMBER
                       READ LOAN-FILE
                           INVALID KEY
                               MOVE '23' TO WS-LOAN-FILE-STATUS
                       END-READ
                       IF WS-LOAN-NOT-ON-FILE
                           PERFORM WRITE-NEW-LOAN-ACCOUNT
                       ELSE
                           DISPLAY "OperationsProgram: loan terms "
                                   "already on file for account "
                                   OPS-ACCOUNT-NUMBER
                           SET OPS-LOAN-NOT-SET-UP TO TRUE
                       END-IF
                   ELSE
                       SET OPS-LOAN-NOT-SET-UP TO TRUE
                   END-IF
                   CLOSE LOAN-SCHEDULE
                   CLOSE LOAN-FILE
               END-IF
           END-IF.

      * Principal and term must be positive, the term no longer
      * than thirty years, and the first instalment must fall due
      * after today, on a real calendar month and day.
       VALIDATE-LOAN-TERMS.
           PERFORM RESOLVE-PROCESSING-DATE
           IF OPS-AMOUNT NOT > 0
                   OR OPS-LOAN-TERM-MONTHS IS NOT NUMERIC
                   OR OPS-LOAN-TERM-MONTHS = 0
                   OR OPS-LOAN-TERM-MONTHS > 360
                   OR OPS-INTEREST-RATE < 0
                   OR OPS-LOAN-FIRST-DUE-DATE IS NOT NUMERIC
                   OR OPS-LOAN-FIRST-DUE-DATE NOT > WS-PROCESSING-DATE
               SET OPS-LOAN-NOT-SET-UP TO TRUE
           ELSE
               MOVE OPS-LOAN-FIRST-DUE-DATE (1:4) TO WS-DUE-YEAR
               MOVE OPS-LOAN-FIRST-DUE-DATE (5:2) TO WS-DUE-MONTH
               MOVE OPS-LOAN-FIRST-DUE-DATE (7:2) TO WS-DUE-DAY
               IF WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12
                   SET OPS-LOAN-NOT-SET-UP TO TRUE
               ELSE
                   PERFORM DETERMINE-DAYS-IN-MONTH
                   IF WS-DUE-DAY < 1 OR WS-DUE-DAY > WS-DAYS-IN-MONTH
                       SET OPS-LOAN-NOT-SET-UP TO TRUE
                   END-IF
               END-IF
           END-IF
           IF OPS-LOAN-NOT-SET-UP
               MOVE 0 TO OPS-BALANCE
           END-IF.

      * Level monthly instalment for an annuity loan:
      *     P * r * (1 + r) ** n / ((1 + r) ** n - 1)
      * with r the annual rate over twelve; an interest-free loan
      * simply divides the principal over the term.
       COMPUTE-LOAN-INSTALMENT.
           COMPUTE WS-LOAN-MONTHLY-RATE ROUNDED =
               OPS-INTEREST-RATE / 12
           IF WS-LOAN-MONTHLY-RATE = 0
               COMPUTE WS-LOAN-INSTALMENT ROUNDED =
                   OPS-AMOUNT / OPS-LOAN-TERM-MONTHS
           ELSE
               COMPUTE WS-LOAN-GROWTH ROUNDED =
                   (1 + WS-LOAN-MONTHLY-RATE) ** OPS-LOAN-TERM-MONTHS
                   ON SIZE ERROR
                       SET OPS-LOAN-NOT-SET-UP TO TRUE
               END-COMPUTE
               IF OPS-SUCCESS
                   COMPUTE WS-LOAN-INSTALMENT ROUNDED =
                       OPS-AMOUNT * WS-LOAN-MONTHLY-RATE
                       * WS-LOAN-GROWTH / (WS-LOAN-GROWTH - 1)
                       ON SIZE ERROR
                           SET OPS-LOAN-NOT-SET-UP TO TRUE
                   END-COMPUTE
               END-IF
           END-IF
           IF OPS-LOAN-NOT-SET-UP
               DISPLAY "OperationsProgram: loan terms for account "
                       OPS-ACCOUNT-NUMBER " cannot be scheduled"
               MOVE 0 TO OPS-BALANCE
           END-IF.

       WRITE-NEW-LOAN-ACCOUNT.
           MOVE OPS-ACCOUNT-NUMBER  TO ACCT-NUMBER
           MOVE OPS-ACCOUNT-NAME    TO ACCT-NAME
           MOVE 0                   TO ACCT-BALANCE
           MOVE 0                   TO ACCT-OPEN-BALANCE
           MOVE OPS-INTEREST-RATE   TO ACCT-INTEREST-RATE
           MOVE 0                   TO ACCT-OVERDRAFT-LIMIT
           MOVE 'O'                 TO ACCT-STATUS
           MOVE OPS-CUSTOMER-NUMBER TO ACCT-CUSTOMER-NUMBER
           MOVE LOW-VALUES          TO ACCT-LAST-RECONCILE-TS
           MOVE 'L'                 TO ACCT-TYPE
           MOVE SPACES              TO ACCT-PRODUCT-CODE
           PERFORM SET-NEW-ACCOUNT-BRANCH
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   SET OPS-ACCOUNT-EXISTS TO TRUE
           END-WRITE
           IF OPS-SUCCESS
               MOVE OPS-ACCOUNT-NUMBER      TO LOAN-ACCT-NUMBER
               MOVE OPS-AMOUNT              TO LOAN-PRINCIPAL
               MOVE OPS-INTEREST-RATE       TO LOAN-RATE
               MOVE OPS-LOAN-TERM-MONTHS    TO LOAN-TERM-MONTHS
               MOVE WS-LOAN-INSTALMENT      TO LOAN-INSTALMENT
               MOVE OPS-LOAN-FIRST-DUE-DATE TO LOAN-FIRST-DUE-DATE
               MOVE 0                       TO LOAN-DRAWN-AMOUNT
               MOVE 'P'                     TO LOAN-STATUS
               MOVE WS-PROCESSING-DATE      TO LOAN-OPENED-DATE
               WRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY "OperationsProgram: could not write "
                               "loan terms for account "
                               OPS-ACCOUNT-NUMBER
               END-WRITE
               PERFORM GENERATE-LOAN-SCHEDULE
               MOVE 0 TO OPS-BALANCE
               MOVE 0 TO WS-BALANCE-BEFORE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       GENERATE-LOAN-SCHEDULE.
           MOVE OPS-AMOUNT TO WS-LOAN-REMAINING
           MOVE OPS-LOAN-FIRST-DUE-DATE (7:2) TO WS-FIRST-DUE-DAY
           MOVE OPS-LOAN-FIRST-DUE-DATE (1:4) TO WS-DUE-YEAR
           MOVE OPS-LOAN-FIRST-DUE-DATE (5:2) TO WS-DUE-MONTH
           COMPUTE WS-DUE-MONTH-INDEX =
               (WS-DUE-YEAR * 12) + WS-DUE-MONTH - 1
           PERFORM VARYING WS-INSTALMENT-SUB FROM 1 BY 1
                   UNTIL WS-INSTALMENT-SUB > OPS-LOAN-TERM-MONTHS
               PERFORM WRITE-ONE-INSTALMENT
           END-PERFORM.

      * Each instalment's interest is a month's rate on the
      * principal still outstanding; the rest of the level
      * instalment reduces the principal. The last instalment
      * clears whatever principal is left, absorbing the rounding.
       WRITE-ONE-INSTALMENT.
           MOVE OPS-ACCOUNT-NUMBER TO LNS-ACCT-NUMBER
           MOVE WS-INSTALMENT-SUB  TO LNS-INSTALMENT-NO
           PERFORM COMPUTE-INSTALMENT-DUE-DATE
           COMPUTE LNS-INTEREST-DUE ROUNDED =
               WS-LOAN-REMAINING * WS-LOAN-MONTHLY-RATE
           COMPUTE LNS-PRINCIPAL-DUE =
               WS-LOAN-INSTALMENT - LNS-INTEREST-DUE
           IF WS-INSTALMENT-SUB = OPS-LOAN-TERM-MONTHS
                   OR LNS-PRINCIPAL-DUE > WS-LOAN-REMAINING
               MOVE WS-LOAN-REMAINING TO LNS-PRINCIPAL-DUE
           END-IF
           COMPUTE LNS-AMOUNT-DUE =
               LNS-PRINCIPAL-DUE + LNS-INTEREST-DUE
           SUBTRACT LNS-PRINCIPAL-DUE FROM WS-LOAN-REMAINING
           MOVE 0      TO LNS-AMOUNT-PAID
           MOVE 'N'    TO LNS-INTEREST-CHARGED
           MOVE 'O'    TO LNS-STATUS
           MOVE SPACES TO LNS-PAID-DATE
           WRITE LOAN-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY "OperationsProgram: could not write "
                           "instalment " WS-INSTALMENT-SUB
                           " for loan " OPS-ACCOUNT-NUMBER
           END-WRITE.

      * Instalments keep the first due date's day of the month
      * where the month allows it and fall on the month's last day
      * otherwise, the way monthly standing orders roll.
       COMPUTE-INSTALMENT-DUE-DATE.
           COMPUTE WS-DUE-YEAR =
               (WS-DUE-MONTH-INDEX + WS-INSTALMENT-SUB - 1) / 12
           COMPUTE WS-DUE-MONTH =
               WS-DUE-MONTH-INDEX + WS-INSTALMENT-SUB - 1
               - (WS-DUE-YEAR * 12) + 1
           MOVE WS-FIRST-DUE-DAY TO WS-DUE-DAY
           PERFORM DETERMINE-DAYS-IN-MONTH
           IF WS-DUE-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-DUE-DAY
           END-IF
           MOVE WS-DUE-YEAR  TO LNS-DUE-DATE (1:4)
           MOVE WS-DUE-MONTH TO LNS-DUE-DATE (5:2)
           MOVE WS-DUE-DAY   TO LNS-DUE-DATE (7:2).

       DETERMINE-DAYS-IN-MONTH.
           EVALUATE WS-DUE-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   PERFORM DETERMINE-FEBRUARY-LENGTH
           END-EVALUATE.

       DETERMINE-FEBRUARY-LENGTH.
           MOVE 28 TO WS-DAYS-IN-MONTH
           DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   DIVIDE WS-DUE-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = 0
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

      * A drawdown pays the loan out: the loan account is debited,
      * so the amount owed grows, up to the principal agreed on
      * the loan file. There is no overdraft test - a loan balance
      * is meant to be negative - the cap is the principal.
       POST-LOAN-DRAWDOWN.
           PERFORM CHECK-MOVEMENT-ALLOWED
           IF NOT OPS-ACCOUNT-NOT-OPEN
               PERFORM OPEN-LOAN-FILE
               IF WS-LOAN-FILE-OK
                   MOVE OPS-ACCOUNT-NUMBER TO LOAN-ACCT-NUMBER
                   READ LOAN-FILE
                       INVALID KEY
                           MOVE '23' TO WS-LOAN-FILE-STATUS
                   END-READ
               END-IF
               EVALUATE TRUE
                   WHEN NOT WS-LOAN-FILE-OK
                       SET OPS-LOAN-NOT-SET-UP TO TRUE
                   WHEN OPS-AMOUNT NOT > 0
                           OR LOAN-SETTLED
                           OR LOAN-DRAWN-AMOUNT + OPS-AMOUNT
                               > LOAN-PRINCIPAL
                       SET OPS-OVER-LOAN-LIMIT TO TRUE
                   WHEN OTHER
                       ADD OPS-AMOUNT TO LOAN-DRAWN-AMOUNT
                       MOVE 'A' TO LOAN-STATUS
                       REWRITE LOAN-RECORD
                           INVALID KEY
                               DISPLAY "OperationsProgram: could not "
                                       "update loan terms for account "
                                       OPS-ACCOUNT-NUMBER
                       END-REWRITE
                       PERFORM REACTIVATE-IF-DORMANT
                       MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
                       SUBTRACT OPS-AMOUNT FROM ACCT-BALANCE
                       PERFORM REWRITE-ACCOUNT-RECORD
                       PERFORM WRITE-AUDIT-RECORD
               END-EVALUATE
               CLOSE LOAN-FILE
               MOVE ACCT-BALANCE TO OPS-BALANCE
           END-IF.

      * A repayment is applied to the earliest instalment still
      * owing first, so arrears always clear oldest first, and
      * paying ahead simply fills later instalments before they
      * fall due. Paying more than the schedule still asks for is
      * refused. Either way the schedule total still owing goes
      * back in OPS-AVAILABLE-BALANCE for the teller.
       POST-LOAN-REPAYMENT.
           PERFORM CHECK-MOVEMENT-ALLOWED
           IF NOT OPS-ACCOUNT-NOT-OPEN
               PERFORM OPEN-SCHEDULE-FILE
               IF NOT WS-SCHEDULE-FILE-OK
                   SET OPS-LOAN-NOT-SET-UP TO TRUE
               ELSE
                   PERFORM SUM-LOAN-OUTSTANDING
                   IF OPS-AMOUNT NOT > 0
                           OR OPS-AMOUNT > WS-LOAN-OUTSTANDING
                       SET OPS-OVER-LOAN-LIMIT TO TRUE
                       MOVE WS-LOAN-OUTSTANDING
                           TO OPS-AVAILABLE-BALANCE
                   ELSE
                       PERFORM APPLY-LOAN-REPAYMENT
                       COMPUTE OPS-AVAILABLE-BALANCE =
                           WS-LOAN-OUTSTANDING - OPS-AMOUNT
                       PERFORM REACTIVATE-IF-DORMANT
                       MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
                       ADD OPS-AMOUNT TO ACCT-BALANCE
                       PERFORM REWRITE-ACCOUNT-RECORD
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
                   CLOSE LOAN-SCHEDULE
               END-IF
               MOVE ACCT-BALANCE TO OPS-BALANCE
           END-IF.

       SUM-LOAN-OUTSTANDING.
           MOVE 0 TO WS-LOAN-OUTSTANDING
           PERFORM START-LOAN-SCHEDULE
           PERFORM UNTIL WS-SCHEDULE-DONE-FLAG = 'YES'
               READ LOAN-SCHEDULE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-SCHEDULE-DONE-FLAG
                   NOT AT END
                       IF LNS-ACCT-NUMBER NOT = OPS-ACCOUNT-NUMBER
                           MOVE 'YES' TO WS-SCHEDULE-DONE-FLAG
                       ELSE
                           COMPUTE WS-LOAN-OUTSTANDING =
                               WS-LOAN-OUTSTANDING + LNS-AMOUNT-DUE
                               - LNS-AMOUNT-PAID
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-LOAN-REPAYMENT.
           PERFORM RESOLVE-PROCESSING-DATE
           MOVE OPS-AMOUNT TO WS-LOAN-TO-APPLY
           PERFORM START-LOAN-SCHEDULE
           PERFORM UNTIL WS-SCHEDULE-DONE-FLAG = 'YES'
               READ LOAN-SCHEDULE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-SCHEDULE-DONE-FLAG
                   NOT AT END
                       IF LNS-ACCT-NUMBER NOT = OPS-ACCOUNT-NUMBER
                           MOVE 'YES' TO WS-SCHEDULE-DONE-FLAG
                       ELSE
                           PERFORM APPLY-TO-ONE-INSTALMENT
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-TO-ONE-INSTALMENT.
           COMPUTE WS-LOAN-LINE-OWED =
               LNS-AMOUNT-DUE - LNS-AMOUNT-PAID
           IF WS-LOAN-LINE-OWED > 0
               IF WS-LOAN-TO-APPLY < WS-LOAN-LINE-OWED
                   MOVE WS-LOAN-TO-APPLY TO WS-LOAN-LINE-OWED
               END-IF
               ADD WS-LOAN-LINE-OWED TO LNS-AMOUNT-PAID
               SUBTRACT WS-LOAN-LINE-OWED FROM WS-LOAN-TO-APPLY
               IF LNS-AMOUNT-PAID NOT < LNS-AMOUNT-DUE
                   MOVE 'P' TO LNS-STATUS
                   MOVE WS-PROCESSING-DATE TO LNS-PAID-DATE
               END-IF
               REWRITE LOAN-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "OperationsProgram: could not update "
                               "instalment " LNS-INSTALMENT-NO
                               " for loan " OPS-ACCOUNT-NUMBER
               END-REWRITE
           END-IF
           IF WS-LOAN-TO-APPLY = 0
               MOVE 'YES' TO WS-SCHEDULE-DONE-FLAG
           END-IF.

       START-LOAN-SCHEDULE.
           MOVE OPS-ACCOUNT-NUMBER TO LNS-ACCT-NUMBER
           MOVE 0 TO LNS-INSTALMENT-NO
           MOVE 'NO' TO WS-SCHEDULE-DONE-FLAG
           START LOAN-SCHEDULE KEY NOT < LNS-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-SCHEDULE-DONE-FLAG
           END-START.

      * Instalment interest is charged to the loan account on the
      * due date by the arrears step, so the balance always shows
      * what the borrower owes to date. Like a fee it is bank-
      * originated: it is charged to a frozen loan too, and it does
      * not reactivate a dormant one.
       POST-LOAN-INTEREST.
           IF ACCT-CLOSED
               SET OPS-ACCOUNT-NOT-OPEN TO TRUE
               MOVE ACCT-BALANCE TO OPS-BALANCE
           ELSE
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               SUBTRACT OPS-AMOUNT FROM ACCT-BALANCE
               PERFORM REWRITE-ACCOUNT-RECORD
               MOVE ACCT-BALANCE TO OPS-BALANCE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      * A reversal backs out an earlier posting by reference: the
      * caller names the original audit record (account plus
      * timestamp), the opposite movement is re-posted, and the
               IF AUDIT-TIMESTAMP = OPS-ORIGINAL-TIMESTAMP
                       AND (AUDIT-OPCODE = 'CREDIT'
                           OR AUDIT-OPCODE = 'DEBIT '
                           OR AUDIT-OPCODE = 'CHEQUE'
                           OR AUDIT-OPCODE = 'INTRST'
                           OR AUDIT-OPCODE = 'XFRDR '
                           OR AUDIT-OPCODE = 'XFRCR ')
       CLOSE-HOLDS-FILE.
           CLOSE HOLDS-FILE.

       OPEN-LOAN-FILE.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-FILE-MISSING
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF
           IF NOT WS-LOAN-FILE-OK
               DISPLAY "OperationsProgram: cannot open LOAN-FILE, "
                       "status " WS-LOAN-FILE-STATUS
           END-IF.

       OPEN-SCHEDULE-FILE.
           OPEN I-O LOAN-SCHEDULE
           IF WS-SCHEDULE-FILE-MISSING
               OPEN OUTPUT LOAN-SCHEDULE
               CLOSE LOAN-SCHEDULE
               OPEN I-O LOAN-SCHEDULE
           END-IF
           IF NOT WS-SCHEDULE-FILE-OK
               DISPLAY "OperationsProgram: cannot open "
                       "LOAN-SCHEDULE, status "
                       WS-SCHEDULE-FILE-STATUS
           END-IF.

      * Tellers may not run the restricted maintenance opcodes, and
      * may not move more than their keyed-amount limit in one
      * operation. Internal callers (spaces operator) are exempt,
               IF (OPS-OPCODE = 'SETRAT' OR OPS-OPCODE = 'NEWACT'
                       OR OPS-OPCODE = 'SETLIM'
                       OR OPS-OPCODE = 'SETSTA'
                       OR OPS-OPCODE = 'SETBRN'
                       OR OPS-OPCODE = 'REVRSL'
                       OR OPS-OPCODE = 'NEWLN '
                       OR OPS-OPCODE = 'LNINT ')
                       AND OPS-OPERATOR-ROLE NOT = 'S'
                   SET OPS-NOT-AUTHORIZED TO TRUE
               ELSE
                   IF (OPS-OPCODE = 'CREDIT'
                           OR OPS-OPCODE = 'DEBIT '
                           OR OPS-OPCODE = 'TRNSFR'
                           OR OPS-OPCODE = 'PAYOUT'
                           OR OPS-OPCODE = 'LNDRAW'
                           OR OPS-OPCODE = 'LNREPY')
                           AND OPS-OPERATOR-LIMIT > 0
                           AND OPS-AMOUNT > OPS-OPERATOR-LIMIT
                       SET OPS-OVER-OPERATOR-LIMIT TO TRUE
               END-IF
           END-IF.

      * While the night run is updating accounts an operator at a
      * counter may only inquire; anything that would change an
      * account or a hold is refused. The night run's own steps
      * call with a spaces operator and are never held back.
       CHECK-BATCH-WINDOW.
           IF OPS-OPERATOR-ID NOT = SPACES
                   AND OPS-OPCODE NOT = 'TOTAL '
               MOVE SPACES TO WS-SYSTEM-STATUS-STATUS
               OPEN INPUT SYSTEM-STATUS-FILE
               IF WS-SYSTEM-STATUS-OK
                   READ SYSTEM-STATUS-FILE
                       AT END
                           MOVE 'O' TO SYS-STATUS
                   END-READ
                   IF SYS-BATCH-IN-PROGRESS
                       SET OPS-BATCH-IN-PROGRESS TO TRUE
                   END-IF
                   CLOSE SYSTEM-STATUS-FILE
               END-IF
           END-IF.

      * Movement opcodes may not touch a frozen or closed account;
      * the check applies to whichever account record is in the file
      * buffer (for a transfer it runs once per side).
               MOVE ACCT-BALANCE TO OPS-BALANCE
           END-IF.

      * Loan accounts move only under the loan opcodes, so the
      * schedule and the ledger cannot drift apart, and the loan
      * opcodes apply only to loan accounts. Inquiries, status
      * changes, holds and rate changes work on either kind.
       CHECK-ACCOUNT-TYPE.
           IF OPS-OPCODE = 'LNDRAW' OR OPS-OPCODE = 'LNREPY'
                   OR OPS-OPCODE = 'LNINT '
               IF NOT ACCT-LOAN
                   SET OPS-WRONG-ACCOUNT-TYPE TO TRUE
               END-IF
           ELSE
               IF ACCT-LOAN
                       AND (OPS-OPCODE = 'CREDIT'
                           OR OPS-OPCODE = 'DEBIT '
                           OR OPS-OPCODE = 'CHEQUE'
                           OR OPS-OPCODE = 'PAYOUT'
                           OR OPS-OPCODE = 'PAYRTN'
                           OR OPS-OPCODE = 'INTRST'
                           OR OPS-OPCODE = 'TRNSFR'
                           OR OPS-OPCODE = 'FEE   '
                           OR OPS-OPCODE = 'SETLIM')
                   SET OPS-WRONG-ACCOUNT-TYPE TO TRUE
               END-IF
           END-IF
           IF OPS-WRONG-ACCOUNT-TYPE
               MOVE ACCT-BALANCE TO OPS-BALANCE
           END-IF.

      * A dormant account comes back to life with its next posting;
      * the caller rewrites the record as part of the posting itself.
       REACTIVATE-IF-DORMANT.
               MOVE 'O' TO ACCT-STATUS
           END-IF.

      * An account on a product earns the product's rate, so its
      * rate is changed on the product master, never account by
      * account.
       POST-SET-RATE.
           IF ACCT-PRODUCT-CODE NOT = SPACES
               SET OPS-RATE-SET-BY-PRODUCT TO TRUE
               MOVE ACCT-BALANCE TO OPS-BALANCE
           ELSE
               MOVE ACCT-INTEREST-RATE TO WS-JRN-RATE-EDIT
               MOVE WS-JRN-RATE-EDIT TO WS-JRN-BEFORE-VALUE
               MOVE OPS-INTEREST-RATE TO ACCT-INTEREST-RATE
               PERFORM REWRITE-ACCOUNT-RECORD
               MOVE ACCT-BALANCE TO OPS-BALANCE
               MOVE ACCT-BALANCE TO WS-BALANCE-BEFORE
               PERFORM WRITE-AUDIT-RECORD
               MOVE "INTEREST-RATE" TO WS-JRN-FIELD-NAME
               MOVE ACCT-INTEREST-RATE TO WS-JRN-RATE-EDIT
               MOVE WS-JRN-RATE-EDIT TO WS-JRN-AFTER-VALUE
               PERFORM JOURNAL-ACCOUNT-CHANGE
           END-IF.

       REWRITE-ACCOUNT-RECORD.
           REWRITE ACCOUNT-RECORD
           MOVE WS-REVERSED-OPCODE   TO AUDIT-REVERSED-OPCODE
           MOVE WS-REVERSED-TS       TO AUDIT-REVERSED-TS
           MOVE OPS-EXTERNAL-REF     TO AUDIT-EXTERNAL-REF
           MOVE WS-CHEQUE-NUMBER     TO AUDIT-CHEQUE-NUMBER
           IF OPS-OPCODE = 'SETBRN'
               MOVE WS-MOVED-FROM-BRANCH TO AUDIT-BRANCH-CODE
               MOVE ACCT-BRANCH-CODE     TO AUDIT-NEW-BRANCH-CODE
           ELSE
               MOVE ACCT-BRANCH-CODE     TO AUDIT-BRANCH-CODE
               MOVE SPACES               TO AUDIT-NEW-BRANCH-CODE
           END-IF
           PERFORM STAMP-TELLER-BRANCH
           PERFORM APPEND-AUDIT-RECORD.

      * The journal line carries the audit record's timestamp, so
      * the maintenance report and the audit trail can be matched
      * change for change. A value set to what it already was is
      * not a change and is not journalled.
       JOURNAL-ACCOUNT-CHANGE.
           IF WS-JRN-BEFORE-VALUE NOT = WS-JRN-AFTER-VALUE
               MOVE WS-TIMESTAMP-DISPLAY TO WS-JRN-TIMESTAMP
               MOVE OPS-OPERATOR-ID      TO WS-JRN-OPERATOR-ID
               MOVE "OperationsProgram"  TO WS-JRN-PROGRAM
               MOVE "ACCTMSTR"           TO WS-JRN-FILE-NAME
               MOVE OPS-ACCOUNT-NUMBER   TO WS-JRN-RECORD-KEY
               SET WS-JRN-CHANGED TO TRUE
               OPEN EXTEND CHANGE-JOURNAL
               IF WS-JOURNAL-FILE-OK
                   WRITE CHANGE-JOURNAL-RECORD FROM WS-JOURNAL-ENTRY
                   CLOSE CHANGE-JOURNAL
               ELSE
                   DISPLAY "OperationsProgram: cannot open "
                           "CHANGE-JOURNAL for append, status "
                           WS-JOURNAL-FILE-STATUS
                           "; journal record NOT written"
               END-IF
           END-IF.

      * Only a posting keyed at a counter has a teller branch.
       STAMP-TELLER-BRANCH.
           IF OPS-OPERATOR-ID NOT = SPACES
               MOVE OPS-OPERATOR-BRANCH  TO AUDIT-TELLER-BRANCH
           ELSE
               MOVE SPACES               TO AUDIT-TELLER-BRANCH
           END-IF.

       WRITE-TRANSFER-AUDIT-LEG.
           MOVE WS-TIMESTAMP-DISPLAY  TO AUDIT-TIMESTAMP
           MOVE WS-LEG-ACCT-NUMBER    TO AUDIT-ACCT-NUMBER
           MOVE SPACES                TO AUDIT-REVERSED-OPCODE
           MOVE SPACES                TO AUDIT-REVERSED-TS
           MOVE OPS-EXTERNAL-REF      TO AUDIT-EXTERNAL-REF
           MOVE SPACES                TO AUDIT-CHEQUE-NUMBER
      *    Each leg carries the branch of its own account, which is
      *    the record in the buffer when the leg is written.
           MOVE ACCT-BRANCH-CODE      TO AUDIT-BRANCH-CODE
           MOVE SPACES                TO AUDIT-NEW-BRANCH-CODE
           PERFORM STAMP-TELLER-BRANCH
           PERFORM APPEND-AUDIT-RECORD.

      * The history mirror is only written once the audit record
               MOVE AUDIT-REVERSED-OPCODE TO HIST-REVERSED-OPCODE
               MOVE AUDIT-REVERSED-TS     TO HIST-REVERSED-TS
               MOVE AUDIT-EXTERNAL-REF    TO HIST-EXTERNAL-REF
               MOVE AUDIT-CHEQUE-NUMBER   TO HIST-CHEQUE-NUMBER
               MOVE AUDIT-BRANCH-CODE     TO HIST-BRANCH-CODE
               MOVE AUDIT-TELLER-BRANCH   TO HIST-TELLER-BRANCH
               MOVE AUDIT-NEW-BRANCH-CODE TO HIST-NEW-BRANCH-CODE
               WRITE HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "OperationsProgram: duplicate "
           MOVE ACCT-BALANCE           TO DBEX-BALANCE
           MOVE ACCT-OVERDRAFT-LIMIT   TO DBEX-OVERDRAFT-LIMIT
           MOVE OPS-EXTERNAL-REF       TO DBEX-EXTERNAL-REF
      *    A refused outbound payment never left the bank, so its
      *    withdrawn reference must not send the clearing return
      *    job looking for an item to return.
           IF OPS-OPCODE = 'PAYOUT'
               MOVE SPACES             TO DBEX-EXTERNAL-REF
           END-IF
           MOVE WS-CHEQUE-NUMBER       TO DBEX-CHEQUE-NUMBER
           IF OPS-OPERATOR-ID NOT = SPACES
               MOVE OPS-OPERATOR-BRANCH TO DBEX-TELLER-BRANCH
           ELSE
               MOVE SPACES             TO DBEX-TELLER-BRANCH
           END-IF
      *    The refusal is filed under the business date, not the
      *    wall clock, so a run past midnight still lands it on the
      *    right proof sheet and return file.
