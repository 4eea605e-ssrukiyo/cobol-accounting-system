       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChequeSetupProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUE-STOCK ASSIGN TO "CHQSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-KEY
               FILE STATUS IS WS-STOCK-FILE-STATUS.

           SELECT STOP-PAYMENTS ASSIGN TO "CHQSTOPS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT OPTIONAL CHEQUES-PAID ASSIGN TO "CHQPAID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHP-KEY
               FILE STATUS IS WS-PAID-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHEQUE-STOCK.
           COPY CHQREC.

       FD  STOP-PAYMENTS.
           COPY STOPREC.

       FD  CHEQUES-PAID.
           COPY CHQPDREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  CHANGE-JOURNAL.
           COPY CHGJREC.

       WORKING-STORAGE SECTION.
       01  WS-STOCK-FILE-STATUS       PIC XX.
           88  WS-STOCK-FILE-OK           VALUE '00'.
           88  WS-STOCK-FILE-MISSING      VALUE '35'.
           88  WS-STOCK-FILE-EOF          VALUE '10'.

       01  WS-STOP-FILE-STATUS        PIC XX.
           88  WS-STOP-FILE-OK            VALUE '00'.
           88  WS-STOP-FILE-MISSING       VALUE '35'.
           88  WS-STOP-FILE-EOF           VALUE '10'.

       01  WS-PAID-FILE-STATUS        PIC XX.
           88  WS-PAID-FILE-OK            VALUES '00' '05'.
           88  WS-PAID-FILE-EOF           VALUE '10'.

       01  WS-ACCOUNT-FILE-STATUS     PIC XX.
           88  WS-ACCOUNT-FILE-OK         VALUE '00'.
           88  WS-ACCOUNT-NOT-FOUND       VALUE '23'.

       01  WS-OPERATOR-FILE-STATUS    PIC XX.
           88  WS-OPERATOR-FILE-OK        VALUE '00'.
           88  WS-OPERATOR-NOT-FOUND      VALUE '23'.

       01  WS-JOURNAL-FILE-STATUS     PIC XX.
           88  WS-JOURNAL-FILE-OK         VALUES '00' '05'.

       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-OPERATOR-PASSWORD       PIC X(8).
       01  WS-SIGNED-ON-FLAG          PIC X(3) VALUE 'NO'.

       01  WS-CONTINUE-FLAG            PIC X(3) VALUE 'YES'.
       01  WS-CHOICE                   PIC X(1).
       01  WS-KEYED-OK-FLAG            PIC X(3).
       01  WS-SCAN-DONE-FLAG           PIC X(3).
       01  WS-BOOK-COUNT               PIC 9(5).
       01  WS-STOP-COUNT               PIC 9(5).
       01  WS-TODAY                    PIC X(8).

      * Stops left without an expiry date lapse six months after
      * they are placed, the usual life of a cheque.
       01  WS-DEFAULT-STOP-DAYS        PIC 9(3) VALUE 183.
       01  WS-DATE-NUMERIC             PIC 9(8).
       01  WS-DAY-NUMBER               PIC 9(7).

      * Keyed details are staged here because the existence READs
      * overwrite the file record areas with the stored copies.
       01  WS-KEYED-CHEQUES.
           05  WS-KEYED-ACCT           PIC X(10).
           05  WS-KEYED-FIRST          PIC 9(6).
           05  WS-KEYED-LAST           PIC 9(6).
           05  WS-KEYED-LEAVES         PIC 9(3).
           05  WS-KEYED-REASON         PIC X(20).
           05  WS-KEYED-EXPIRY         PIC X(8).

      * The stored stop as it stood before an amendment or a lift
      * (spaces for a new one), for the before images on the change
      * journal.
           COPY STOPREC REPLACING
               ==STOP-PAYMENT-RECORD== BY ==WS-OLD-STOP==
               LEADING ==STP== BY ==WS-OLD-STP==.

      * One change-journal line, staged field by field. Books and
      * stops are journalled under the account and first serial.
           COPY CHGJREC REPLACING
               ==CHANGE-JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==
               LEADING ==CHGJ== BY ==WS-JRN==.

       PROCEDURE DIVISION.
       SETUP-MAIN.
           DISPLAY "ChequeSetupProgram: cheque book and stop-payment "
                   "maintenance utility"
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM OPERATOR-SIGN-ON
           PERFORM OPEN-CHEQUE-FILES

           PERFORM UNTIL WS-CONTINUE-FLAG = 'NO'
               DISPLAY "--------------------------------"
               DISPLAY "B. Issue a cheque book"
               DISPLAY "S. Place or amend a stop payment"
               DISPLAY "L. Lift a stop payment"
               DISPLAY "I. Inquire on an account's books and stops"
               DISPLAY "Q. Quit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'B'
                   WHEN 'b'
                       PERFORM ISSUE-CHEQUE-BOOK
                   WHEN 'S'
                   WHEN 's'
                       PERFORM PLACE-STOP-PAYMENT
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIFT-STOP-PAYMENT
                   WHEN 'I'
                   WHEN 'i'
                       PERFORM INQUIRE-ON-ACCOUNT
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 'NO' TO WS-CONTINUE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice, use B, S, L, I or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE CHEQUE-STOCK
           CLOSE STOP-PAYMENTS
           STOP RUN.

      * Every change made here is journalled under the operator's
      * ID, so the operator signs on exactly as at the teller menu.
       OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "ChequeSetupProgram: cannot open "
                       "OPERATOR-FILE, status "
                       WS-OPERATOR-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-SIGNED-ON-FLAG = 'YES'
               DISPLAY "Operator ID: "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "Password: "
               ACCEPT WS-OPERATOR-PASSWORD
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE '23' TO WS-OPERATOR-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-OPERATOR-FILE-STATUS
               END-READ
               IF WS-OPERATOR-FILE-OK
                       AND OPER-PASSWORD = WS-OPERATOR-PASSWORD
                   MOVE 'YES' TO WS-SIGNED-ON-FLAG
               ELSE
                   DISPLAY "Sign-on failed, invalid ID or password."
               END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE.

       OPEN-CHEQUE-FILES.
           OPEN I-O CHEQUE-STOCK
           IF WS-STOCK-FILE-MISSING
               OPEN OUTPUT CHEQUE-STOCK
               CLOSE CHEQUE-STOCK
               OPEN I-O CHEQUE-STOCK
           END-IF
           IF NOT WS-STOCK-FILE-OK
               DISPLAY "ChequeSetupProgram: cannot open "
                       "CHEQUE-STOCK, status "
                       WS-STOCK-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O STOP-PAYMENTS
           IF WS-STOP-FILE-MISSING
               OPEN OUTPUT STOP-PAYMENTS
               CLOSE STOP-PAYMENTS
               OPEN I-O STOP-PAYMENTS
           END-IF
           IF NOT WS-STOP-FILE-OK
               DISPLAY "ChequeSetupProgram: cannot open "
                       "STOP-PAYMENTS, status "
                       WS-STOP-FILE-STATUS
               CLOSE CHEQUE-STOCK
               STOP RUN
           END-IF.

      * A book is recorded as its first serial and the number of
      * leaves; its range may not overlap a book already issued to
      * the account, or a presented serial could not be traced to
      * a single book.
       ISSUE-CHEQUE-BOOK.
           DISPLAY "Account number: "
           ACCEPT WS-KEYED-ACCT
           DISPLAY "First cheque number: "
           ACCEPT WS-KEYED-FIRST
           DISPLAY "Number of leaves: "
           ACCEPT WS-KEYED-LEAVES

           MOVE 'YES' TO WS-KEYED-OK-FLAG
           IF WS-KEYED-FIRST = 0 OR WS-KEYED-LEAVES = 0
               DISPLAY "Refused: first number and leaves must be "
                       "greater than zero."
               MOVE 'NO' TO WS-KEYED-OK-FLAG
           ELSE
               IF WS-KEYED-FIRST + WS-KEYED-LEAVES - 1 > 999999
                   DISPLAY "Refused: book runs past serial 999999."
                   MOVE 'NO' TO WS-KEYED-OK-FLAG
               ELSE
                   COMPUTE WS-KEYED-LAST =
                       WS-KEYED-FIRST + WS-KEYED-LEAVES - 1
               END-IF
           END-IF
           IF WS-KEYED-OK-FLAG = 'YES'
               PERFORM CHECK-CHEQUE-ACCOUNT
           END-IF
           IF WS-KEYED-OK-FLAG = 'YES'
               PERFORM CHECK-BOOK-OVERLAP
           END-IF
           IF WS-KEYED-OK-FLAG = 'YES'
               MOVE WS-KEYED-ACCT  TO CHQ-ACCT-NUMBER
               MOVE WS-KEYED-FIRST TO CHQ-FIRST-NUMBER
               MOVE WS-KEYED-LAST  TO CHQ-LAST-NUMBER
               MOVE WS-TODAY       TO CHQ-ISSUED-DATE
               WRITE CHEQUE-STOCK-RECORD
                   INVALID KEY
                       DISPLAY "ChequeSetupProgram: could not "
                               "record book " WS-KEYED-FIRST
                               " for account " WS-KEYED-ACCT
                   NOT INVALID KEY
                       DISPLAY "Cheques " WS-KEYED-FIRST " to "
                               WS-KEYED-LAST " issued to account "
                               WS-KEYED-ACCT "."
                       PERFORM JOURNAL-BOOK-ISSUED
               END-WRITE
           END-IF.

       JOURNAL-BOOK-ISSUED.
           MOVE "CHQSTOCK" TO WS-JRN-FILE-NAME
           SET WS-JRN-ADDED TO TRUE
           PERFORM START-JOURNAL-ENTRY
           MOVE "LAST-NUMBER" TO WS-JRN-FIELD-NAME
           MOVE SPACES TO WS-JRN-BEFORE-VALUE
           MOVE CHQ-LAST-NUMBER TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "ISSUED-DATE" TO WS-JRN-FIELD-NAME
           MOVE CHQ-ISSUED-DATE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE.

      * Cheques are drawn only on deposit accounts that are still
      * open for business.
       CHECK-CHEQUE-ACCOUNT.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-FILE-OK
               DISPLAY "ChequeSetupProgram: cannot open "
                       "ACCOUNT-MASTER, status "
                       WS-ACCOUNT-FILE-STATUS
               MOVE 'NO' TO WS-KEYED-OK-FLAG
           ELSE
               MOVE WS-KEYED-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Refused: account " WS-KEYED-ACCT
                               " not found."
                       MOVE 'NO' TO WS-KEYED-OK-FLAG
                   NOT INVALID KEY
                       IF ACCT-LOAN
                           DISPLAY "Refused: account " WS-KEYED-ACCT
                                   " is a loan account."
                           MOVE 'NO' TO WS-KEYED-OK-FLAG
                       END-IF
                       IF ACCT-CLOSED
                           DISPLAY "Refused: account " WS-KEYED-ACCT
                                   " is closed."
                           MOVE 'NO' TO WS-KEYED-OK-FLAG
                       END-IF
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

       CHECK-BOOK-OVERLAP.
           MOVE WS-KEYED-ACCT TO CHQ-ACCT-NUMBER
           MOVE 0 TO CHQ-FIRST-NUMBER
           MOVE 'NO' TO WS-SCAN-DONE-FLAG
           START CHEQUE-STOCK KEY NOT < CHQ-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE-FLAG = 'YES'
               READ CHEQUE-STOCK NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF CHQ-ACCT-NUMBER NOT = WS-KEYED-ACCT
                               OR CHQ-FIRST-NUMBER > WS-KEYED-LAST
                           MOVE 'YES' TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF CHQ-LAST-NUMBER NOT < WS-KEYED-FIRST
                               DISPLAY "Refused: overlaps book "
                                       CHQ-FIRST-NUMBER " to "
                                       CHQ-LAST-NUMBER
                                       " issued " CHQ-ISSUED-DATE
                               MOVE 'NO' TO WS-KEYED-OK-FLAG
                               MOVE 'YES' TO WS-SCAN-DONE-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-STOCK-FILE-STATUS.

      * A stop names the first serial it covers and, for a lost
      * book or a run of cheques, the last; a stop keyed again on
      * the same first serial amends it and puts it back in force.
      * A cheque already paid cannot be stopped.
       PLACE-STOP-PAYMENT.
           DISPLAY "Account number: "
           ACCEPT WS-KEYED-ACCT
           DISPLAY "First cheque number to stop: "
           ACCEPT WS-KEYED-FIRST
           DISPLAY "Last cheque number (blank or zero for one "
                   "cheque): "
           ACCEPT WS-KEYED-LAST
           DISPLAY "Reason: "
           ACCEPT WS-KEYED-REASON
           DISPLAY "Expiry date (YYYYMMDD, blank for six months): "
           ACCEPT WS-KEYED-EXPIRY

           MOVE 'YES' TO WS-KEYED-OK-FLAG
           IF WS-KEYED-LAST IS NOT NUMERIC OR WS-KEYED-LAST = 0
               MOVE WS-KEYED-FIRST TO WS-KEYED-LAST
           END-IF
           IF WS-KEYED-FIRST = 0 OR WS-KEYED-LAST < WS-KEYED-FIRST
               DISPLAY "Refused: cheque range is not valid."
               MOVE 'NO' TO WS-KEYED-OK-FLAG
           END-IF
           IF WS-KEYED-EXPIRY = SPACES
               MOVE WS-TODAY TO WS-DATE-NUMERIC
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
                   + WS-DEFAULT-STOP-DAYS
               COMPUTE WS-DATE-NUMERIC =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
               MOVE WS-DATE-NUMERIC TO WS-KEYED-EXPIRY
           END-IF
           IF WS-KEYED-OK-FLAG = 'YES'
                   AND WS-KEYED-EXPIRY < WS-TODAY
               DISPLAY "Refused: expiry date is in the past."
               MOVE 'NO' TO WS-KEYED-OK-FLAG
           END-IF
           IF WS-KEYED-OK-FLAG = 'YES'
               PERFORM CHECK-CHEQUE-ACCOUNT
           END-IF
           IF WS-KEYED-OK-FLAG = 'YES'
               PERFORM CHECK-RANGE-NOT-PAID
           END-IF
           IF WS-KEYED-OK-FLAG = 'YES'
               MOVE WS-KEYED-ACCT  TO STP-ACCT-NUMBER
               MOVE WS-KEYED-FIRST TO STP-FIRST-NUMBER
               READ STOP-PAYMENTS
                   INVALID KEY
                       MOVE SPACES TO WS-OLD-STOP
                       PERFORM BUILD-STOP-FROM-KEYED
                       WRITE STOP-PAYMENT-RECORD
                           INVALID KEY
                               DISPLAY "ChequeSetupProgram: could "
                                       "not place stop "
                                       WS-KEYED-FIRST
                           NOT INVALID KEY
                               DISPLAY "Stop placed on cheques "
                                       WS-KEYED-FIRST " to "
                                       WS-KEYED-LAST " until "
                                       WS-KEYED-EXPIRY "."
                               SET WS-JRN-ADDED TO TRUE
                               PERFORM JOURNAL-STOP-CHANGES
                       END-WRITE
                   NOT INVALID KEY
                       MOVE STOP-PAYMENT-RECORD TO WS-OLD-STOP
                       PERFORM BUILD-STOP-FROM-KEYED
                       REWRITE STOP-PAYMENT-RECORD
                           INVALID KEY
                               DISPLAY "ChequeSetupProgram: could "
                                       "not amend stop "
                                       WS-KEYED-FIRST
                           NOT INVALID KEY
                               DISPLAY "Stop on cheques "
                                       WS-KEYED-FIRST " to "
                                       WS-KEYED-LAST " amended, "
                                       "in force until "
                                       WS-KEYED-EXPIRY "."
                               SET WS-JRN-CHANGED TO TRUE
                               PERFORM JOURNAL-STOP-CHANGES
                       END-REWRITE
               END-READ
           END-IF.

       BUILD-STOP-FROM-KEYED.
           MOVE WS-KEYED-ACCT   TO STP-ACCT-NUMBER
           MOVE WS-KEYED-FIRST  TO STP-FIRST-NUMBER
           MOVE WS-KEYED-LAST   TO STP-LAST-NUMBER
           MOVE WS-KEYED-REASON TO STP-REASON
           MOVE WS-TODAY        TO STP-PLACED-DATE
           MOVE WS-KEYED-EXPIRY TO STP-EXPIRY-DATE
           MOVE 'A'             TO STP-STATUS
           MOVE SPACES          TO STP-LIFTED-DATE.

       CHECK-RANGE-NOT-PAID.
           OPEN INPUT CHEQUES-PAID
           IF WS-PAID-FILE-OK
               MOVE WS-KEYED-ACCT  TO CHP-ACCT-NUMBER
               MOVE WS-KEYED-FIRST TO CHP-CHEQUE-NUMBER
               START CHEQUES-PAID KEY NOT < CHP-KEY
                   INVALID KEY
                       MOVE '10' TO WS-PAID-FILE-STATUS
               END-START
               IF WS-PAID-FILE-OK
                   READ CHEQUES-PAID NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CHP-ACCT-NUMBER = WS-KEYED-ACCT
                                   AND CHP-CHEQUE-NUMBER
                                       NOT > WS-KEYED-LAST
                               DISPLAY "Refused: cheque "
                                       CHP-CHEQUE-NUMBER
                                       " was paid on " CHP-PAID-DATE
                               MOVE 'NO' TO WS-KEYED-OK-FLAG
                           END-IF
                   END-READ
               END-IF
               CLOSE CHEQUES-PAID
           END-IF.

      * A lifted stop stays on file for the record; presentments
      * pass over anything not in force.
       LIFT-STOP-PAYMENT.
           DISPLAY "Account number: "
           ACCEPT WS-KEYED-ACCT
           DISPLAY "First cheque number of the stop: "
           ACCEPT WS-KEYED-FIRST

           MOVE WS-KEYED-ACCT  TO STP-ACCT-NUMBER
           MOVE WS-KEYED-FIRST TO STP-FIRST-NUMBER
           READ STOP-PAYMENTS
               INVALID KEY
                   DISPLAY "No stop on account " WS-KEYED-ACCT
                           " starting at cheque " WS-KEYED-FIRST "."
               NOT INVALID KEY
                   IF STP-LIFTED
                       DISPLAY "Stop was already lifted on "
                               STP-LIFTED-DATE "."
                   ELSE
                       MOVE STOP-PAYMENT-RECORD TO WS-OLD-STOP
                       MOVE 'L'      TO STP-STATUS
                       MOVE WS-TODAY TO STP-LIFTED-DATE
                       REWRITE STOP-PAYMENT-RECORD
                           INVALID KEY
                               DISPLAY "ChequeSetupProgram: could "
                                       "not lift stop "
                                       WS-KEYED-FIRST
                           NOT INVALID KEY
                               DISPLAY "Stop on cheques "
                                       STP-FIRST-NUMBER " to "
                                       STP-LAST-NUMBER " lifted."
                               SET WS-JRN-CHANGED TO TRUE
                               PERFORM JOURNAL-STOP-CHANGES
                       END-REWRITE
                   END-IF
           END-READ.

      * One journal line for each field that differs from the
      * stored copy; on a new stop, each field set. A lift shows as
      * a change of status and lifted date.
       JOURNAL-STOP-CHANGES.
           MOVE "CHQSTOPS" TO WS-JRN-FILE-NAME
           PERFORM START-JOURNAL-ENTRY
           MOVE "LAST-NUMBER" TO WS-JRN-FIELD-NAME
           IF WS-JRN-ADDED
               MOVE SPACES TO WS-JRN-BEFORE-VALUE
           ELSE
               MOVE WS-OLD-STP-LAST-NUMBER TO WS-JRN-BEFORE-VALUE
           END-IF
           MOVE STP-LAST-NUMBER TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "REASON" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STP-REASON TO WS-JRN-BEFORE-VALUE
           MOVE STP-REASON TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "PLACED-DATE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STP-PLACED-DATE TO WS-JRN-BEFORE-VALUE
           MOVE STP-PLACED-DATE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "EXPIRY-DATE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STP-EXPIRY-DATE TO WS-JRN-BEFORE-VALUE
           MOVE STP-EXPIRY-DATE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "STATUS" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STP-STATUS TO WS-JRN-BEFORE-VALUE
           MOVE STP-STATUS TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "LIFTED-DATE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STP-LIFTED-DATE TO WS-JRN-BEFORE-VALUE
           MOVE STP-LIFTED-DATE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE.

      * Every line of one add or change carries the same timestamp
      * and key; the caller sets the file and action first.
       START-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR-ID
           MOVE "ChequeSetupProgram" TO WS-JRN-PROGRAM
           MOVE SPACES TO WS-JRN-RECORD-KEY
           STRING WS-KEYED-ACCT DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  WS-KEYED-FIRST DELIMITED BY SIZE
               INTO WS-JRN-RECORD-KEY.

      * A field keyed again with the value it already held is not a
      * change and is not journalled. A journal failure is reported
      * and the change stands, as an audit failure is at posting.
       JOURNAL-FIELD-CHANGE.
           IF WS-JRN-BEFORE-VALUE NOT = WS-JRN-AFTER-VALUE
               OPEN EXTEND CHANGE-JOURNAL
               IF WS-JOURNAL-FILE-OK
                   WRITE CHANGE-JOURNAL-RECORD FROM WS-JOURNAL-ENTRY
                   CLOSE CHANGE-JOURNAL
               ELSE
                   DISPLAY "ChequeSetupProgram: cannot open "
                           "CHANGE-JOURNAL for append, status "
                           WS-JOURNAL-FILE-STATUS
                           "; journal record NOT written"
               END-IF
           END-IF.

       INQUIRE-ON-ACCOUNT.
           DISPLAY "Account number: "
           ACCEPT WS-KEYED-ACCT
           PERFORM LIST-ACCOUNT-BOOKS
           PERFORM LIST-ACCOUNT-STOPS.

       LIST-ACCOUNT-BOOKS.
           MOVE 0 TO WS-BOOK-COUNT
           MOVE WS-KEYED-ACCT TO CHQ-ACCT-NUMBER
           MOVE 0 TO CHQ-FIRST-NUMBER
           MOVE 'NO' TO WS-SCAN-DONE-FLAG
           START CHEQUE-STOCK KEY NOT < CHQ-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE-FLAG = 'YES'
               READ CHEQUE-STOCK NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF CHQ-ACCT-NUMBER NOT = WS-KEYED-ACCT
                           MOVE 'YES' TO WS-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-BOOK-COUNT
                           DISPLAY "  book " CHQ-FIRST-NUMBER
                                   " to " CHQ-LAST-NUMBER
                                   " issued " CHQ-ISSUED-DATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-STOCK-FILE-STATUS
           DISPLAY "  " WS-BOOK-COUNT " cheque book(s) issued".

      * Each stop is shown with its standing as of today: in
      * force, lapsed past its expiry, or lifted.
       LIST-ACCOUNT-STOPS.
           MOVE 0 TO WS-STOP-COUNT
           MOVE WS-KEYED-ACCT TO STP-ACCT-NUMBER
           MOVE 0 TO STP-FIRST-NUMBER
           MOVE 'NO' TO WS-SCAN-DONE-FLAG
           START STOP-PAYMENTS KEY NOT < STP-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE-FLAG = 'YES'
               READ STOP-PAYMENTS NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF STP-ACCT-NUMBER NOT = WS-KEYED-ACCT
                           MOVE 'YES' TO WS-SCAN-DONE-FLAG
                       ELSE
                           PERFORM SHOW-ONE-STOP
                       END-IF
               END-READ
           END-PERFORM
           MOVE '00' TO WS-STOP-FILE-STATUS
           DISPLAY "  " WS-STOP-COUNT " stop payment(s) on file".

       SHOW-ONE-STOP.
           ADD 1 TO WS-STOP-COUNT
           EVALUATE TRUE
               WHEN STP-LIFTED
                   DISPLAY "  stop " STP-FIRST-NUMBER
                           " to " STP-LAST-NUMBER
                           " LIFTED " STP-LIFTED-DATE
                           " " STP-REASON
               WHEN STP-EXPIRY-DATE NOT = SPACES
                       AND STP-EXPIRY-DATE < WS-TODAY
                   DISPLAY "  stop " STP-FIRST-NUMBER
                           " to " STP-LAST-NUMBER
                           " LAPSED " STP-EXPIRY-DATE
                           " " STP-REASON
               WHEN OTHER
                   DISPLAY "  stop " STP-FIRST-NUMBER
                           " to " STP-LAST-NUMBER
                           " IN FORCE to " STP-EXPIRY-DATE
                           " " STP-REASON
           END-EVALUATE.
