               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  PRODUCT-FILE.
           COPY PRODREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       01  WS-ACCOUNT-FILE-STATUS     PIC XX.
           88  WS-ACCOUNT-FILE-OK         VALUE '00'.

       01  WS-PRODUCT-FILE-STATUS     PIC XX.
           88  WS-PRODUCT-FILE-OK         VALUES '00' '05'.

       01  WS-AUDIT-FILE-STATUS       PIC XX.
           88  WS-AUDIT-FILE-OK           VALUES '00' '05'.
           88  WS-AUDIT-FILE-EOF          VALUE '10'.
       01  WS-EXCESS-ITEMS            PIC S9(7).
       01  WS-CHARGE-AMOUNT           PIC S9(9)V99.
       01  WS-MONTH-ITEMS             PIC 9(7).
       01  WS-PRODUCT-FOUND-FLAG      PIC X(3).
       01  WS-PRODUCT-FEE-SUB         PIC 9(1).

       COPY OPSCALL.

           IF AUDIT-TIMESTAMP (1:6) = WS-FEE-MONTH
                   AND (AUDIT-OPCODE = 'CREDIT'
                       OR AUDIT-OPCODE = 'DEBIT '
                       OR AUDIT-OPCODE = 'CHEQUE'
                       OR AUDIT-OPCODE = 'PAYOUT'
                       OR AUDIT-OPCODE = 'XFRDR '
                       OR AUDIT-OPCODE = 'XFRCR ')
               PERFORM FIND-OR-ADD-ACTIVITY-ENTRY
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF NOT WS-PRODUCT-FILE-OK
               DISPLAY "FeeAssessmentProgram: cannot open "
                       "PRODUCT-FILE, status "
                       WS-PRODUCT-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF
      *    Term loans carry no account fees; what they owe is set by
      *    their repayment schedule.
           PERFORM UNTIL WS-ACCOUNT-EOF-FLAG = 'YES'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-ACCOUNT-EOF-FLAG
                   NOT AT END
                       IF ACCT-DEPOSIT
                           PERFORM ASSESS-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           CLOSE ACCOUNT-MASTER.

       ASSESS-ONE-ACCOUNT.
               MOVE ACCT-STATUS TO WS-EFFECTIVE-STATUS
           END-IF
           PERFORM LOOKUP-MONTH-ITEMS
           PERFORM READ-ACCOUNT-PRODUCT
           IF WS-PRODUCT-FOUND-FLAG = 'YES'
               PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                       UNTIL WS-FEE-SUB > WS-FEE-COUNT
                   PERFORM ASSESS-ONE-FEE
               END-PERFORM
           END-IF.

      * An account on a product is liable only to the fee codes its
      * product lists; one naming a product that is not on file is
      * reported and charged nothing rather than every fee going.
      * Accounts with no product stay liable to the whole schedule.
       READ-ACCOUNT-PRODUCT.
           MOVE 'YES' TO WS-PRODUCT-FOUND-FLAG
           IF ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE 'NO' TO WS-PRODUCT-FOUND-FLAG
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "FAILED  account " ACCT-NUMBER
                               " product " ACCT-PRODUCT-CODE
                               " not on file, no fees assessed"
               END-READ
           END-IF.

       LOOKUP-MONTH-ITEMS.
           MOVE 0 TO WS-MONTH-ITEMS
                       = WS-EFFECTIVE-STATUS
                   MOVE 'YES' TO WS-STATUS-MATCH-FLAG
               END-IF
           END-PERFORM
           IF WS-STATUS-MATCH-FLAG = 'YES'
                   AND ACCT-PRODUCT-CODE NOT = SPACES
               PERFORM CHECK-FEE-ON-PRODUCT
           END-IF.

       CHECK-FEE-ON-PRODUCT.
           MOVE 'NO' TO WS-STATUS-MATCH-FLAG
           PERFORM VARYING WS-PRODUCT-FEE-SUB FROM 1 BY 1
                   UNTIL WS-PRODUCT-FEE-SUB > 5
               IF PROD-FEE-CODE (WS-PRODUCT-FEE-SUB)
                       = WS-FEE-CODE (WS-FEE-SUB)
                   MOVE 'YES' TO WS-STATUS-MATCH-FLAG
               END-IF
           END-PERFORM.

       COMPUTE-CHARGE-AMOUNT.
