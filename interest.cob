               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT OPTIONAL PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  PRODUCT-FILE.
           COPY PRODREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-FILE-STATUS     PIC XX.
           88  WS-ACCOUNT-FILE-OK         VALUE '00'.

       01  WS-PRODUCT-FILE-STATUS     PIC XX.
           88  WS-PRODUCT-FILE-OK         VALUES '00' '05'.

       01  WS-ACCOUNT-EOF-FLAG        PIC X(3) VALUE 'NO'.
       01  WS-ACCOUNT-COUNT           PIC 9(9) VALUE 0.
       01  WS-INTEREST-AMOUNT         PIC S9(9)V99.
       01  WS-EARNING-RATE            PIC S9(3)V9(4).
       01  WS-EARNS-FLAG              PIC X(3).

       COPY OPSCALL.

               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF NOT WS-PRODUCT-FILE-OK
               DISPLAY "InterestPostingProgram: cannot open "
                       "PRODUCT-FILE, status "
                       WS-PRODUCT-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-ACCOUNT-EOF-FLAG = 'YES'
               READ ACCOUNT-MASTER NEXT RECORD
               END-READ
           END-PERFORM

           CLOSE PRODUCT-FILE
           CLOSE ACCOUNT-MASTER
           DISPLAY "InterestPostingProgram: interest posted to "
                   WS-ACCOUNT-COUNT " account(s)"

       POST-INTEREST-FOR-ACCOUNT.
      * Only open accounts earn interest; frozen, dormant and closed
      * accounts are passed over. Term loans are charged their
      * interest instalment by instalment by the arrears step.
      * The rate is an annual rate; this job posts monthly.
           MOVE 0 TO WS-INTEREST-AMOUNT
           IF ACCT-OPEN AND ACCT-DEPOSIT
               PERFORM DETERMINE-EARNING-RATE
               IF WS-EARNS-FLAG = 'YES'
                   COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                       ACCT-BALANCE * WS-EARNING-RATE / 12
               END-IF
           END-IF

           IF WS-INTEREST-AMOUNT > 0
                           " status " OPS-STATUS
               END-IF
           END-IF.

      * An account on a product earns the product's current rate,
      * and nothing at all if the product does not pay interest;
      * an account with no product earns its own rate as before.
      * An account naming a product that is not on file is passed
      * over and reported, never paid at a guessed rate.
       DETERMINE-EARNING-RATE.
           MOVE 'YES' TO WS-EARNS-FLAG
           IF ACCT-PRODUCT-CODE = SPACES
               MOVE ACCT-INTEREST-RATE TO WS-EARNING-RATE
           ELSE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE 'NO' TO WS-EARNS-FLAG
                       DISPLAY "InterestPostingProgram: account "
                               ACCT-NUMBER " product "
                               ACCT-PRODUCT-CODE " not on file, "
                               "no interest posted"
                   NOT INVALID KEY
                       IF PROD-PAYS-INTEREST
                           MOVE PROD-INTEREST-RATE TO WS-EARNING-RATE
                       ELSE
                           MOVE 'NO' TO WS-EARNS-FLAG
                       END-IF
               END-READ
           END-IF.
