       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProductSetupProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODUCTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROD-CODE
               FILE STATUS IS WS-PRODUCT-FILE-STATUS.

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
       FD  PRODUCT-FILE.
           COPY PRODREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  CHANGE-JOURNAL.
           COPY CHGJREC.

       WORKING-STORAGE SECTION.
       01  WS-PRODUCT-FILE-STATUS     PIC XX.
           88  WS-PRODUCT-FILE-OK         VALUE '00'.
           88  WS-PRODUCT-NOT-FOUND       VALUE '23'.
           88  WS-PRODUCT-FILE-MISSING    VALUE '35'.
           88  WS-PRODUCT-FILE-EOF        VALUE '10'.

       01  WS-ACCOUNT-FILE-STATUS     PIC XX.
           88  WS-ACCOUNT-FILE-OK         VALUE '00'.
           88  WS-ACCOUNT-NOT-FOUND       VALUE '23'.
           88  WS-ACCOUNT-FILE-EOF        VALUE '10'.

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
       01  WS-WANTED-PRODUCT           PIC X(4).
       01  WS-WANTED-ACCOUNT           PIC X(10).
       01  WS-ACCOUNT-COUNT            PIC 9(5).
       01  WS-FEE-SUB                  PIC 9(1).

      * Keyed details are staged here because the existence READ
      * overwrites the file record area with the stored copy.
       01  WS-KEYED-PRODUCT.
           05  WS-KEYED-CODE           PIC X(4).
           05  WS-KEYED-DESCRIPTION    PIC X(30).
           05  WS-KEYED-RATE           PIC S9(3)V9(4).
           05  WS-KEYED-LIMIT          PIC S9(9)V99.
           05  WS-KEYED-EARNS          PIC X(1).
           05  WS-KEYED-FEE-CODE       PIC X(6) OCCURS 5 TIMES.

      * The stored product as it stood before an amendment (spaces
      * for a new one), and an account before it is moved, for the
      * before images on the change journal.
           COPY PRODREC REPLACING
               ==PRODUCT-RECORD== BY ==WS-OLD-PRODUCT==
               LEADING ==PROD== BY ==WS-OLD-PROD==.
           COPY ACCTREC REPLACING
               ==ACCOUNT-RECORD== BY ==WS-OLD-ACCOUNT==
               LEADING ==ACCT== BY ==WS-OLD-ACCT==.

      * One change-journal line, staged field by field.
           COPY CHGJREC REPLACING
               ==CHANGE-JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==
               LEADING ==CHGJ== BY ==WS-JRN==.
       01  WS-JRN-AMOUNT-EDIT         PIC -(9)9.99.
       01  WS-JRN-RATE-EDIT           PIC -(3)9.9(4).

       PROCEDURE DIVISION.
       SETUP-MAIN.
           DISPLAY "ProductSetupProgram: product master "
                   "maintenance utility"
           PERFORM OPERATOR-SIGN-ON
           PERFORM OPEN-PRODUCT-FILE

           PERFORM UNTIL WS-CONTINUE-FLAG = 'NO'
               DISPLAY "--------------------------------"
               DISPLAY "A. Add or amend a product"
               DISPLAY "M. Move an account onto a product"
               DISPLAY "I. Inquire on a product and its accounts"
               DISPLAY "Q. Quit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ADD-OR-UPDATE-PRODUCT
                   WHEN 'M'
                   WHEN 'm'
                       PERFORM MOVE-ACCOUNT-TO-PRODUCT
                   WHEN 'I'
                   WHEN 'i'
                       PERFORM INQUIRE-ON-PRODUCT
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 'NO' TO WS-CONTINUE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice, use A, M, I or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE PRODUCT-FILE
           STOP RUN.

      * Every change made here is journalled under the operator's
      * ID, so the operator signs on exactly as at the teller menu.
       OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "ProductSetupProgram: cannot open "
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

       OPEN-PRODUCT-FILE.
           OPEN I-O PRODUCT-FILE
           IF WS-PRODUCT-FILE-MISSING
               OPEN OUTPUT PRODUCT-FILE
               CLOSE PRODUCT-FILE
               OPEN I-O PRODUCT-FILE
           END-IF
           IF NOT WS-PRODUCT-FILE-OK
               DISPLAY "ProductSetupProgram: cannot open "
                       "PRODUCT-FILE, status "
                       WS-PRODUCT-FILE-STATUS
               STOP RUN
           END-IF.

      * A rate amended here is paid to every interest-earning
      * account on the product from the next interest run; no
      * account record is touched.
       ADD-OR-UPDATE-PRODUCT.
           DISPLAY "Product code: "
           ACCEPT WS-KEYED-CODE
           DISPLAY "Description: "
           ACCEPT WS-KEYED-DESCRIPTION
           DISPLAY "Annual interest rate (e.g. 0.0525 for 5.25%): "
           ACCEPT WS-KEYED-RATE
           DISPLAY "Default overdraft limit (0 for none): "
           ACCEPT WS-KEYED-LIMIT
           DISPLAY "Earns interest (Y/N): "
           ACCEPT WS-KEYED-EARNS
           IF WS-KEYED-EARNS = 'y'
               MOVE 'Y' TO WS-KEYED-EARNS
           END-IF
           IF WS-KEYED-EARNS NOT = 'Y'
               MOVE 'N' TO WS-KEYED-EARNS
           END-IF
           DISPLAY "Fee codes levied, up to 5 (blank ends the list)"
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > 5
               MOVE SPACES TO WS-KEYED-FEE-CODE (WS-FEE-SUB)
           END-PERFORM
           MOVE 1 TO WS-FEE-SUB
           PERFORM ACCEPT-ONE-FEE-CODE
           PERFORM UNTIL WS-FEE-SUB > 5
                   OR WS-KEYED-FEE-CODE (WS-FEE-SUB) = SPACES
               ADD 1 TO WS-FEE-SUB
               IF WS-FEE-SUB NOT > 5
                   PERFORM ACCEPT-ONE-FEE-CODE
               END-IF
           END-PERFORM

           IF WS-KEYED-CODE = SPACES
               DISPLAY "A product code is required."
           ELSE
               MOVE WS-KEYED-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-OLD-PRODUCT
                       PERFORM BUILD-PRODUCT-FROM-KEYED
                       PERFORM WRITE-NEW-PRODUCT
                   NOT INVALID KEY
                       MOVE PRODUCT-RECORD TO WS-OLD-PRODUCT
                       PERFORM BUILD-PRODUCT-FROM-KEYED
                       PERFORM UPDATE-EXISTING-PRODUCT
               END-READ
           END-IF.

       ACCEPT-ONE-FEE-CODE.
           DISPLAY "Fee code " WS-FEE-SUB ": "
           ACCEPT WS-KEYED-FEE-CODE (WS-FEE-SUB).

       BUILD-PRODUCT-FROM-KEYED.
           MOVE WS-KEYED-CODE        TO PROD-CODE
           MOVE WS-KEYED-DESCRIPTION TO PROD-DESCRIPTION
           MOVE WS-KEYED-RATE        TO PROD-INTEREST-RATE
           MOVE WS-KEYED-LIMIT       TO PROD-OVERDRAFT-LIMIT
           MOVE WS-KEYED-EARNS       TO PROD-EARNS-INTEREST
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > 5
               MOVE WS-KEYED-FEE-CODE (WS-FEE-SUB)
                   TO PROD-FEE-CODE (WS-FEE-SUB)
           END-PERFORM.

       WRITE-NEW-PRODUCT.
           WRITE PRODUCT-RECORD
               INVALID KEY
                   DISPLAY "ProductSetupProgram: could not add "
                           "product " PROD-CODE
               NOT INVALID KEY
                   DISPLAY "Product " PROD-CODE " added."
                   SET WS-JRN-ADDED TO TRUE
                   PERFORM JOURNAL-PRODUCT-CHANGES
           END-WRITE.

       UPDATE-EXISTING-PRODUCT.
           REWRITE PRODUCT-RECORD
               INVALID KEY
                   DISPLAY "ProductSetupProgram: could not update "
                           "product " PROD-CODE
               NOT INVALID KEY
                   DISPLAY "Product " PROD-CODE " updated."
                   SET WS-JRN-CHANGED TO TRUE
                   PERFORM JOURNAL-PRODUCT-CHANGES
           END-REWRITE.

      * One journal line for each field that differs from the
      * stored copy; on an add, each field keyed.
       JOURNAL-PRODUCT-CHANGES.
           MOVE "PRODUCTS" TO WS-JRN-FILE-NAME
           MOVE PROD-CODE TO WS-JRN-RECORD-KEY
           PERFORM START-JOURNAL-ENTRY
           MOVE "DESCRIPTION" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-PROD-DESCRIPTION TO WS-JRN-BEFORE-VALUE
           MOVE PROD-DESCRIPTION TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "INTEREST-RATE" TO WS-JRN-FIELD-NAME
           IF WS-JRN-ADDED
               MOVE SPACES TO WS-JRN-BEFORE-VALUE
           ELSE
               MOVE WS-OLD-PROD-INTEREST-RATE TO WS-JRN-RATE-EDIT
               MOVE WS-JRN-RATE-EDIT TO WS-JRN-BEFORE-VALUE
           END-IF
           MOVE PROD-INTEREST-RATE TO WS-JRN-RATE-EDIT
           MOVE WS-JRN-RATE-EDIT TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "OVERDRAFT-LIMIT" TO WS-JRN-FIELD-NAME
           IF WS-JRN-ADDED
               MOVE SPACES TO WS-JRN-BEFORE-VALUE
           ELSE
               MOVE WS-OLD-PROD-OVERDRAFT-LIMIT TO WS-JRN-AMOUNT-EDIT
               MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-BEFORE-VALUE
           END-IF
           MOVE PROD-OVERDRAFT-LIMIT TO WS-JRN-AMOUNT-EDIT
           MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "EARNS-INTEREST" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-PROD-EARNS-INTEREST TO WS-JRN-BEFORE-VALUE
           MOVE PROD-EARNS-INTEREST TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           PERFORM VARYING WS-FEE-SUB FROM 1 BY 1
                   UNTIL WS-FEE-SUB > 5
               MOVE "FEE-CODE-" TO WS-JRN-FIELD-NAME
               MOVE WS-FEE-SUB TO WS-JRN-FIELD-NAME (10:1)
               MOVE WS-OLD-PROD-FEE-CODE (WS-FEE-SUB)
                   TO WS-JRN-BEFORE-VALUE
               MOVE PROD-FEE-CODE (WS-FEE-SUB) TO WS-JRN-AFTER-VALUE
               PERFORM JOURNAL-FIELD-CHANGE
           END-PERFORM.

      * Every line of one add or change carries the same timestamp;
      * the caller sets the file, key and action first.
       START-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR-ID
           MOVE "ProductSetupProgram" TO WS-JRN-PROGRAM.

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
                   DISPLAY "ProductSetupProgram: cannot open "
                           "CHANGE-JOURNAL for append, status "
                           WS-JOURNAL-FILE-STATUS
                           "; journal record NOT written"
               END-IF
           END-IF.

      * Moving an account onto a product gives it the product's
      * rate and default overdraft limit, as opening it on the
      * product would have. A blank product code takes the account
      * off its product; it keeps the rate it was last given and
      * becomes liable to the whole fee schedule again.
       MOVE-ACCOUNT-TO-PRODUCT.
           DISPLAY "Account number: "
           ACCEPT WS-WANTED-ACCOUNT
           DISPLAY "Product code (blank to take off product): "
           ACCEPT WS-WANTED-PRODUCT

           IF WS-WANTED-PRODUCT = SPACES
               MOVE '00' TO WS-PRODUCT-FILE-STATUS
           ELSE
               MOVE WS-WANTED-PRODUCT TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                       MOVE '23' TO WS-PRODUCT-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-PRODUCT-FILE-STATUS
               END-READ
           END-IF
           IF WS-PRODUCT-NOT-FOUND
               DISPLAY "Product " WS-WANTED-PRODUCT " not found."
           ELSE
               PERFORM MOVE-VERIFIED-ACCOUNT
           END-IF.

       MOVE-VERIFIED-ACCOUNT.
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-FILE-OK
               DISPLAY "ProductSetupProgram: cannot open "
                       "ACCOUNT-MASTER, status "
                       WS-ACCOUNT-FILE-STATUS
           ELSE
               MOVE WS-WANTED-ACCOUNT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "Account " WS-WANTED-ACCOUNT
                               " not found."
                   NOT INVALID KEY
                       IF ACCT-LOAN
                           DISPLAY "Account " WS-WANTED-ACCOUNT
                                   " is a term loan and takes no "
                                   "product."
                       ELSE
                           PERFORM REWRITE-MOVED-ACCOUNT
                       END-IF
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

       REWRITE-MOVED-ACCOUNT.
           MOVE ACCOUNT-RECORD TO WS-OLD-ACCOUNT
           MOVE WS-WANTED-PRODUCT TO ACCT-PRODUCT-CODE
           IF WS-WANTED-PRODUCT NOT = SPACES
               MOVE PROD-INTEREST-RATE   TO ACCT-INTEREST-RATE
               MOVE PROD-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
           END-IF
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ProductSetupProgram: could not move "
                           "account " WS-WANTED-ACCOUNT
               NOT INVALID KEY
                   IF WS-WANTED-PRODUCT = SPACES
                       DISPLAY "Account " WS-WANTED-ACCOUNT
                               " taken off its product."
                   ELSE
                       DISPLAY "Account " WS-WANTED-ACCOUNT
                               " moved to product "
                               WS-WANTED-PRODUCT
                   END-IF
                   PERFORM JOURNAL-ACCOUNT-MOVE
           END-REWRITE.

       JOURNAL-ACCOUNT-MOVE.
           MOVE "ACCTMSTR" TO WS-JRN-FILE-NAME
           MOVE ACCT-NUMBER TO WS-JRN-RECORD-KEY
           SET WS-JRN-CHANGED TO TRUE
           PERFORM START-JOURNAL-ENTRY
           MOVE "PRODUCT-CODE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-ACCT-PRODUCT-CODE TO WS-JRN-BEFORE-VALUE
           MOVE ACCT-PRODUCT-CODE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "INTEREST-RATE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-ACCT-INTEREST-RATE TO WS-JRN-RATE-EDIT
           MOVE WS-JRN-RATE-EDIT TO WS-JRN-BEFORE-VALUE
           MOVE ACCT-INTEREST-RATE TO WS-JRN-RATE-EDIT
           MOVE WS-JRN-RATE-EDIT TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "OVERDRAFT-LIMIT" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-ACCT-OVERDRAFT-LIMIT TO WS-JRN-AMOUNT-EDIT
           MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-BEFORE-VALUE
           MOVE ACCT-OVERDRAFT-LIMIT TO WS-JRN-AMOUNT-EDIT
           MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE.

       INQUIRE-ON-PRODUCT.
           DISPLAY "Product code: "
           ACCEPT WS-WANTED-PRODUCT

           MOVE WS-WANTED-PRODUCT TO PROD-CODE
           READ PRODUCT-FILE
               INVALID KEY
                   MOVE '23' TO WS-PRODUCT-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-PRODUCT-FILE-STATUS
           END-READ
           IF WS-PRODUCT-NOT-FOUND
               DISPLAY "Product " WS-WANTED-PRODUCT " not found."
           ELSE
               DISPLAY "Product " PROD-CODE " " PROD-DESCRIPTION
               DISPLAY "  rate " PROD-INTEREST-RATE
                       " earns interest " PROD-EARNS-INTEREST
                       " overdraft limit " PROD-OVERDRAFT-LIMIT
               DISPLAY "  fee codes " PROD-FEE-CODE (1) " "
                       PROD-FEE-CODE (2) " " PROD-FEE-CODE (3) " "
                       PROD-FEE-CODE (4) " " PROD-FEE-CODE (5)
               PERFORM LIST-PRODUCT-ACCOUNTS
           END-IF.

       LIST-PRODUCT-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-FILE-OK
               DISPLAY "ProductSetupProgram: cannot open "
                       "ACCOUNT-MASTER, status "
                       WS-ACCOUNT-FILE-STATUS
           ELSE
               PERFORM UNTIL WS-ACCOUNT-FILE-EOF
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LIST-ONE-IF-ON-PRODUCT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER
               MOVE '00' TO WS-ACCOUNT-FILE-STATUS
               DISPLAY "  " WS-ACCOUNT-COUNT " account(s) on the "
                       "product"
           END-IF.

       LIST-ONE-IF-ON-PRODUCT.
           IF ACCT-PRODUCT-CODE = WS-WANTED-PRODUCT
               ADD 1 TO WS-ACCOUNT-COUNT
               DISPLAY "  account " ACCT-NUMBER
                       " status " ACCT-STATUS
                       " balance " ACCT-BALANCE
                       " " ACCT-NAME
           END-IF.
