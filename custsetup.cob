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
       FD  CUSTOMER-FILE.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  CHANGE-JOURNAL.
           COPY CHGJREC.

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS    PIC XX.
           88  WS-CUSTOMER-FILE-OK        VALUE '00'.
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
       01  WS-WANTED-CUSTOMER          PIC X(10).
           05  WS-KEYED-CITY           PIC X(20).
           05  WS-KEYED-POSTAL-CODE    PIC X(10).
           05  WS-KEYED-PHONE          PIC X(15).
           05  WS-KEYED-TAX-ID         PIC X(15).
           05  WS-KEYED-TAX-EXEMPT     PIC X(1).

      * The stored customer as it stood before an amendment (spaces
      * for a new one), and an account's owner before a link, for
      * the before images on the change journal.
           COPY CUSTREC REPLACING
               ==CUSTOMER-RECORD== BY ==WS-OLD-CUSTOMER==
               LEADING ==CUST== BY ==WS-OLD-CUST==.
       01  WS-OLD-OWNER               PIC X(10).

      * One change-journal line, staged field by field.
           COPY CHGJREC REPLACING
               ==CHANGE-JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==
               LEADING ==CHGJ== BY ==WS-JRN==.

       PROCEDURE DIVISION.
       SETUP-MAIN.
           DISPLAY "CustomerSetupProgram: customer master "
                   "maintenance utility"
           PERFORM OPERATOR-SIGN-ON
           PERFORM OPEN-CUSTOMER-FILE

           PERFORM UNTIL WS-CONTINUE-FLAG = 'NO'
           CLOSE CUSTOMER-FILE
           STOP RUN.

      * Every change made here is journalled under the operator's
      * ID, so the operator signs on exactly as at the teller menu.
       OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "CustomerSetupProgram: cannot open "
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

       OPEN-CUSTOMER-FILE.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-FILE-MISSING
           ACCEPT WS-KEYED-POSTAL-CODE
           DISPLAY "Phone: "
           ACCEPT WS-KEYED-PHONE
           DISPLAY "Tax ID: "
           ACCEPT WS-KEYED-TAX-ID
           DISPLAY "Exempt from interest reporting? (Y/N): "
           ACCEPT WS-KEYED-TAX-EXEMPT
           IF WS-KEYED-TAX-EXEMPT = 'y'
               MOVE 'Y' TO WS-KEYED-TAX-EXEMPT
           END-IF
           IF WS-KEYED-TAX-EXEMPT NOT = 'Y'
               MOVE 'N' TO WS-KEYED-TAX-EXEMPT
           END-IF

           MOVE WS-KEYED-NUMBER TO CUST-NUMBER
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-OLD-CUSTOMER
                   PERFORM BUILD-CUSTOMER-FROM-KEYED
                   PERFORM WRITE-NEW-CUSTOMER
               NOT INVALID KEY
                   MOVE CUSTOMER-RECORD TO WS-OLD-CUSTOMER
                   PERFORM BUILD-CUSTOMER-FROM-KEYED
                   PERFORM UPDATE-EXISTING-CUSTOMER
           END-READ.
           MOVE WS-KEYED-ADDRESS-2   TO CUST-ADDRESS-LINE-2
           MOVE WS-KEYED-CITY        TO CUST-CITY
           MOVE WS-KEYED-POSTAL-CODE TO CUST-POSTAL-CODE
           MOVE WS-KEYED-PHONE       TO CUST-PHONE
           MOVE WS-KEYED-TAX-ID      TO CUST-TAX-ID
           MOVE WS-KEYED-TAX-EXEMPT  TO CUST-TAX-EXEMPT-FLAG.

       WRITE-NEW-CUSTOMER.
           WRITE CUSTOMER-RECORD
                           "customer " CUST-NUMBER
               NOT INVALID KEY
                   DISPLAY "Customer " CUST-NUMBER " added."
                   SET WS-JRN-ADDED TO TRUE
                   PERFORM JOURNAL-CUSTOMER-CHANGES
           END-WRITE.

       UPDATE-EXISTING-CUSTOMER.
                           "customer " CUST-NUMBER
               NOT INVALID KEY
                   DISPLAY "Customer " CUST-NUMBER " updated."
                   SET WS-JRN-CHANGED TO TRUE
                   PERFORM JOURNAL-CUSTOMER-CHANGES
           END-REWRITE.

      * One journal line for each field that differs from the
      * stored copy; on an add, each field keyed.
       JOURNAL-CUSTOMER-CHANGES.
           MOVE "CUSTOMER" TO WS-JRN-FILE-NAME
           MOVE CUST-NUMBER TO WS-JRN-RECORD-KEY
           PERFORM START-JOURNAL-ENTRY
           MOVE "NAME" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-CUST-NAME TO WS-JRN-BEFORE-VALUE
           MOVE CUST-NAME TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "ADDRESS-LINE-1" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-CUST-ADDRESS-LINE-1 TO WS-JRN-BEFORE-VALUE
           MOVE CUST-ADDRESS-LINE-1 TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "ADDRESS-LINE-2" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-CUST-ADDRESS-LINE-2 TO WS-JRN-BEFORE-VALUE
           MOVE CUST-ADDRESS-LINE-2 TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "CITY" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-CUST-CITY TO WS-JRN-BEFORE-VALUE
           MOVE CUST-CITY TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "POSTAL-CODE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-CUST-POSTAL-CODE TO WS-JRN-BEFORE-VALUE
           MOVE CUST-POSTAL-CODE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "PHONE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-CUST-PHONE TO WS-JRN-BEFORE-VALUE
           MOVE CUST-PHONE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "TAX-ID" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-CUST-TAX-ID TO WS-JRN-BEFORE-VALUE
           MOVE CUST-TAX-ID TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "TAX-EXEMPT-FLAG" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-CUST-TAX-EXEMPT-FLAG TO WS-JRN-BEFORE-VALUE
           MOVE CUST-TAX-EXEMPT-FLAG TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE.

      * Every line of one add or change carries the same timestamp;
      * the caller sets the file, key and action first.
       START-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR-ID
           MOVE "CustomerSetupProgram" TO WS-JRN-PROGRAM.

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
                   DISPLAY "CustomerSetupProgram: cannot open "
                           "CHANGE-JOURNAL for append, status "
                           WS-JOURNAL-FILE-STATUS
                           "; journal record NOT written"
               END-IF
           END-IF.

       LINK-ACCOUNT-TO-CUSTOMER.
           DISPLAY "Account number: "
           ACCEPT WS-WANTED-ACCOUNT
                       DISPLAY "Account " WS-WANTED-ACCOUNT
                               " not found."
                   NOT INVALID KEY
                       MOVE ACCT-CUSTOMER-NUMBER TO WS-OLD-OWNER
                       MOVE WS-WANTED-CUSTOMER
                           TO ACCT-CUSTOMER-NUMBER
                       REWRITE ACCOUNT-RECORD
                               DISPLAY "Account " WS-WANTED-ACCOUNT
                                       " linked to customer "
                                       WS-WANTED-CUSTOMER
                               PERFORM JOURNAL-ACCOUNT-LINK
                       END-REWRITE
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

       JOURNAL-ACCOUNT-LINK.
           MOVE "ACCTMSTR" TO WS-JRN-FILE-NAME
           MOVE WS-WANTED-ACCOUNT TO WS-JRN-RECORD-KEY
           SET WS-JRN-CHANGED TO TRUE
           PERFORM START-JOURNAL-ENTRY
           MOVE "CUSTOMER-NUMBER" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-OWNER TO WS-JRN-BEFORE-VALUE
           MOVE ACCT-CUSTOMER-NUMBER TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE.

       LIST-CUSTOMER-ACCOUNTS.
           DISPLAY "Customer number: "
           ACCEPT WS-WANTED-CUSTOMER
