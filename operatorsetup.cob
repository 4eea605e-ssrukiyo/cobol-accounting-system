               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  CHANGE-JOURNAL.
           COPY CHGJREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS    PIC XX.
           88  WS-OPERATOR-FILE-OK        VALUE '00'.
           88  WS-OPERATOR-FILE-NOT-FOUND VALUE '35'.

       01  WS-JOURNAL-FILE-STATUS     PIC XX.
           88  WS-JOURNAL-FILE-OK         VALUES '00' '05'.

       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-OPERATOR-PASSWORD       PIC X(8).
       01  WS-SIGNED-ON-FLAG          PIC X(3) VALUE 'NO'.
       01  WS-FIRST-OPERATOR-FLAG     PIC X(3) VALUE 'NO'.

       01  WS-CONTINUE-FLAG            PIC X(3) VALUE 'YES'.
       01  WS-ANSWER                   PIC X(1).

           05  WS-KEYED-NAME           PIC X(30).
           05  WS-KEYED-ROLE           PIC X(1).
           05  WS-KEYED-LIMIT          PIC S9(9)V99.
           05  WS-KEYED-BRANCH         PIC X(4).

      * The stored operator as it stood before an amendment (spaces
      * for a new one), for the before images on the change journal.
           COPY OPERREC REPLACING
               ==OPERATOR-RECORD== BY ==WS-OLD-OPERATOR==
               LEADING ==OPER== BY ==WS-OLD-OPER==.

      * One change-journal line, staged field by field.
           COPY CHGJREC REPLACING
               ==CHANGE-JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==
               LEADING ==CHGJ== BY ==WS-JRN==.
       01  WS-JRN-AMOUNT-EDIT         PIC -(9)9.99.

       PROCEDURE DIVISION.
       SETUP-MAIN.
           DISPLAY "OperatorSetupProgram: operator provisioning "
                   "utility"
           PERFORM OPEN-OPERATOR-FILE
           PERFORM OPERATOR-SIGN-ON

           PERFORM UNTIL WS-CONTINUE-FLAG = 'NO'
               PERFORM ADD-OR-UPDATE-OPERATOR
               IF WS-FIRST-OPERATOR-FLAG = 'YES'
                   DISPLAY "Sign on as the new operator to add "
                           "any more."
                   MOVE 'NO' TO WS-CONTINUE-FLAG
               ELSE
                   DISPLAY "Add/update another operator? (Y/N): "
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
                       MOVE 'NO' TO WS-CONTINUE-FLAG
                   END-IF
               END-IF
           END-PERFORM

               STOP RUN
           END-IF.

      * Every change made here is journalled under the operator's
      * ID, so the operator signs on exactly as at the teller menu.
      * An empty file has no one to sign on as: the first operator
      * is added without sign-on, the journal shows no operator for
      * that add, and the session ends there.
       OPERATOR-SIGN-ON.
           MOVE LOW-VALUES TO OPER-ID
           START OPERATOR-FILE KEY NOT < OPER-ID
               INVALID KEY
                   DISPLAY "No operators on file; the first "
                           "operator is added without sign-on."
                   MOVE SPACES TO WS-OPERATOR-ID
                   MOVE 'YES' TO WS-FIRST-OPERATOR-FLAG
                   MOVE 'YES' TO WS-SIGNED-ON-FLAG
           END-START

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
           END-PERFORM.

       ADD-OR-UPDATE-OPERATOR.
           DISPLAY "Operator ID: "
           ACCEPT WS-KEYED-ID
           ACCEPT WS-KEYED-ROLE
           DISPLAY "Keyed-amount limit (0 for none): "
           ACCEPT WS-KEYED-LIMIT
           DISPLAY "Branch code: "
           ACCEPT WS-KEYED-BRANCH

           MOVE WS-KEYED-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE SPACES TO WS-OLD-OPERATOR
                   PERFORM BUILD-OPERATOR-FROM-KEYED
                   PERFORM WRITE-NEW-OPERATOR
               NOT INVALID KEY
                   MOVE OPERATOR-RECORD TO WS-OLD-OPERATOR
                   PERFORM BUILD-OPERATOR-FROM-KEYED
                   PERFORM UPDATE-EXISTING-OPERATOR
           END-READ.
           MOVE WS-KEYED-PASSWORD TO OPER-PASSWORD
           MOVE WS-KEYED-NAME     TO OPER-NAME
           MOVE WS-KEYED-ROLE     TO OPER-ROLE
           MOVE WS-KEYED-LIMIT    TO OPER-AMOUNT-LIMIT
           MOVE WS-KEYED-BRANCH   TO OPER-BRANCH-CODE.

       WRITE-NEW-OPERATOR.
           WRITE OPERATOR-RECORD
                           "operator " OPER-ID
               NOT INVALID KEY
                   DISPLAY "Operator " OPER-ID " added."
                   SET WS-JRN-ADDED TO TRUE
                   PERFORM JOURNAL-OPERATOR-CHANGES
           END-WRITE.

       UPDATE-EXISTING-OPERATOR.
                           "operator " OPER-ID
               NOT INVALID KEY
                   DISPLAY "Operator " OPER-ID " updated."
                   SET WS-JRN-CHANGED TO TRUE
                   PERFORM JOURNAL-OPERATOR-CHANGES
           END-REWRITE.

      * One journal line for each field that differs from the
      * stored copy; on an add, each field keyed. The password is
      * never written out, only the fact that it was set or changed.
       JOURNAL-OPERATOR-CHANGES.
           MOVE "OPERATOR" TO WS-JRN-FILE-NAME
           MOVE OPER-ID TO WS-JRN-RECORD-KEY
           PERFORM START-JOURNAL-ENTRY
           MOVE "PASSWORD" TO WS-JRN-FIELD-NAME
           MOVE SPACES TO WS-JRN-BEFORE-VALUE
           MOVE SPACES TO WS-JRN-AFTER-VALUE
           IF WS-JRN-ADDED
               MOVE "(SET)" TO WS-JRN-AFTER-VALUE
           ELSE
               IF WS-OLD-OPER-PASSWORD NOT = OPER-PASSWORD
                   MOVE "********" TO WS-JRN-BEFORE-VALUE
                   MOVE "(CHANGED)" TO WS-JRN-AFTER-VALUE
               END-IF
           END-IF
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "NAME" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-OPER-NAME TO WS-JRN-BEFORE-VALUE
           MOVE OPER-NAME TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "ROLE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-OPER-ROLE TO WS-JRN-BEFORE-VALUE
           MOVE OPER-ROLE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "AMOUNT-LIMIT" TO WS-JRN-FIELD-NAME
           IF WS-JRN-ADDED
               MOVE SPACES TO WS-JRN-BEFORE-VALUE
           ELSE
               MOVE WS-OLD-OPER-AMOUNT-LIMIT TO WS-JRN-AMOUNT-EDIT
               MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-BEFORE-VALUE
           END-IF
           MOVE OPER-AMOUNT-LIMIT TO WS-JRN-AMOUNT-EDIT
           MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "BRANCH-CODE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-OPER-BRANCH-CODE TO WS-JRN-BEFORE-VALUE
           MOVE OPER-BRANCH-CODE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE.

      * Every line of one add or change carries the same timestamp;
      * the caller sets the file, key and action first.
       START-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR-ID
           MOVE "OperatorSetupProgram" TO WS-JRN-PROGRAM.

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
                   DISPLAY "OperatorSetupProgram: cannot open "
                           "CHANGE-JOURNAL for append, status "
                           WS-JOURNAL-FILE-STATUS
                           "; journal record NOT written"
               END-IF
           END-IF.
