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
       FD  STANDING-ORDER-FILE.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  CHANGE-JOURNAL.
           COPY CHGJREC.

       WORKING-STORAGE SECTION.
       01  WS-ORDER-FILE-STATUS       PIC XX.
           88  WS-ORDER-FILE-OK           VALUE '00'.
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
       01  WS-WANTED-ORDER             PIC X(10).
           05  WS-KEYED-NEXT-DUE       PIC X(8).
           05  WS-KEYED-EXPIRY         PIC X(8).

      * The stored order as it stood before an amendment or a
      * cancellation (spaces for a new one), for the before images
      * on the change journal.
           COPY STORDREC REPLACING
               ==STANDING-ORDER-RECORD== BY ==WS-OLD-ORDER==
               LEADING ==STO== BY ==WS-OLD-STO==.

      * One change-journal line, staged field by field.
           COPY CHGJREC REPLACING
               ==CHANGE-JOURNAL-RECORD== BY ==WS-JOURNAL-ENTRY==
               LEADING ==CHGJ== BY ==WS-JRN==.
       01  WS-JRN-AMOUNT-EDIT         PIC -(9)9.99.

       PROCEDURE DIVISION.
       SETUP-MAIN.
           DISPLAY "StandingOrderSetupProgram: standing-order "
                   "maintenance utility"
           PERFORM OPERATOR-SIGN-ON
           PERFORM OPEN-ORDER-FILE

           PERFORM UNTIL WS-CONTINUE-FLAG = 'NO'
           CLOSE STANDING-ORDER-FILE
           STOP RUN.

      * Every change made here is journalled under the operator's
      * ID, so the operator signs on exactly as at the teller menu.
       OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "StandingOrderSetupProgram: cannot open "
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

       OPEN-ORDER-FILE.
           OPEN I-O STANDING-ORDER-FILE
           IF WS-ORDER-FILE-MISSING
               MOVE WS-KEYED-NUMBER TO STO-ORDER-NUMBER
               READ STANDING-ORDER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-OLD-ORDER
                       PERFORM BUILD-ORDER-FROM-KEYED
                       PERFORM WRITE-NEW-ORDER
                   NOT INVALID KEY
                       MOVE STANDING-ORDER-RECORD TO WS-OLD-ORDER
                       PERFORM BUILD-ORDER-FROM-KEYED
                       PERFORM UPDATE-EXISTING-ORDER
               END-READ
               NOT INVALID KEY
                   DISPLAY "Standing order " STO-ORDER-NUMBER
                           " added."
                   SET WS-JRN-ADDED TO TRUE
                   PERFORM JOURNAL-ORDER-CHANGES
           END-WRITE.

       UPDATE-EXISTING-ORDER.
               NOT INVALID KEY
                   DISPLAY "Standing order " STO-ORDER-NUMBER
                           " updated."
                   SET WS-JRN-CHANGED TO TRUE
                   PERFORM JOURNAL-ORDER-CHANGES
           END-REWRITE.

      * A cancelled order stays on the file for the record; the
               INVALID KEY
                   DISPLAY "Order " WS-WANTED-ORDER " not found."
               NOT INVALID KEY
                   MOVE STANDING-ORDER-RECORD TO WS-OLD-ORDER
                   MOVE 'C' TO STO-STATUS
                   REWRITE STANDING-ORDER-RECORD
                       INVALID KEY
                       NOT INVALID KEY
                           DISPLAY "Standing order "
                                   WS-WANTED-ORDER " cancelled."
                           SET WS-JRN-CHANGED TO TRUE
                           PERFORM JOURNAL-ORDER-CHANGES
                   END-REWRITE
           END-READ.

      * One journal line for each field that differs from the
      * stored copy; on an add, each field keyed. A cancellation
      * shows as a change of status.
       JOURNAL-ORDER-CHANGES.
           MOVE "STORDERS" TO WS-JRN-FILE-NAME
           MOVE STO-ORDER-NUMBER TO WS-JRN-RECORD-KEY
           PERFORM START-JOURNAL-ENTRY
           MOVE "ACCT-NUMBER" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STO-ACCT-NUMBER TO WS-JRN-BEFORE-VALUE
           MOVE STO-ACCT-NUMBER TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "OPCODE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STO-OPCODE TO WS-JRN-BEFORE-VALUE
           MOVE STO-OPCODE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "TO-ACCT-NUMBER" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STO-TO-ACCT-NUMBER TO WS-JRN-BEFORE-VALUE
           MOVE STO-TO-ACCT-NUMBER TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "AMOUNT" TO WS-JRN-FIELD-NAME
           IF WS-JRN-ADDED
               MOVE SPACES TO WS-JRN-BEFORE-VALUE
           ELSE
               MOVE WS-OLD-STO-AMOUNT TO WS-JRN-AMOUNT-EDIT
               MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-BEFORE-VALUE
           END-IF
           MOVE STO-AMOUNT TO WS-JRN-AMOUNT-EDIT
           MOVE WS-JRN-AMOUNT-EDIT TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "FREQUENCY" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STO-FREQUENCY TO WS-JRN-BEFORE-VALUE
           MOVE STO-FREQUENCY TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "NEXT-DUE-DATE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STO-NEXT-DUE-DATE TO WS-JRN-BEFORE-VALUE
           MOVE STO-NEXT-DUE-DATE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "EXPIRY-DATE" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STO-EXPIRY-DATE TO WS-JRN-BEFORE-VALUE
           MOVE STO-EXPIRY-DATE TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE
           MOVE "STATUS" TO WS-JRN-FIELD-NAME
           MOVE WS-OLD-STO-STATUS TO WS-JRN-BEFORE-VALUE
           MOVE STO-STATUS TO WS-JRN-AFTER-VALUE
           PERFORM JOURNAL-FIELD-CHANGE.

      * Every line of one add or change carries the same timestamp;
      * the caller sets the file, key and action first.
       START-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-TIMESTAMP
           MOVE WS-OPERATOR-ID TO WS-JRN-OPERATOR-ID
           MOVE "StandingOrderSetupProgram" TO WS-JRN-PROGRAM.

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
                   DISPLAY "StandingOrderSetupProgram: cannot open "
                           "CHANGE-JOURNAL for append, status "
                           WS-JOURNAL-FILE-STATUS
                           "; journal record NOT written"
               END-IF
           END-IF.

       LIST-ALL-ORDERS.
           MOVE 0 TO WS-ORDER-COUNT
           MOVE LOW-VALUES TO STO-ORDER-NUMBER
