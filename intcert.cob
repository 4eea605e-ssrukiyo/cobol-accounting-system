       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestCertificateProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-HISTORY ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTOMER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-NUMBER
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

           SELECT CERTIFICATE-FILE ASSIGN USING WS-CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.

           SELECT TAX-EXTRACT ASSIGN USING WS-EXTRACT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-HISTORY.
           COPY HISTREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD         PIC X(80).

       FD  TAX-EXTRACT.
           COPY TAXEXTRC.

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILE-STATUS     PIC XX.
           88  WS-HISTORY-FILE-OK         VALUES '00' '05'.

       01  WS-ACCOUNT-FILE-STATUS     PIC XX.
           88  WS-ACCOUNT-FILE-OK         VALUE '00'.
           88  WS-ACCOUNT-NOT-FOUND       VALUE '23'.

       01  WS-CUSTOMER-FILE-STATUS    PIC XX.
           88  WS-CUSTOMER-FILE-OK        VALUE '00'.
           88  WS-CUSTOMER-FILE-EOF       VALUE '10'.

       01  WS-CERT-FILE-STATUS        PIC XX.
           88  WS-CERT-FILE-OK            VALUE '00'.

       01  WS-EXTRACT-FILE-STATUS     PIC XX.
           88  WS-EXTRACT-FILE-OK         VALUE '00'.

       01  WS-CERT-FILE-NAME          PIC X(30).
       01  WS-EXTRACT-FILE-NAME       PIC X(30).
       01  WS-TAX-YEAR                PIC X(4).
       01  WS-RETURN-TYPE             PIC X(1).
       01  WS-RUN-DATE                PIC X(8).
       01  WS-HISTORY-DONE-FLAG       PIC X(3).
       01  WS-FOUND-FLAG              PIC X(3).
       01  WS-RUN-FAILED-FLAG         PIC X(3) VALUE 'NO'.
       01  WS-NAME-LENGTH             PIC 9(2) COMP.
       01  WS-SCAN-POS                PIC 9(2) COMP.

      * Net interest per account for the tax year, built from the
      * keyed history. The history is read in account order, so a
      * new account always goes on the end of the table. Sized
      * well past the account book; if it ever fills, the run is
      * refused rather than issuing certificates short.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 50000 TIMES.
               10  WS-ACC-NUMBER      PIC X(10).
               10  WS-ACC-CUSTOMER    PIC X(10).
               10  WS-ACC-INTEREST    PIC S9(9)V99.
               10  WS-ACC-POSTINGS    PIC 9(5).
       01  WS-ACCOUNT-COUNT           PIC 9(5) VALUE 0.
       01  WS-ACCOUNT-SUB             PIC 9(5).

      * Net interest per owning customer, through the account's
      * current ACCT-CUSTOMER-NUMBER. Policed like the account
      * table.
       01  WS-CUSTOMER-TABLE.
           05  WS-CUSTOMER-ENTRY OCCURS 50000 TIMES
                   INDEXED BY WS-CUSTOMER-IDX.
               10  WS-CUS-NUMBER      PIC X(10).
               10  WS-CUS-INTEREST    PIC S9(11)V99.
               10  WS-CUS-ACCOUNTS    PIC 9(5).
               10  WS-CUS-ISSUED      PIC X(3).
       01  WS-CUSTOMER-COUNT          PIC 9(5) VALUE 0.
       01  WS-CUSTOMER-SUB            PIC 9(5).

       01  WS-HISTORY-READ-COUNT      PIC 9(9) VALUE 0.
       01  WS-POSTING-COUNT           PIC 9(9) VALUE 0.
       01  WS-CERTIFICATE-COUNT       PIC 9(7) VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(9) VALUE 0.
       01  WS-TOTAL-INTEREST          PIC S9(13)V99 VALUE 0.
       01  WS-EXEMPT-COUNT            PIC 9(9) VALUE 0.
       01  WS-EXEMPT-INTEREST         PIC S9(13)V99 VALUE 0.
       01  WS-NO-TAX-ID-COUNT         PIC 9(7) VALUE 0.
       01  WS-UNOWNED-COUNT           PIC 9(7) VALUE 0.
       01  WS-UNOWNED-INTEREST        PIC S9(13)V99 VALUE 0.
       01  WS-UNKNOWN-CUST-COUNT      PIC 9(7) VALUE 0.

       01  WS-CERT-TITLE-LINE.
           05  FILLER                 PIC X(30)
                   VALUE "INTEREST CERTIFICATE  TAX YEAR".
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-TTL-YEAR            PIC X(4).
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TTL-CORRECTED       PIC X(9).

       01  WS-CERT-FIELD-LINE.
           05  WS-FLD-CAPTION         PIC X(20).
           05  WS-FLD-VALUE           PIC X(30).

       01  WS-CERT-ACCOUNT-LINE.
           05  FILLER                 PIC X(10) VALUE "  ACCOUNT ".
           05  WS-ACL-ACCOUNT         PIC X(10).
           05  FILLER                 PIC X(11) VALUE "  INTEREST ".
           05  WS-ACL-INTEREST        PIC -9(9).99.

       01  WS-CERT-TOTAL-LINE.
           05  FILLER                 PIC X(20)
                   VALUE "TOTAL INTEREST PAID ".
           05  FILLER                 PIC X(11) VALUE SPACES.
           05  WS-TOT-INTEREST        PIC -9(11).99.

       PROCEDURE DIVISION.
       CERTIFICATE-MAIN.
           DISPLAY "InterestCertificateProgram: year-end interest "
                   "certificates and tax-authority extract"
           DISPLAY "Tax year (YYYY): "
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR NOT NUMERIC
               DISPLAY "InterestCertificateProgram: tax year must "
                       "be four digits"
               STOP RUN
           END-IF
      *    A year already reported is run again as a corrected
      *    return; the certificates and extract it writes replace
      *    the earlier ones for that year.
           DISPLAY "Original or corrected return (O/C): "
           ACCEPT WS-RETURN-TYPE
           IF WS-RETURN-TYPE = 'c'
               MOVE 'C' TO WS-RETURN-TYPE
           END-IF
           IF WS-RETURN-TYPE NOT = 'C'
               MOVE 'O' TO WS-RETURN-TYPE
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE

           PERFORM ACCUMULATE-ACCOUNT-INTEREST
           IF WS-RUN-FAILED-FLAG = 'YES'
               DISPLAY "InterestCertificateProgram: run ABANDONED, "
                       "no certificates written"
               STOP RUN
           END-IF
           PERFORM ASSIGN-ACCOUNTS-TO-CUSTOMERS
           IF WS-RUN-FAILED-FLAG = 'YES'
               DISPLAY "InterestCertificateProgram: run ABANDONED, "
                       "no certificates written"
               STOP RUN
           END-IF
           PERFORM ISSUE-CERTIFICATES
           PERFORM REPORT-UNKNOWN-CUSTOMERS

           DISPLAY "InterestCertificateProgram: tax year "
                   WS-TAX-YEAR " return type " WS-RETURN-TYPE
           DISPLAY "  interest postings netted   " WS-POSTING-COUNT
           DISPLAY "  accounts with interest     " WS-ACCOUNT-COUNT
           DISPLAY "  certificates written       "
                   WS-CERTIFICATE-COUNT
           DISPLAY "  customers reported         " WS-DETAIL-COUNT
                   " interest " WS-TOTAL-INTEREST
           DISPLAY "  customers exempt           " WS-EXEMPT-COUNT
                   " interest " WS-EXEMPT-INTEREST
           DISPLAY "  reported with no tax ID    " WS-NO-TAX-ID-COUNT
           DISPLAY "  accounts with no customer  " WS-UNOWNED-COUNT
                   " interest " WS-UNOWNED-INTEREST
           DISPLAY "  customers not on file      "
                   WS-UNKNOWN-CUST-COUNT
           STOP RUN.

      * Interest counts in the year it was paid. A reversal of
      * interest counts against the year of the interest it backs
      * out, whenever the reversal was made, so a corrected return
      * for a closed year picks up corrections made after year end.
       ACCUMULATE-ACCOUNT-INTEREST.
           OPEN INPUT ACCOUNT-HISTORY
           IF NOT WS-HISTORY-FILE-OK
               DISPLAY "InterestCertificateProgram: cannot open "
                       "ACCOUNT-HISTORY, status "
                       WS-HISTORY-FILE-STATUS
                       " - run the history back-fill first"
               MOVE 'YES' TO WS-RUN-FAILED-FLAG
           ELSE
               MOVE 'NO' TO WS-HISTORY-DONE-FLAG
               PERFORM UNTIL WS-HISTORY-DONE-FLAG = 'YES'
                   READ ACCOUNT-HISTORY NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-HISTORY-DONE-FLAG
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ-COUNT
                           PERFORM SELECT-INTEREST-RECORD
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HISTORY
           END-IF.

       SELECT-INTEREST-RECORD.
           IF HIST-OPCODE = 'INTRST'
                   AND HIST-TIMESTAMP (1:4) = WS-TAX-YEAR
               PERFORM FIND-OR-ADD-ACCOUNT-ENTRY
               IF WS-ACCOUNT-SUB NOT = 0
                   ADD HIST-AMOUNT TO WS-ACC-INTEREST (WS-ACCOUNT-SUB)
                   ADD 1 TO WS-ACC-POSTINGS (WS-ACCOUNT-SUB)
                   ADD 1 TO WS-POSTING-COUNT
               END-IF
           END-IF
           IF HIST-OPCODE = 'REVRSL'
                   AND HIST-REVERSED-OPCODE = 'INTRST'
                   AND HIST-REVERSED-TS (1:4) = WS-TAX-YEAR
               PERFORM FIND-OR-ADD-ACCOUNT-ENTRY
               IF WS-ACCOUNT-SUB NOT = 0
                   SUBTRACT HIST-AMOUNT
                       FROM WS-ACC-INTEREST (WS-ACCOUNT-SUB)
                   ADD 1 TO WS-ACC-POSTINGS (WS-ACCOUNT-SUB)
                   ADD 1 TO WS-POSTING-COUNT
               END-IF
           END-IF.

       FIND-OR-ADD-ACCOUNT-ENTRY.
           IF WS-ACCOUNT-COUNT > 0
                   AND WS-ACC-NUMBER (WS-ACCOUNT-COUNT)
                       = HIST-ACCT-NUMBER
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-SUB
           ELSE
               IF WS-ACCOUNT-COUNT >= 50000
                   DISPLAY "InterestCertificateProgram: account "
                           "table full (50000 accounts), run "
                           "REFUSED rather than dropping interest "
                           "for " HIST-ACCT-NUMBER
                   MOVE 'YES' TO WS-RUN-FAILED-FLAG
                   MOVE 'YES' TO WS-HISTORY-DONE-FLAG
                   MOVE 0 TO WS-ACCOUNT-SUB
               ELSE
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-SUB
                   MOVE HIST-ACCT-NUMBER
                       TO WS-ACC-NUMBER (WS-ACCOUNT-SUB)
                   MOVE SPACES TO WS-ACC-CUSTOMER (WS-ACCOUNT-SUB)
                   MOVE 0 TO WS-ACC-INTEREST (WS-ACCOUNT-SUB)
                   MOVE 0 TO WS-ACC-POSTINGS (WS-ACCOUNT-SUB)
               END-IF
           END-IF.

      * Interest is certified to the customer who owns the account
      * now. An account with no owner, or no longer on the master,
      * cannot be certified and is listed for the back office.
       ASSIGN-ACCOUNTS-TO-CUSTOMERS.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-FILE-OK
               DISPLAY "InterestCertificateProgram: cannot open "
                       "ACCOUNT-MASTER, status "
                       WS-ACCOUNT-FILE-STATUS
               MOVE 'YES' TO WS-RUN-FAILED-FLAG
           ELSE
               PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
                       UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                          OR WS-RUN-FAILED-FLAG = 'YES'
                   PERFORM ASSIGN-ONE-ACCOUNT
               END-PERFORM
               CLOSE ACCOUNT-MASTER
           END-IF.

       ASSIGN-ONE-ACCOUNT.
           MOVE WS-ACC-NUMBER (WS-ACCOUNT-SUB) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-FILE-STATUS
               NOT INVALID KEY
                   MOVE '00' TO WS-ACCOUNT-FILE-STATUS
           END-READ
           IF WS-ACCOUNT-NOT-FOUND
                   OR ACCT-CUSTOMER-NUMBER = SPACES
               IF WS-ACCOUNT-NOT-FOUND
                   DISPLAY "NO CERTIFICATE: account "
                           WS-ACC-NUMBER (WS-ACCOUNT-SUB)
                           " not on the account master, interest "
                           WS-ACC-INTEREST (WS-ACCOUNT-SUB)
               ELSE
                   DISPLAY "NO CERTIFICATE: account "
                           WS-ACC-NUMBER (WS-ACCOUNT-SUB)
                           " has no owning customer, interest "
                           WS-ACC-INTEREST (WS-ACCOUNT-SUB)
               END-IF
               ADD 1 TO WS-UNOWNED-COUNT
               ADD WS-ACC-INTEREST (WS-ACCOUNT-SUB)
                   TO WS-UNOWNED-INTEREST
           ELSE
               MOVE ACCT-CUSTOMER-NUMBER
                   TO WS-ACC-CUSTOMER (WS-ACCOUNT-SUB)
               PERFORM FIND-OR-ADD-CUSTOMER-ENTRY
               IF WS-CUSTOMER-SUB NOT = 0
                   ADD WS-ACC-INTEREST (WS-ACCOUNT-SUB)
                       TO WS-CUS-INTEREST (WS-CUSTOMER-SUB)
                   ADD 1 TO WS-CUS-ACCOUNTS (WS-CUSTOMER-SUB)
               END-IF
           END-IF.

       FIND-OR-ADD-CUSTOMER-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           SET WS-CUSTOMER-IDX TO 1
           SEARCH WS-CUSTOMER-ENTRY VARYING WS-CUSTOMER-IDX
               AT END
                   CONTINUE
               WHEN WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
                   CONTINUE
               WHEN WS-CUS-NUMBER (WS-CUSTOMER-IDX)
                       = ACCT-CUSTOMER-NUMBER
                   MOVE 'YES' TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = 'YES'
               SET WS-CUSTOMER-SUB TO WS-CUSTOMER-IDX
           ELSE
               IF WS-CUSTOMER-COUNT >= 50000
                   DISPLAY "InterestCertificateProgram: customer "
                           "table full (50000 customers), run "
                           "REFUSED rather than dropping customer "
                           ACCT-CUSTOMER-NUMBER
                   MOVE 'YES' TO WS-RUN-FAILED-FLAG
                   MOVE 0 TO WS-CUSTOMER-SUB
               ELSE
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE WS-CUSTOMER-COUNT TO WS-CUSTOMER-SUB
                   MOVE ACCT-CUSTOMER-NUMBER
                       TO WS-CUS-NUMBER (WS-CUSTOMER-SUB)
                   MOVE 0 TO WS-CUS-INTEREST (WS-CUSTOMER-SUB)
                   MOVE 0 TO WS-CUS-ACCOUNTS (WS-CUSTOMER-SUB)
                   MOVE 'NO' TO WS-CUS-ISSUED (WS-CUSTOMER-SUB)
               END-IF
           END-IF.

      * The customer master is read in key order, so certificates
      * and extract lines come out in customer-number order.
       ISSUE-CERTIFICATES.
           MOVE SPACES TO WS-EXTRACT-FILE-NAME
           STRING "TAXINT-" DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILE-NAME
           OPEN OUTPUT TAX-EXTRACT
           IF NOT WS-EXTRACT-FILE-OK
               DISPLAY "InterestCertificateProgram: cannot open "
                       "extract " WS-EXTRACT-FILE-NAME " status "
                       WS-EXTRACT-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-CUSTOMER-FILE-OK
               DISPLAY "InterestCertificateProgram: cannot open "
                       "CUSTOMER-FILE, status "
                       WS-CUSTOMER-FILE-STATUS
               CLOSE TAX-EXTRACT
               STOP RUN
           END-IF

           PERFORM WRITE-EXTRACT-HEADER
           PERFORM UNTIL WS-CUSTOMER-FILE-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CERTIFY-ONE-CUSTOMER
               END-READ
           END-PERFORM
           PERFORM WRITE-EXTRACT-TRAILER

           CLOSE CUSTOMER-FILE
           CLOSE TAX-EXTRACT
           DISPLAY "InterestCertificateProgram: wrote "
                   WS-EXTRACT-FILE-NAME.

       CERTIFY-ONE-CUSTOMER.
           MOVE 'NO' TO WS-FOUND-FLAG
           SET WS-CUSTOMER-IDX TO 1
           SEARCH WS-CUSTOMER-ENTRY VARYING WS-CUSTOMER-IDX
               AT END
                   CONTINUE
               WHEN WS-CUSTOMER-IDX > WS-CUSTOMER-COUNT
                   CONTINUE
               WHEN WS-CUS-NUMBER (WS-CUSTOMER-IDX) = CUST-NUMBER
                   MOVE 'YES' TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = 'YES'
               SET WS-CUSTOMER-SUB TO WS-CUSTOMER-IDX
               MOVE 'YES' TO WS-CUS-ISSUED (WS-CUSTOMER-SUB)
               PERFORM PRODUCE-ONE-CERTIFICATE
               IF CUST-TAX-EXEMPT
                   ADD 1 TO WS-EXEMPT-COUNT
                   ADD WS-CUS-INTEREST (WS-CUSTOMER-SUB)
                       TO WS-EXEMPT-INTEREST
               ELSE
                   PERFORM WRITE-EXTRACT-DETAIL
               END-IF
           END-IF.

      * One certificate file per customer, named from the customer
      * number and the tax year. The customer record is in the
      * file buffer on entry.
       PRODUCE-ONE-CERTIFICATE.
           PERFORM BUILD-CERT-FILE-NAME
           OPEN OUTPUT CERTIFICATE-FILE
           IF NOT WS-CERT-FILE-OK
               DISPLAY "InterestCertificateProgram: cannot open "
                       "certificate " WS-CERT-FILE-NAME " status "
                       WS-CERT-FILE-STATUS
           ELSE
               PERFORM WRITE-CERTIFICATE-BODY
               CLOSE CERTIFICATE-FILE
               ADD 1 TO WS-CERTIFICATE-COUNT
               DISPLAY "InterestCertificateProgram: wrote "
                       WS-CERT-FILE-NAME
           END-IF.

       BUILD-CERT-FILE-NAME.
           MOVE 1 TO WS-NAME-LENGTH
           PERFORM VARYING WS-SCAN-POS FROM 10 BY -1
                   UNTIL WS-SCAN-POS < 1
               IF CUST-NUMBER (WS-SCAN-POS:1) NOT = SPACE
                       AND WS-SCAN-POS > WS-NAME-LENGTH
                   MOVE WS-SCAN-POS TO WS-NAME-LENGTH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CERT-FILE-NAME
           STRING "INTCERT-" DELIMITED BY SIZE
                  CUST-NUMBER (1:WS-NAME-LENGTH) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-TAX-YEAR DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-CERT-FILE-NAME.

       WRITE-CERTIFICATE-BODY.
           MOVE WS-TAX-YEAR TO WS-TTL-YEAR
           IF WS-RETURN-TYPE = 'C'
               MOVE "CORRECTED" TO WS-TTL-CORRECTED
           ELSE
               MOVE SPACES TO WS-TTL-CORRECTED
           END-IF
           WRITE CERTIFICATE-RECORD FROM WS-CERT-TITLE-LINE
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD

           MOVE "CUSTOMER NUMBER     " TO WS-FLD-CAPTION
           MOVE CUST-NUMBER TO WS-FLD-VALUE
           WRITE CERTIFICATE-RECORD FROM WS-CERT-FIELD-LINE
           MOVE "NAME                " TO WS-FLD-CAPTION
           MOVE CUST-NAME TO WS-FLD-VALUE
           WRITE CERTIFICATE-RECORD FROM WS-CERT-FIELD-LINE
           MOVE "ADDRESS             " TO WS-FLD-CAPTION
           MOVE CUST-ADDRESS-LINE-1 TO WS-FLD-VALUE
           WRITE CERTIFICATE-RECORD FROM WS-CERT-FIELD-LINE
           MOVE SPACES TO WS-FLD-CAPTION
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO WS-FLD-VALUE
               WRITE CERTIFICATE-RECORD FROM WS-CERT-FIELD-LINE
           END-IF
           MOVE SPACES TO WS-FLD-VALUE
           STRING CUST-CITY DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  CUST-POSTAL-CODE DELIMITED BY SIZE
               INTO WS-FLD-VALUE
           WRITE CERTIFICATE-RECORD FROM WS-CERT-FIELD-LINE
           MOVE "TAX ID              " TO WS-FLD-CAPTION
           IF CUST-TAX-ID = SPACES
               MOVE "NOT ON FILE" TO WS-FLD-VALUE
           ELSE
               MOVE CUST-TAX-ID TO WS-FLD-VALUE
           END-IF
           WRITE CERTIFICATE-RECORD FROM WS-CERT-FIELD-LINE
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD

           PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
               IF WS-ACC-CUSTOMER (WS-ACCOUNT-SUB) = CUST-NUMBER
                   MOVE WS-ACC-NUMBER (WS-ACCOUNT-SUB)
                       TO WS-ACL-ACCOUNT
                   MOVE WS-ACC-INTEREST (WS-ACCOUNT-SUB)
                       TO WS-ACL-INTEREST
                   WRITE CERTIFICATE-RECORD
                       FROM WS-CERT-ACCOUNT-LINE
               END-IF
           END-PERFORM
           MOVE WS-CUS-INTEREST (WS-CUSTOMER-SUB) TO WS-TOT-INTEREST
           WRITE CERTIFICATE-RECORD FROM WS-CERT-TOTAL-LINE

           IF CUST-TAX-EXEMPT
               MOVE "EXEMPT - NOT REPORTED TO THE TAX AUTHORITY"
                   TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           MOVE 'H' TO TAXX-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TAXX-TAX-YEAR
           MOVE WS-RUN-DATE TO TAXX-RUN-DATE
           MOVE WS-RETURN-TYPE TO TAXX-RETURN-TYPE
           WRITE TAX-EXTRACT-RECORD.

      * A reportable customer with no tax ID is still reported,
      * with the ID blank, and counted so the back office can chase
      * it before the return is filed.
       WRITE-EXTRACT-DETAIL.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           MOVE 'D' TO TAXX-RECORD-TYPE
           MOVE CUST-TAX-ID TO TAXX-TAX-ID
           MOVE CUST-NUMBER TO TAXX-CUST-NUMBER
           MOVE CUST-NAME TO TAXX-CUST-NAME
           MOVE CUST-POSTAL-CODE TO TAXX-POSTAL-CODE
           MOVE WS-CUS-INTEREST (WS-CUSTOMER-SUB) TO TAXX-INTEREST
           WRITE TAX-EXTRACT-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-CUS-INTEREST (WS-CUSTOMER-SUB) TO WS-TOTAL-INTEREST
           IF CUST-TAX-ID = SPACES
               ADD 1 TO WS-NO-TAX-ID-COUNT
               DISPLAY "NO TAX ID: customer " CUST-NUMBER
                       " reported with a blank tax ID"
           END-IF.

       WRITE-EXTRACT-TRAILER.
           MOVE SPACES TO TAX-EXTRACT-RECORD
           MOVE 'T' TO TAXX-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO TAXX-DETAIL-COUNT
           MOVE WS-TOTAL-INTEREST TO TAXX-TOTAL-INTEREST
           MOVE WS-EXEMPT-COUNT TO TAXX-EXEMPT-COUNT
           MOVE WS-EXEMPT-INTEREST TO TAXX-EXEMPT-INTEREST
           WRITE TAX-EXTRACT-RECORD.

      * An account can point at a customer number that was never
      * set up; its interest has nobody to be certified to.
       REPORT-UNKNOWN-CUSTOMERS.
           PERFORM VARYING WS-CUSTOMER-SUB FROM 1 BY 1
                   UNTIL WS-CUSTOMER-SUB > WS-CUSTOMER-COUNT
               IF WS-CUS-ISSUED (WS-CUSTOMER-SUB) = 'NO'
                   ADD 1 TO WS-UNKNOWN-CUST-COUNT
                   DISPLAY "NO CERTIFICATE: customer "
                           WS-CUS-NUMBER (WS-CUSTOMER-SUB)
                           " not on the customer master, interest "
                           WS-CUS-INTEREST (WS-CUSTOMER-SUB)
               END-IF
           END-PERFORM.
