       IDENTIFICATION DIVISION.
       PROGRAM-ID. OutboundPaymentProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OUTBOUND-PAYMENTS ASSIGN TO "PAYSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAY-REFERENCE
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.

           SELECT OUTBOUND-FILE ASSIGN USING WS-OUTBOUND-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-PAYMENTS.
           COPY OUTPYREC.

       FD  OUTBOUND-FILE.
           COPY CLRREC.

       WORKING-STORAGE SECTION.
       01  WS-PAYMENT-FILE-STATUS     PIC XX.
           88  WS-PAYMENT-FILE-OK         VALUES '00' '05'.

       01  WS-OUTBOUND-FILE-STATUS    PIC XX.
           88  WS-OUTBOUND-FILE-OK        VALUES '00' '05'.

       01  WS-OUTBOUND-FILE-NAME      PIC X(30).
       01  WS-BUSINESS-DATE           PIC X(8).
       01  WS-BUSINESS-DAY-NUMBER     PIC 9(7).
       01  WS-SENT-DAY-NUMBER         PIC 9(7).
       01  WS-DATE-NUMERIC            PIC 9(8).
       01  WS-PAYMENT-EOF-FLAG        PIC X(3) VALUE 'NO'.
       01  WS-OUTBOUND-OPEN-FLAG      PIC X(3) VALUE 'NO'.
       01  WS-NUMERIC-AMOUNT          PIC 9(9)V99.

      * Calendar days a receiving bank has to send a payment back.
      * Once the window closes with no return the item is treated
      * as settled and leaves the clearing suspense.
       01  WS-RETURN-WINDOW-DAYS      PIC 9(3) VALUE 10.

       01  WS-SENT-COUNT              PIC 9(9) VALUE 0.
       01  WS-SENT-TOTAL              PIC 9(13)V99 VALUE 0.
       01  WS-SETTLED-COUNT           PIC 9(9) VALUE 0.
       01  WS-SETTLED-TOTAL           PIC 9(13)V99 VALUE 0.
       01  WS-HELD-COUNT              PIC 9(9) VALUE 0.
       01  WS-HELD-TOTAL              PIC 9(13)V99 VALUE 0.

       COPY STEPRES.

       COPY BUSDATE.

       PROCEDURE DIVISION.
       OUTPAY-MAIN.
           DISPLAY "OutboundPaymentProgram: sending today's payments "
                   "to the clearing network"
           MOVE 0 TO STEP-RETURN-CODE
           MOVE 0 TO STEP-RECORD-COUNT
      *    The outbound file and the settlement window both run on
      *    the night run's business date; standalone runs fall back
      *    to today.
           MOVE BUS-PROCESSING-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
                   OR WS-BUSINESS-DATE = LOW-VALUES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           MOVE SPACES TO WS-OUTBOUND-FILE-NAME
           STRING "OUTPAY-" DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-OUTBOUND-FILE-NAME

           OPEN I-O OUTBOUND-PAYMENTS
           IF NOT WS-PAYMENT-FILE-OK
               DISPLAY "OutboundPaymentProgram: cannot open "
                       "OUTBOUND-PAYMENTS, status "
                       WS-PAYMENT-FILE-STATUS
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-PAYMENT-EOF-FLAG = 'YES'
               READ OUTBOUND-PAYMENTS NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-PAYMENT-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-ONE-PAYMENT
               END-READ
               IF STEP-RETURN-CODE NOT = 0
                   MOVE 'YES' TO WS-PAYMENT-EOF-FLAG
               END-IF
           END-PERFORM

           CLOSE OUTBOUND-PAYMENTS
           PERFORM CLOSE-OUTBOUND-FILE
           IF STEP-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           DISPLAY "OutboundPaymentProgram: " WS-SENT-COUNT
                   " payment(s) sent, total " WS-SENT-TOTAL
           DISPLAY "OutboundPaymentProgram: " WS-SETTLED-COUNT
                   " payment(s) settled, total " WS-SETTLED-TOTAL
           DISPLAY "OutboundPaymentProgram: " WS-HELD-COUNT
                   " payment(s) still in clearing suspense, total "
                   WS-HELD-TOTAL
           MOVE WS-SENT-COUNT TO STEP-RECORD-COUNT
           GOBACK.

      * Pending items go on tonight's file and are marked sent. An
      * item already marked sent on this business date goes on the
      * file again, so a rerun of the step rebuilds the same file
      * rather than losing what the first attempt marked. Older
      * sent items are settled once the return window has closed.
      * Settled and returned items are history and are left alone.
       PROCESS-ONE-PAYMENT.
           EVALUATE TRUE
               WHEN PAY-PENDING
                   MOVE 'S' TO PAY-STATUS
                   MOVE WS-BUSINESS-DATE TO PAY-SENT-DATE
                   REWRITE OUTBOUND-PAYMENT-RECORD
                   IF NOT WS-PAYMENT-FILE-OK
                       DISPLAY "OutboundPaymentProgram: cannot mark "
                               PAY-REFERENCE " sent, status "
                               WS-PAYMENT-FILE-STATUS
                       MOVE 8 TO STEP-RETURN-CODE
                   ELSE
                       PERFORM WRITE-OUTBOUND-DETAIL
                   END-IF
               WHEN PAY-SENT AND PAY-SENT-DATE = WS-BUSINESS-DATE
                   PERFORM WRITE-OUTBOUND-DETAIL
               WHEN PAY-SENT
                   PERFORM SETTLE-IF-WINDOW-CLOSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SETTLE-IF-WINDOW-CLOSED.
           MOVE PAY-SENT-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-SENT-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           IF WS-BUSINESS-DAY-NUMBER - WS-SENT-DAY-NUMBER
                   >= WS-RETURN-WINDOW-DAYS
               MOVE 'C' TO PAY-STATUS
               MOVE WS-BUSINESS-DATE TO PAY-CLEARED-DATE
               REWRITE OUTBOUND-PAYMENT-RECORD
               IF NOT WS-PAYMENT-FILE-OK
                   DISPLAY "OutboundPaymentProgram: cannot settle "
                           PAY-REFERENCE ", status "
                           WS-PAYMENT-FILE-STATUS
                   MOVE 8 TO STEP-RETURN-CODE
               ELSE
                   ADD 1 TO WS-SETTLED-COUNT
                   ADD PAY-AMOUNT TO WS-SETTLED-TOTAL
               END-IF
           ELSE
               ADD 1 TO WS-HELD-COUNT
               ADD PAY-AMOUNT TO WS-HELD-TOTAL
           END-IF.

      * The payee's account is the detail's account; the paying
      * customer's account rides in the to-account positions so a
      * returned item can be matched back to it.
       WRITE-OUTBOUND-DETAIL.
           PERFORM OPEN-OUTBOUND-FILE-IF-NEEDED
           IF STEP-RETURN-CODE = 0
               MOVE 'D' TO CLR-RECORD-TYPE
               MOVE PAY-REFERENCE     TO CLR-EXTERNAL-REF
               MOVE PAY-PAYEE-ACCOUNT TO CLR-ACCT-NUMBER
               MOVE 'P'               TO CLR-TXN-TYPE
               MOVE PAY-AMOUNT        TO WS-NUMERIC-AMOUNT
               MOVE WS-NUMERIC-AMOUNT TO CLR-AMOUNT
               MOVE PAY-ACCT-NUMBER   TO CLR-ORIGIN-ACCT-NUMBER
               MOVE WS-BUSINESS-DATE  TO CLR-EFFECTIVE-DATE
               MOVE SPACES            TO CLR-RETURN-REASON
               MOVE PAY-PAYEE-BANK-ID TO CLR-BANK-ID
               WRITE CLEARING-RECORD
               ADD 1 TO WS-SENT-COUNT
               ADD WS-NUMERIC-AMOUNT TO WS-SENT-TOTAL
               ADD 1 TO WS-HELD-COUNT
               ADD WS-NUMERIC-AMOUNT TO WS-HELD-TOTAL
           END-IF.

      * As with the return file, the outbound file is only created
      * once there is something to send, with a header up front and
      * a trailer the network proves the details against.
       OPEN-OUTBOUND-FILE-IF-NEEDED.
           IF WS-OUTBOUND-OPEN-FLAG = 'NO'
               OPEN OUTPUT OUTBOUND-FILE
               IF NOT WS-OUTBOUND-FILE-OK
                   DISPLAY "OutboundPaymentProgram: cannot open "
                           "outbound file " WS-OUTBOUND-FILE-NAME
                           " status " WS-OUTBOUND-FILE-STATUS
                   MOVE 8 TO STEP-RETURN-CODE
               ELSE
                   MOVE 'YES' TO WS-OUTBOUND-OPEN-FLAG
                   MOVE 'H' TO CLR-RECORD-TYPE
                   MOVE SPACES TO CLR-DETAIL-DATA
                   MOVE WS-BUSINESS-DATE TO CLR-FILE-DATE
                   MOVE 'BANK    ' TO CLR-SENDER-ID
                   MOVE SPACES TO CLR-RETURN-REASON
                   MOVE SPACES TO CLR-BANK-ID
                   WRITE CLEARING-RECORD
               END-IF
           END-IF.

       CLOSE-OUTBOUND-FILE.
           IF WS-OUTBOUND-OPEN-FLAG = 'YES'
               MOVE 'T' TO CLR-RECORD-TYPE
               MOVE SPACES TO CLR-DETAIL-DATA
               MOVE WS-SENT-COUNT TO CLR-ITEM-COUNT
               MOVE WS-SENT-TOTAL TO CLR-AMOUNT-TOTAL
               MOVE SPACES TO CLR-RETURN-REASON
               MOVE SPACES TO CLR-BANK-ID
               WRITE CLEARING-RECORD
               CLOSE OUTBOUND-FILE
               DISPLAY "OutboundPaymentProgram: wrote "
                       WS-OUTBOUND-FILE-NAME
           END-IF.
