       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanArrearsProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT OPTIONAL ACCOUNT-HISTORY ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ARREARS-REPORT ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
           COPY LOANREC.

       FD  LOAN-SCHEDULE.
           COPY LNSCHREC.

       FD  ACCOUNT-HISTORY.
           COPY HISTREC.

       FD  ARREARS-REPORT.
       01  ARREARS-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-FILE-STATUS        PIC XX.
           88  WS-LOAN-FILE-OK            VALUES '00' '05'.

       01  WS-SCHEDULE-FILE-STATUS    PIC XX.
           88  WS-SCHEDULE-FILE-OK        VALUES '00' '05'.

       01  WS-HISTORY-FILE-STATUS     PIC XX.
           88  WS-HISTORY-FILE-OK         VALUES '00' '05'.

       01  WS-REPORT-FILE-STATUS      PIC XX.
           88  WS-REPORT-FILE-OK          VALUE '00'.

       01  WS-REPORT-FILE-NAME        PIC X(30).
       01  WS-BUSINESS-DATE           PIC X(8).
       01  WS-BUSINESS-DAY-NUMBER     PIC 9(7).
       01  WS-DATE-NUMERIC            PIC 9(8).
       01  WS-DAYS-PAST-DUE           PIC 9(5).
       01  WS-LOAN-EOF-FLAG           PIC X(3) VALUE 'NO'.
       01  WS-SCHEDULE-DONE-FLAG      PIC X(3).
       01  WS-HISTORY-DONE-FLAG       PIC X(3).
       01  WS-ALREADY-CHARGED-FLAG    PIC X(3).
       01  WS-LOAN-FINISHED-FLAG      PIC X(3).
       01  WS-INSTALMENT-REF          PIC X(16).
       01  WS-UNPAID-AMOUNT           PIC S9(9)V99.
       01  WS-BUCKET-SUB              PIC 9(1).

       01  WS-LOAN-COUNT              PIC 9(9) VALUE 0.
       01  WS-ARREARS-COUNT           PIC 9(9) VALUE 0.
       01  WS-CHARGED-COUNT           PIC 9(9) VALUE 0.
       01  WS-SETTLED-COUNT           PIC 9(9) VALUE 0.
       01  WS-OLDEST-DAYS             PIC 9(5).
       01  WS-LOAN-ARREARS-TOTAL      PIC S9(11)V99.
       01  WS-GRAND-ARREARS-TOTAL     PIC S9(11)V99 VALUE 0.

      * Arrears are aged instalment by instalment from each one's
      * own due date, so a loan two payments behind shows in two
      * buckets. Bucket 1 is 1-30 days, 2 is 31-60, 3 is 61-90
      * and 4 is anything older.
       01  WS-LOAN-BUCKETS.
           05  WS-LOAN-BUCKET         PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-TOTAL-BUCKETS.
           05  WS-TOTAL-BUCKET        PIC S9(11)V99 OCCURS 4 TIMES.
       01  WS-TOTAL-BUCKET-COUNTS.
           05  WS-TOTAL-BUCKET-COUNT  PIC 9(7) OCCURS 4 TIMES.

       01  WS-HEADER-LINE.
           05  FILLER                 PIC X(23)
                   VALUE "LOANS IN ARREARS AS AT ".
           05  WS-HDR-DATE            PIC X(8).

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(17)
                   VALUE "ACCOUNT     DAYS ".
           05  FILLER                 PIC X(13) VALUE "    1-30 DAYS".
           05  FILLER                 PIC X(13) VALUE "   31-60 DAYS".
           05  FILLER                 PIC X(13) VALUE "   61-90 DAYS".
           05  FILLER                 PIC X(13) VALUE "     91+ DAYS".

       01  WS-DETAIL-LINE.
           05  WS-DTL-ACCT            PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-DAYS            PIC ZZZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-BUCKET-AREA.
               10  WS-DTL-BUCKET      OCCURS 4 TIMES.
                   15  FILLER         PIC X(1)  VALUE SPACE.
                   15  WS-DTL-AMOUNT  PIC -9(8).99.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TOT-CAPTION         PIC X(17).
           05  FILLER                 PIC X(7)  VALUE " loans ".
           05  WS-TOT-COUNT           PIC 9(7).
           05  FILLER                 PIC X(9)  VALUE "  amount ".
           05  WS-TOT-AMOUNT          PIC -9(11).99.

       COPY OPSCALL.

       COPY STEPRES.

       COPY BUSDATE.

       PROCEDURE DIVISION.
       ARREARS-MAIN.
           DISPLAY "LoanArrearsProgram: loan interest charging and "
                   "arrears ageing"
           MOVE 0 TO STEP-RETURN-CODE
           MOVE 0 TO STEP-RECORD-COUNT
      *    Instalments fall due and age against the night run's
      *    business date; standalone runs fall back to today.
           MOVE BUS-PROCESSING-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
                   OR WS-BUSINESS-DATE = LOW-VALUES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE 0 TO WS-TOTAL-BUCKET (WS-BUCKET-SUB)
               MOVE 0 TO WS-TOTAL-BUCKET-COUNT (WS-BUCKET-SUB)
           END-PERFORM

           OPEN I-O LOAN-FILE
           IF NOT WS-LOAN-FILE-OK
               DISPLAY "LoanArrearsProgram: cannot open LOAN-FILE, "
                       "status " WS-LOAN-FILE-STATUS
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O LOAN-SCHEDULE
           IF NOT WS-SCHEDULE-FILE-OK
               DISPLAY "LoanArrearsProgram: cannot open "
                       "LOAN-SCHEDULE, status "
                       WS-SCHEDULE-FILE-STATUS
               CLOSE LOAN-FILE
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "LNARR-" DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT ARREARS-REPORT
           IF NOT WS-REPORT-FILE-OK
               DISPLAY "LoanArrearsProgram: cannot open report "
                       WS-REPORT-FILE-NAME " status "
                       WS-REPORT-FILE-STATUS
               CLOSE LOAN-SCHEDULE
               CLOSE LOAN-FILE
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE
           WRITE ARREARS-RECORD FROM WS-HEADER-LINE
           WRITE ARREARS-RECORD FROM WS-COLUMN-LINE

           PERFORM UNTIL WS-LOAN-EOF-FLAG = 'YES'
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-LOAN-EOF-FLAG
                   NOT AT END
                       IF LOAN-ACTIVE
                           PERFORM PROCESS-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-ARREARS-TOTALS
           CLOSE ARREARS-REPORT
           CLOSE LOAN-SCHEDULE
           CLOSE LOAN-FILE

           DISPLAY "LoanArrearsProgram: " WS-LOAN-COUNT
                   " running loan(s), " WS-CHARGED-COUNT
                   " instalment interest charge(s), "
                   WS-SETTLED-COUNT " loan(s) settled"
           DISPLAY "LoanArrearsProgram: " WS-ARREARS-COUNT
                   " loan(s) in arrears written to "
                   WS-REPORT-FILE-NAME
           MOVE WS-ARREARS-COUNT TO STEP-RECORD-COUNT
           GOBACK.

      * Pending loans have nothing drawn, so nothing to charge or
      * age; settled loans are finished. Only running loans have
      * their schedule walked, earliest instalment first.
       PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE 0 TO WS-LOAN-BUCKET (WS-BUCKET-SUB)
           END-PERFORM
           MOVE 0 TO WS-LOAN-ARREARS-TOTAL
           MOVE 0 TO WS-OLDEST-DAYS
           MOVE 'YES' TO WS-LOAN-FINISHED-FLAG

           MOVE LOAN-ACCT-NUMBER TO LNS-ACCT-NUMBER
           MOVE 0 TO LNS-INSTALMENT-NO
           MOVE 'NO' TO WS-SCHEDULE-DONE-FLAG
           START LOAN-SCHEDULE KEY NOT < LNS-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-SCHEDULE-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCHEDULE-DONE-FLAG = 'YES'
               READ LOAN-SCHEDULE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-SCHEDULE-DONE-FLAG
                   NOT AT END
                       IF LNS-ACCT-NUMBER NOT = LOAN-ACCT-NUMBER
                           MOVE 'YES' TO WS-SCHEDULE-DONE-FLAG
                       ELSE
                           PERFORM PROCESS-ONE-INSTALMENT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-LOAN-ARREARS-TOTAL > 0
               PERFORM WRITE-ARREARS-DETAIL
           END-IF
      *    A loan is only closed off once every instalment is both
      *    paid and charged; a failed interest charge tonight
      *    leaves it running for tomorrow's retry.
           IF WS-LOAN-FINISHED-FLAG = 'YES'
               SET LOAN-SETTLED TO TRUE
               REWRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY "LoanArrearsProgram: cannot mark "
                               "loan " LOAN-ACCT-NUMBER " settled"
                       MOVE 8 TO STEP-RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-SETTLED-COUNT
               END-REWRITE
           END-IF.

       PROCESS-ONE-INSTALMENT.
           IF LNS-DUE-DATE <= WS-BUSINESS-DATE
                   AND NOT LNS-INTEREST-POSTED
               PERFORM CHARGE-INSTALMENT-INTEREST
           END-IF

           IF LNS-OUTSTANDING AND LNS-DUE-DATE < WS-BUSINESS-DATE
               PERFORM AGE-UNPAID-INSTALMENT
           END-IF

           IF NOT LNS-PAID OR NOT LNS-INTEREST-POSTED
               MOVE 'NO' TO WS-LOAN-FINISHED-FLAG
           END-IF.

      * The instalment's interest is charged to the loan account on
      * its due date under LNINT, referenced by instalment number.
      * The charge and the schedule flag are two separate files, so
      * before charging, the account's history is searched for an
      * LNINT already carrying this reference - a rerun after a
      * failure between the two never charges an instalment twice.
       CHARGE-INSTALMENT-INTEREST.
           MOVE SPACES TO WS-INSTALMENT-REF
           STRING "LNINST-" DELIMITED BY SIZE
                  LNS-INSTALMENT-NO DELIMITED BY SIZE
               INTO WS-INSTALMENT-REF
           MOVE 'NO' TO WS-ALREADY-CHARGED-FLAG
           IF LNS-INTEREST-DUE > 0
               PERFORM FIND-EARLIER-CHARGE
           ELSE
               MOVE 'YES' TO WS-ALREADY-CHARGED-FLAG
           END-IF

           IF WS-ALREADY-CHARGED-FLAG = 'NO'
               MOVE LNS-ACCT-NUMBER    TO OPS-ACCOUNT-NUMBER
               MOVE 'LNINT '           TO OPS-OPCODE
               MOVE LNS-INTEREST-DUE   TO OPS-AMOUNT
               MOVE SPACES             TO OPS-OPERATOR-ID
               MOVE WS-INSTALMENT-REF  TO OPS-EXTERNAL-REF
               CALL 'OperationsProgram' USING OPS-CALL-PARMS
               MOVE SPACES             TO OPS-EXTERNAL-REF
               IF OPS-SUCCESS
                   MOVE 'YES' TO WS-ALREADY-CHARGED-FLAG
                   ADD 1 TO WS-CHARGED-COUNT
               ELSE
                   DISPLAY "LoanArrearsProgram: interest charge "
                           "failed for loan " LNS-ACCT-NUMBER
                           " instalment " LNS-INSTALMENT-NO
                           " status " OPS-STATUS
                   MOVE 8 TO STEP-RETURN-CODE
               END-IF
           END-IF

           IF WS-ALREADY-CHARGED-FLAG = 'YES'
               MOVE 'Y' TO LNS-INTEREST-CHARGED
               REWRITE LOAN-SCHEDULE-RECORD
                   INVALID KEY
                       DISPLAY "LoanArrearsProgram: cannot update "
                               "loan " LNS-ACCT-NUMBER
                               " instalment " LNS-INSTALMENT-NO
                       MOVE 8 TO STEP-RETURN-CODE
               END-REWRITE
           END-IF.

      * The history file is opened per search and closed again
      * before OperationsProgram is called, since that program
      * writes to it on every posting.
       FIND-EARLIER-CHARGE.
           OPEN INPUT ACCOUNT-HISTORY
           IF WS-HISTORY-FILE-OK
               MOVE LNS-ACCT-NUMBER TO HIST-ACCT-NUMBER
               MOVE LOW-VALUES      TO HIST-TIMESTAMP
               MOVE 'NO' TO WS-HISTORY-DONE-FLAG
               START ACCOUNT-HISTORY KEY NOT < HIST-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-HISTORY-DONE-FLAG
               END-START
               PERFORM UNTIL WS-HISTORY-DONE-FLAG = 'YES'
                   READ ACCOUNT-HISTORY NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-HISTORY-DONE-FLAG
                       NOT AT END
                           IF HIST-ACCT-NUMBER NOT = LNS-ACCT-NUMBER
                               MOVE 'YES' TO WS-HISTORY-DONE-FLAG
                           ELSE
                               IF HIST-OPCODE = 'LNINT '
                                       AND HIST-EXTERNAL-REF =
                                           WS-INSTALMENT-REF
                                   MOVE 'YES'
                                       TO WS-ALREADY-CHARGED-FLAG
                                   MOVE 'YES'
                                       TO WS-HISTORY-DONE-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HISTORY
           END-IF.

      * What is still owed on an instalment past its due date goes
      * into the bucket for its age; the first one met is the
      * oldest, and its age is the loan's days past due.
       AGE-UNPAID-INSTALMENT.
           COMPUTE WS-UNPAID-AMOUNT =
               LNS-AMOUNT-DUE - LNS-AMOUNT-PAID
           IF WS-UNPAID-AMOUNT > 0
               MOVE LNS-DUE-DATE TO WS-DATE-NUMERIC
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-BUSINESS-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE <= 30
                       MOVE 1 TO WS-BUCKET-SUB
                   WHEN WS-DAYS-PAST-DUE <= 60
                       MOVE 2 TO WS-BUCKET-SUB
                   WHEN WS-DAYS-PAST-DUE <= 90
                       MOVE 3 TO WS-BUCKET-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-BUCKET-SUB
               END-EVALUATE
               ADD WS-UNPAID-AMOUNT TO WS-LOAN-BUCKET (WS-BUCKET-SUB)
               ADD WS-UNPAID-AMOUNT TO WS-LOAN-ARREARS-TOTAL
               IF WS-DAYS-PAST-DUE > WS-OLDEST-DAYS
                   MOVE WS-DAYS-PAST-DUE TO WS-OLDEST-DAYS
               END-IF
           END-IF.

       WRITE-ARREARS-DETAIL.
           ADD 1 TO WS-ARREARS-COUNT
           ADD WS-LOAN-ARREARS-TOTAL TO WS-GRAND-ARREARS-TOTAL
           MOVE LOAN-ACCT-NUMBER TO WS-DTL-ACCT
           MOVE WS-OLDEST-DAYS   TO WS-DTL-DAYS
           PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 4
               MOVE WS-LOAN-BUCKET (WS-BUCKET-SUB)
                   TO WS-DTL-AMOUNT (WS-BUCKET-SUB)
               ADD WS-LOAN-BUCKET (WS-BUCKET-SUB)
                   TO WS-TOTAL-BUCKET (WS-BUCKET-SUB)
               IF WS-LOAN-BUCKET (WS-BUCKET-SUB) > 0
                   ADD 1 TO WS-TOTAL-BUCKET-COUNT (WS-BUCKET-SUB)
               END-IF
           END-PERFORM
           WRITE ARREARS-RECORD FROM WS-DETAIL-LINE.

       WRITE-ARREARS-TOTALS.
           IF WS-ARREARS-COUNT = 0
               MOVE "NO LOANS IN ARREARS" TO ARREARS-RECORD
               WRITE ARREARS-RECORD
           END-IF
           MOVE SPACES TO ARREARS-RECORD
           WRITE ARREARS-RECORD
           MOVE "1-30 DAYS" TO WS-TOT-CAPTION
           MOVE WS-TOTAL-BUCKET-COUNT (1) TO WS-TOT-COUNT
           MOVE WS-TOTAL-BUCKET (1) TO WS-TOT-AMOUNT
           WRITE ARREARS-RECORD FROM WS-TOTAL-LINE
           MOVE "31-60 DAYS" TO WS-TOT-CAPTION
           MOVE WS-TOTAL-BUCKET-COUNT (2) TO WS-TOT-COUNT
           MOVE WS-TOTAL-BUCKET (2) TO WS-TOT-AMOUNT
           WRITE ARREARS-RECORD FROM WS-TOTAL-LINE
           MOVE "61-90 DAYS" TO WS-TOT-CAPTION
           MOVE WS-TOTAL-BUCKET-COUNT (3) TO WS-TOT-COUNT
           MOVE WS-TOTAL-BUCKET (3) TO WS-TOT-AMOUNT
           WRITE ARREARS-RECORD FROM WS-TOTAL-LINE
           MOVE "91+ DAYS" TO WS-TOT-CAPTION
           MOVE WS-TOTAL-BUCKET-COUNT (4) TO WS-TOT-COUNT
           MOVE WS-TOTAL-BUCKET (4) TO WS-TOT-AMOUNT
           WRITE ARREARS-RECORD FROM WS-TOTAL-LINE
           MOVE "TOTAL IN ARREARS" TO WS-TOT-CAPTION
           MOVE WS-ARREARS-COUNT TO WS-TOT-COUNT
           MOVE WS-GRAND-ARREARS-TOTAL TO WS-TOT-AMOUNT
           WRITE ARREARS-RECORD FROM WS-TOTAL-LINE.
