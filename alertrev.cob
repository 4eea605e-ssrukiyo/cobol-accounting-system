       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplianceReviewProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALERT-FILE-STATUS.

           SELECT AGED-REPORT ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       FD  AGED-REPORT.
       01  AGED-RECORD                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS    PIC XX.
           88  WS-OPERATOR-FILE-OK        VALUE '00'.
           88  WS-OPERATOR-NOT-FOUND      VALUE '23'.

       01  WS-ALERT-FILE-STATUS       PIC XX.
           88  WS-ALERT-FILE-OK           VALUE '00'.
           88  WS-ALERT-NOT-FOUND         VALUE '23'.
           88  WS-ALERT-FILE-MISSING      VALUE '35'.

       01  WS-REPORT-FILE-STATUS      PIC XX.
           88  WS-REPORT-FILE-OK          VALUE '00'.

       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-OPERATOR-PASSWORD       PIC X(8).
       01  WS-SIGNED-ON-FLAG          PIC X(3) VALUE 'NO'.

       01  WS-CONTINUE-FLAG           PIC X(3) VALUE 'YES'.
       01  WS-CHOICE                  PIC X(1).
       01  WS-ACTION                  PIC X(1).
       01  WS-NOTE                    PIC X(60).
       01  WS-TODAY                   PIC X(8).
       01  WS-TODAY-DAY-NUMBER        PIC 9(7).
       01  WS-DATE-NUMERIC            PIC 9(8).
       01  WS-DAYS-OPEN               PIC 9(5).
       01  WS-ALERT-EOF-FLAG          PIC X(3).
       01  WS-ITEM-SUB                PIC 9(2).
       01  WS-BUCKET-SUB              PIC 9(1).
       01  WS-REPORT-FILE-NAME        PIC X(30).
       01  WS-OPEN-COUNT              PIC 9(7).

      * Key of the alert being worked, keyed field by field.
       01  WS-WANTED-KEY.
           05  WS-WANTED-DATE         PIC X(8).
           05  WS-WANTED-RULE         PIC X(6).
           05  WS-WANTED-SUBJECT      PIC X(10).
           05  WS-WANTED-SEQUENCE     PIC 9(3).

      * Open alerts are aged from the date raised. Bucket 1 is
      * 0-7 days, 2 is 8-30, 3 is 31-90 and 4 anything older.
       01  WS-BUCKET-COUNTS.
           05  WS-BUCKET-COUNT        PIC 9(7) OCCURS 4 TIMES.
       01  WS-BUCKET-TOTALS.
           05  WS-BUCKET-TOTAL        PIC S9(11)V99 OCCURS 4 TIMES.

       01  WS-DISPLAY-AMOUNT          PIC -9(11).99.

       01  WS-HEADER-LINE.
           05  FILLER                 PIC X(30)
                   VALUE "OPEN MONITORING ALERTS AS AT ".
           05  WS-HDR-DATE            PIC X(8).

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(36) VALUE
               "RAISED   RULE   SUBJECT    SEQ ACCOU".
           05  FILLER                 PIC X(36) VALUE
               "NT    CUSTOMER   ST  DAYS      AMOUN".
           05  FILLER                 PIC X(1) VALUE "T".

       01  WS-DETAIL-LINE.
           05  WS-DTL-DATE            PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-RULE            PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-SUBJECT         PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-SEQUENCE        PIC 9(3).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-ACCT            PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-CUSTOMER        PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-STATUS          PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-DAYS            PIC ZZZZ9.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-AMOUNT          PIC -9(11).99.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-TOT-CAPTION         PIC X(17).
           05  FILLER                 PIC X(8)  VALUE " alerts ".
           05  WS-TOT-COUNT           PIC 9(7).
           05  FILLER                 PIC X(9)  VALUE "  amount ".
           05  WS-TOT-AMOUNT          PIC -9(11).99.

       PROCEDURE DIVISION.
       REVIEW-MAIN.
           DISPLAY "ComplianceReviewProgram: monitoring alert "
                   "review"
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           MOVE WS-TODAY TO WS-DATE-NUMERIC
           COMPUTE WS-TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           PERFORM OPERATOR-SIGN-ON
           PERFORM OPEN-ALERT-FILE

           PERFORM UNTIL WS-CONTINUE-FLAG = 'NO'
               DISPLAY "--------------------------------"
               DISPLAY "W. Work an alert"
               DISPLAY "V. View an alert"
               DISPLAY "A. Aged list of open alerts"
               DISPLAY "Q. Quit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'W'
                   WHEN 'w'
                       PERFORM WORK-ALERT
                   WHEN 'V'
                   WHEN 'v'
                       PERFORM VIEW-ALERT
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM PRINT-AGED-LIST
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 'NO' TO WS-CONTINUE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice, use W, V, A or Q."
               END-EVALUATE
           END-PERFORM

           CLOSE ALERT-FILE
           STOP RUN.

      * The reviewer's operator ID goes on every alert worked, so
      * the reviewer signs on exactly as at the teller menu.
       OPERATOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "ComplianceReviewProgram: cannot open "
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

       OPEN-ALERT-FILE.
           OPEN I-O ALERT-FILE
           IF WS-ALERT-FILE-MISSING
               OPEN OUTPUT ALERT-FILE
               CLOSE ALERT-FILE
               OPEN I-O ALERT-FILE
           END-IF
           IF NOT WS-ALERT-FILE-OK
               DISPLAY "ComplianceReviewProgram: cannot open "
                       "ALERT-FILE, status " WS-ALERT-FILE-STATUS
               STOP RUN
           END-IF.

       GET-ALERT-KEY.
           DISPLAY "Date raised (YYYYMMDD): "
           ACCEPT WS-WANTED-DATE
           DISPLAY "Rule code: "
           ACCEPT WS-WANTED-RULE
           DISPLAY "Account or customer number: "
           ACCEPT WS-WANTED-SUBJECT
           DISPLAY "Sequence (0 unless a large-item alert): "
           ACCEPT WS-WANTED-SEQUENCE
           MOVE WS-WANTED-KEY TO ALRT-KEY
           READ ALERT-FILE
               INVALID KEY
                   MOVE '23' TO WS-ALERT-FILE-STATUS
                   DISPLAY "No alert " WS-WANTED-DATE " "
                           WS-WANTED-RULE " " WS-WANTED-SUBJECT " "
                           WS-WANTED-SEQUENCE
               NOT INVALID KEY
                   MOVE '00' TO WS-ALERT-FILE-STATUS
           END-READ.

       VIEW-ALERT.
           PERFORM GET-ALERT-KEY
           IF WS-ALERT-FILE-OK
               PERFORM SHOW-ALERT
           END-IF.

       SHOW-ALERT.
           MOVE ALRT-TOTAL-AMOUNT TO WS-DISPLAY-AMOUNT
           DISPLAY "Alert " ALRT-RAISED-DATE " " ALRT-RULE-CODE
                   " " ALRT-SUBJECT " " ALRT-SEQUENCE
                   " type " ALRT-RULE-TYPE
           DISPLAY "  Account " ALRT-ACCT-NUMBER " customer "
                   ALRT-CUSTOMER-NUMBER " amount " WS-DISPLAY-AMOUNT
           DISPLAY "  " ALRT-ITEM-COUNT " item(s):"
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > 10
                       OR WS-ITEM-SUB > ALRT-ITEM-COUNT
               MOVE ALRT-ITEM-AMOUNT (WS-ITEM-SUB)
                   TO WS-DISPLAY-AMOUNT
               DISPLAY "    " ALRT-ITEM-TIMESTAMP (WS-ITEM-SUB) " "
                       ALRT-ITEM-ACCT (WS-ITEM-SUB) " "
                       ALRT-ITEM-OPCODE (WS-ITEM-SUB) " "
                       WS-DISPLAY-AMOUNT
           END-PERFORM
           IF ALRT-ITEM-COUNT > 10
               DISPLAY "    (first ten items shown)"
           END-IF
           DISPLAY "  Status " ALRT-STATUS
           IF ALRT-REVIEWER-ID NOT = SPACES
               DISPLAY "  Last reviewed by " ALRT-REVIEWER-ID
                       " on " ALRT-REVIEW-DATE
               DISPLAY "  " ALRT-REVIEW-NOTE
           END-IF.

      * An open alert can be dismissed, escalated or reported; an
      * escalated one is worked again once the escalation is
      * answered. Dismissed and reported alerts are closed and
      * stay as the record of the decision.
       WORK-ALERT.
           PERFORM GET-ALERT-KEY
           IF WS-ALERT-FILE-OK
               PERFORM SHOW-ALERT
               IF NOT ALRT-UNRESOLVED
                   DISPLAY "Refused: alert is already closed."
               ELSE
                   DISPLAY "Action (D=dismiss E=escalate "
                           "R=reported): "
                   ACCEPT WS-ACTION
                   DISPLAY "Note: "
                   ACCEPT WS-NOTE
                   PERFORM APPLY-REVIEW-ACTION
               END-IF
           END-IF.

       APPLY-REVIEW-ACTION.
           EVALUATE WS-ACTION
               WHEN 'D'
               WHEN 'd'
                   MOVE 'D' TO ALRT-STATUS
               WHEN 'E'
               WHEN 'e'
                   MOVE 'E' TO ALRT-STATUS
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R' TO ALRT-STATUS
               WHEN OTHER
                   MOVE SPACE TO WS-ACTION
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-ACTION = SPACE
                   DISPLAY "Refused: action must be D, E or R."
               WHEN WS-NOTE = SPACES
                   DISPLAY "Refused: a note is required."
               WHEN OTHER
                   MOVE WS-OPERATOR-ID TO ALRT-REVIEWER-ID
                   MOVE WS-TODAY TO ALRT-REVIEW-DATE
                   MOVE WS-NOTE TO ALRT-REVIEW-NOTE
                   REWRITE MONITORING-ALERT-RECORD
                       INVALID KEY
                           DISPLAY "ComplianceReviewProgram: could "
                                   "not update alert, status "
                                   WS-ALERT-FILE-STATUS
                       NOT INVALID KEY
                           DISPLAY "Alert marked " ALRT-STATUS
                                   " by " WS-OPERATOR-ID
                   END-REWRITE
           END-EVALUATE.

      * Every open or escalated alert, oldest first (the file is
      * keyed on the date raised), with its age in days and bucket
      * totals at the foot.
       PRINT-AGED-LIST.
           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "ALERTAGE-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT AGED-REPORT
           IF NOT WS-REPORT-FILE-OK
               DISPLAY "ComplianceReviewProgram: cannot open report "
                       WS-REPORT-FILE-NAME " status "
                       WS-REPORT-FILE-STATUS
           ELSE
               PERFORM VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > 4
                   MOVE 0 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
                   MOVE 0 TO WS-BUCKET-TOTAL (WS-BUCKET-SUB)
               END-PERFORM
               MOVE 0 TO WS-OPEN-COUNT
               MOVE WS-TODAY TO WS-HDR-DATE
               WRITE AGED-RECORD FROM WS-HEADER-LINE
               WRITE AGED-RECORD FROM WS-COLUMN-LINE

               MOVE 'NO' TO WS-ALERT-EOF-FLAG
               MOVE LOW-VALUES TO ALRT-KEY
               START ALERT-FILE KEY NOT < ALRT-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-ALERT-EOF-FLAG
               END-START
               PERFORM UNTIL WS-ALERT-EOF-FLAG = 'YES'
                   READ ALERT-FILE NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-ALERT-EOF-FLAG
                       NOT AT END
                           IF ALRT-UNRESOLVED
                               PERFORM PRINT-ONE-OPEN-ALERT
                           END-IF
                   END-READ
               END-PERFORM

               PERFORM WRITE-AGED-TOTALS
               CLOSE AGED-REPORT
               DISPLAY WS-OPEN-COUNT " open alert(s) listed on "
                       WS-REPORT-FILE-NAME
           END-IF.

       PRINT-ONE-OPEN-ALERT.
           ADD 1 TO WS-OPEN-COUNT
           MOVE ALRT-RAISED-DATE TO WS-DATE-NUMERIC
           COMPUTE WS-DAYS-OPEN = WS-TODAY-DAY-NUMBER
               - FUNCTION INTEGER-OF-DATE (WS-DATE-NUMERIC)
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 7
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-DAYS-OPEN <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SUB)
           ADD ALRT-TOTAL-AMOUNT TO WS-BUCKET-TOTAL (WS-BUCKET-SUB)
           MOVE ALRT-RAISED-DATE     TO WS-DTL-DATE
           MOVE ALRT-RULE-CODE       TO WS-DTL-RULE
           MOVE ALRT-SUBJECT         TO WS-DTL-SUBJECT
           MOVE ALRT-SEQUENCE        TO WS-DTL-SEQUENCE
           MOVE ALRT-ACCT-NUMBER     TO WS-DTL-ACCT
           MOVE ALRT-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER
           MOVE ALRT-STATUS          TO WS-DTL-STATUS
           MOVE WS-DAYS-OPEN         TO WS-DTL-DAYS
           MOVE ALRT-TOTAL-AMOUNT    TO WS-DTL-AMOUNT
           WRITE AGED-RECORD FROM WS-DETAIL-LINE.

       WRITE-AGED-TOTALS.
           IF WS-OPEN-COUNT = 0
               MOVE "NO OPEN ALERTS" TO AGED-RECORD
               WRITE AGED-RECORD
           END-IF
           MOVE SPACES TO AGED-RECORD
           WRITE AGED-RECORD
           MOVE "0-7 DAYS" TO WS-TOT-CAPTION
           MOVE WS-BUCKET-COUNT (1) TO WS-TOT-COUNT
           MOVE WS-BUCKET-TOTAL (1) TO WS-TOT-AMOUNT
           WRITE AGED-RECORD FROM WS-TOTAL-LINE
           MOVE "8-30 DAYS" TO WS-TOT-CAPTION
           MOVE WS-BUCKET-COUNT (2) TO WS-TOT-COUNT
           MOVE WS-BUCKET-TOTAL (2) TO WS-TOT-AMOUNT
           WRITE AGED-RECORD FROM WS-TOTAL-LINE
           MOVE "31-90 DAYS" TO WS-TOT-CAPTION
           MOVE WS-BUCKET-COUNT (3) TO WS-TOT-COUNT
           MOVE WS-BUCKET-TOTAL (3) TO WS-TOT-AMOUNT
           WRITE AGED-RECORD FROM WS-TOTAL-LINE
           MOVE "OVER 90 DAYS" TO WS-TOT-CAPTION
           MOVE WS-BUCKET-COUNT (4) TO WS-TOT-COUNT
           MOVE WS-BUCKET-TOTAL (4) TO WS-TOT-AMOUNT
           WRITE AGED-RECORD FROM WS-TOTAL-LINE.
