       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransactionMonitorProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "MONRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT OPTIONAL ACCOUNT-HISTORY ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPTIONAL ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRT-KEY
               FILE STATUS IS WS-ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
           COPY MONRREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  ACCOUNT-HISTORY.
           COPY HISTREC.

       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  WS-RULE-FILE-STATUS        PIC XX.
           88  WS-RULE-FILE-OK            VALUE '00'.
           88  WS-RULE-FILE-EOF           VALUE '10'.

       01  WS-AUDIT-FILE-STATUS       PIC XX.
           88  WS-AUDIT-FILE-OK           VALUES '00' '05'.
           88  WS-AUDIT-FILE-EOF          VALUE '10'.

       01  WS-ACCOUNT-FILE-STATUS     PIC XX.
           88  WS-ACCOUNT-FILE-OK         VALUE '00'.

       01  WS-HISTORY-FILE-STATUS     PIC XX.
           88  WS-HISTORY-FILE-OK         VALUES '00' '05'.

       01  WS-ALERT-FILE-STATUS       PIC XX.
           88  WS-ALERT-FILE-OK           VALUES '00' '05'.

       01  WS-BUSINESS-DATE           PIC X(8).
       01  WS-BUSINESS-DAY-NUMBER     PIC 9(7).
       01  WS-WINDOW-DAY-NUMBER       PIC 9(7).
       01  WS-DATE-NUMERIC            PIC 9(8).

      * Timestamp of the first record on the live audit log. The
      * log is cut over at the end of every night run, so items
      * stamped at or after it are the business day's own; older
      * history only widens a rule's look-back window.
       01  WS-DAY-START-TS            PIC X(26).
      * Earliest date any rule's window reaches back to; each
      * account's history is read from here.
       01  WS-LOAD-START-DATE         PIC X(8).
       01  WS-CUSTOMER-RULES-FLAG     PIC X(3) VALUE 'NO'.
       01  WS-ACCOUNT-EOF-FLAG        PIC X(3).
       01  WS-HISTORY-DONE-FLAG       PIC X(3).
       01  WS-FOUND-FLAG              PIC X(3).
       01  WS-SEARCH-IDX              PIC 9(7).

       01  WS-AUDIT-COUNT             PIC 9(9) VALUE 0.
       01  WS-RAISED-COUNT            PIC 9(9) VALUE 0.
       01  WS-EXISTING-COUNT          PIC 9(9) VALUE 0.

      * Rules loaded from MONRULES.DAT, each with the first date of
      * its look-back window worked out once for the run. Hitting
      * the table limit is a hard failure, never a silently
      * dropped rule.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RULE-CODE           PIC X(6).
               10  WS-RULE-TYPE           PIC X(1).
               10  WS-RULE-DIRECTION      PIC X(1).
               10  WS-RULE-THRESHOLD      PIC S9(9)V99.
               10  WS-RULE-MIN-ITEMS      PIC 9(3).
               10  WS-RULE-OUT-PERCENT    PIC 9(3).
               10  WS-RULE-WINDOW-START   PIC X(8).
       01  WS-RULE-COUNT              PIC 9(3) VALUE 0.
       01  WS-RULE-SUB                PIC 9(3).

      * Accounts with a movement on the day's audit log, plus -
      * when any customer rule is loaded - the other accounts of
      * the same customers, whose recent items count towards the
      * customer's total. WS-ACC-LARGE-HITS numbers the day's
      * large-item alerts on the account.
       01  WS-ACCOUNT-TABLE.
           05  WS-ACCOUNT-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-ACC-IDX.
               10  WS-ACC-NUMBER          PIC X(10).
               10  WS-ACC-CUSTOMER        PIC X(10).
               10  WS-ACC-LARGE-HITS      PIC 9(3).
               10  WS-ACC-GROUPED         PIC X(1).
       01  WS-ACCOUNT-COUNT           PIC 9(7) VALUE 0.

       01  WS-CUSTOMER-TABLE.
           05  WS-CUSTOMER-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-CUS-IDX.
               10  WS-CUS-NUMBER          PIC X(10).
       01  WS-CUSTOMER-COUNT          PIC 9(7) VALUE 0.

      * Movement items of one customer's accounts (or one
      * unlinked account) within the widest look-back window,
      * in account then timestamp order. WS-ITEM-SIDE is C or D;
      * WS-ITEM-FLOW is I for money in and O for money sent back
      * out by transfer or clearing.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITEM-TIMESTAMP      PIC X(26).
               10  WS-ITEM-ACCT           PIC X(10).
               10  WS-ITEM-OPCODE         PIC X(6).
               10  WS-ITEM-AMOUNT         PIC S9(9)V99.
               10  WS-ITEM-SIDE           PIC X(1).
               10  WS-ITEM-FLOW           PIC X(1).
               10  WS-ITEM-TODAY          PIC X(1).
       01  WS-ITEM-COUNT              PIC 9(5).
       01  WS-ITEM-SUB                PIC 9(5).

      * Items a rule picked out for the group under test; the
      * first ten go on the alert.
       01  WS-PICK-TABLE.
           05  WS-PICK-ITEM           PIC 9(5) OCCURS 2000 TIMES.
       01  WS-PICK-COUNT              PIC 9(5).
       01  WS-PICK-SUB                PIC 9(5).
       01  WS-PICK-TOTAL              PIC S9(11)V99.
       01  WS-OUT-TOTAL               PIC S9(11)V99.
       01  WS-PICK-TODAY-FLAG         PIC X(3).
       01  WS-OUT-TODAY-FLAG          PIC X(3).
       01  WS-IN-SEEN-FLAG            PIC X(3).
       01  WS-SPAN-FLAG               PIC X(3).
       01  WS-FIRST-ACCT              PIC X(10).
       01  WS-TODAY-ACCT              PIC X(10).

       01  WS-GROUP-SUB               PIC 9(7).
       01  WS-MEMBER-SUB              PIC 9(7).
       01  WS-GROUP-CUSTOMER          PIC X(10).
       01  WS-SUBJECT-ACCT            PIC X(10).
       01  WS-LOOKUP-ACCT             PIC X(10).
       01  WS-LOOKUP-CUSTOMER         PIC X(10).

       01  WS-CLASS-OPCODE            PIC X(6).
       01  WS-CLASS-EXTERNAL-REF      PIC X(16).
       01  WS-CLASS-SIDE              PIC X(1).
       01  WS-CLASS-FLOW              PIC X(1).

       01  WS-ALERT-SUBJECT           PIC X(10).
       01  WS-ALERT-ACCT              PIC X(10).
       01  WS-ALERT-SUB               PIC 9(2).

       COPY STEPRES.

       COPY BUSDATE.

       PROCEDURE DIVISION.
       MONITOR-MAIN.
           DISPLAY "TransactionMonitorProgram: large-item and "
                   "suspicious-activity monitoring"
           MOVE 0 TO STEP-RETURN-CODE
           MOVE 0 TO STEP-RECORD-COUNT
      *    Alerts are raised under, and windows reach back from,
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
           MOVE WS-BUSINESS-DATE TO WS-LOAD-START-DATE

           PERFORM LOAD-MONITORING-RULES
           IF STEP-RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM OPEN-MONITOR-FILES
           IF STEP-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           PERFORM SCAN-DAY-AUDIT-LOG
           IF STEP-RETURN-CODE = 0
                   AND WS-CUSTOMER-RULES-FLAG = 'YES'
                   AND WS-CUSTOMER-COUNT > 0
               PERFORM ADD-CUSTOMER-ACCOUNTS
           END-IF
           IF STEP-RETURN-CODE = 0
               PERFORM CHECK-ALL-GROUPS
           END-IF

           CLOSE ALERT-FILE
           CLOSE ACCOUNT-HISTORY
           CLOSE ACCOUNT-MASTER
           IF STEP-RETURN-CODE NOT = 0
               DISPLAY "TransactionMonitorProgram: run ABANDONED "
                       "after " WS-RAISED-COUNT " alert(s) raised"
               GOBACK
           END-IF

           DISPLAY "TransactionMonitorProgram: " WS-AUDIT-COUNT
                   " audit record(s) scanned, " WS-ACCOUNT-COUNT
                   " account(s) examined"
           DISPLAY "TransactionMonitorProgram: " WS-RAISED-COUNT
                   " alert(s) raised, " WS-EXISTING-COUNT
                   " already on file"
           MOVE WS-RAISED-COUNT TO STEP-RECORD-COUNT
           GOBACK.

       LOAD-MONITORING-RULES.
           OPEN INPUT RULE-FILE
           IF NOT WS-RULE-FILE-OK
               DISPLAY "TransactionMonitorProgram: cannot open "
                       "RULE-FILE, status " WS-RULE-FILE-STATUS
                       "; no monitoring done"
               MOVE 8 TO STEP-RETURN-CODE
           ELSE
               PERFORM UNTIL WS-RULE-FILE-EOF
                   READ RULE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LOAD-ONE-RULE
                   END-READ
               END-PERFORM
               CLOSE RULE-FILE
               DISPLAY "TransactionMonitorProgram: " WS-RULE-COUNT
                       " rule(s) loaded"
           END-IF.

      * A rule of a type the step does not know would silently
      * monitor nothing, so it stops the run the same way a full
      * table does.
       LOAD-ONE-RULE.
           IF WS-RULE-COUNT >= 50
               DISPLAY "TransactionMonitorProgram: rule table full "
                       "(50), run REFUSED rather than dropping rule "
                       MONR-RULE-CODE
               MOVE 8 TO STEP-RETURN-CODE
               MOVE '10' TO WS-RULE-FILE-STATUS
           ELSE
               IF NOT MONR-LARGE-ITEM
                       AND NOT MONR-STRUCTURING-ACCT
                       AND NOT MONR-STRUCTURING-CUST
                       AND NOT MONR-PASS-THROUGH
                   DISPLAY "TransactionMonitorProgram: rule "
                           MONR-RULE-CODE " has unknown type "
                           MONR-RULE-TYPE ", run REFUSED"
                   MOVE 8 TO STEP-RETURN-CODE
                   MOVE '10' TO WS-RULE-FILE-STATUS
               ELSE
                   ADD 1 TO WS-RULE-COUNT
                   MOVE MONR-RULE-CODE
                       TO WS-RULE-CODE (WS-RULE-COUNT)
                   MOVE MONR-RULE-TYPE
                       TO WS-RULE-TYPE (WS-RULE-COUNT)
                   MOVE MONR-DIRECTION
                       TO WS-RULE-DIRECTION (WS-RULE-COUNT)
                   MOVE MONR-THRESHOLD
                       TO WS-RULE-THRESHOLD (WS-RULE-COUNT)
                   MOVE MONR-MIN-ITEMS
                       TO WS-RULE-MIN-ITEMS (WS-RULE-COUNT)
                   MOVE MONR-OUT-PERCENT
                       TO WS-RULE-OUT-PERCENT (WS-RULE-COUNT)
                   COMPUTE WS-WINDOW-DAY-NUMBER =
                       WS-BUSINESS-DAY-NUMBER - MONR-LOOKBACK-DAYS
                   COMPUTE WS-DATE-NUMERIC =
                       FUNCTION DATE-OF-INTEGER
                           (WS-WINDOW-DAY-NUMBER)
                   MOVE WS-DATE-NUMERIC
                       TO WS-RULE-WINDOW-START (WS-RULE-COUNT)
                   IF NOT MONR-LARGE-ITEM
                           AND WS-RULE-WINDOW-START (WS-RULE-COUNT)
                               < WS-LOAD-START-DATE
                       MOVE WS-RULE-WINDOW-START (WS-RULE-COUNT)
                           TO WS-LOAD-START-DATE
                   END-IF
                   IF MONR-STRUCTURING-CUST
                       MOVE 'YES' TO WS-CUSTOMER-RULES-FLAG
                   END-IF
               END-IF
           END-IF.

       OPEN-MONITOR-FILES.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-FILE-OK
               DISPLAY "TransactionMonitorProgram: cannot open "
                       "ACCOUNT-MASTER, status "
                       WS-ACCOUNT-FILE-STATUS
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACCOUNT-HISTORY
           IF NOT WS-HISTORY-FILE-OK
               DISPLAY "TransactionMonitorProgram: cannot open "
                       "ACCOUNT-HISTORY, status "
                       WS-HISTORY-FILE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O ALERT-FILE
           IF NOT WS-ALERT-FILE-OK
               DISPLAY "TransactionMonitorProgram: cannot open "
                       "ALERT-FILE, status " WS-ALERT-FILE-STATUS
               CLOSE ACCOUNT-HISTORY
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF.

      * Large items are tested record by record as the day's log
      * is read; every account that moved is noted for the
      * window-based rules that follow.
       SCAN-DAY-AUDIT-LOG.
           MOVE SPACES TO WS-DAY-START-TS
           OPEN INPUT AUDIT-LOG
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "TransactionMonitorProgram: no audit log "
                       "found, nothing to monitor"
           ELSE
               PERFORM UNTIL WS-AUDIT-FILE-EOF
                   READ AUDIT-LOG
                       AT END
                           SET WS-AUDIT-FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-AUDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       CHECK-ONE-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT
           IF WS-DAY-START-TS = SPACES
               MOVE AUDIT-TIMESTAMP TO WS-DAY-START-TS
           END-IF
           MOVE AUDIT-OPCODE       TO WS-CLASS-OPCODE
           MOVE AUDIT-EXTERNAL-REF TO WS-CLASS-EXTERNAL-REF
           PERFORM CLASSIFY-MOVEMENT
           IF WS-CLASS-SIDE NOT = SPACE
               MOVE AUDIT-ACCT-NUMBER TO WS-LOOKUP-ACCT
               PERFORM FIND-ACCOUNT-ENTRY
               IF WS-FOUND-FLAG = 'NO'
                   PERFORM LOOK-UP-ACCOUNT-CUSTOMER
                   PERFORM ADD-ACCOUNT-ENTRY
               END-IF
               IF WS-SEARCH-IDX = 0
                   SET WS-AUDIT-FILE-EOF TO TRUE
               ELSE
                   PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                           UNTIL WS-RULE-SUB > WS-RULE-COUNT
                       IF WS-RULE-TYPE (WS-RULE-SUB) = 'L'
                               AND (WS-RULE-DIRECTION (WS-RULE-SUB)
                                       = 'B'
                                   OR WS-RULE-DIRECTION (WS-RULE-SUB)
                                       = WS-CLASS-SIDE)
                               AND AUDIT-AMOUNT >=
                                   WS-RULE-THRESHOLD (WS-RULE-SUB)
                           PERFORM RAISE-LARGE-ITEM-ALERT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * Only customer-driven movements are monitored. Interest,
      * fees, loan interest and reversals are the bank's own
      * entries; a returned outbound payment is our own money
      * coming back. Money out counts as leaving by transfer or
      * clearing when it is a transfer leg, a paid cheque, an
      * outbound payment, or a debit that came in on the clearing
      * file.
       CLASSIFY-MOVEMENT.
           MOVE SPACE TO WS-CLASS-SIDE
           MOVE SPACE TO WS-CLASS-FLOW
           EVALUATE WS-CLASS-OPCODE
               WHEN 'CREDIT'
               WHEN 'XFRCR '
                   MOVE 'C' TO WS-CLASS-SIDE
                   MOVE 'I' TO WS-CLASS-FLOW
               WHEN 'LNREPY'
                   MOVE 'C' TO WS-CLASS-SIDE
               WHEN 'XFRDR '
               WHEN 'CHEQUE'
               WHEN 'PAYOUT'
                   MOVE 'D' TO WS-CLASS-SIDE
                   MOVE 'O' TO WS-CLASS-FLOW
               WHEN 'DEBIT '
                   MOVE 'D' TO WS-CLASS-SIDE
                   IF WS-CLASS-EXTERNAL-REF NOT = SPACES
                       MOVE 'O' TO WS-CLASS-FLOW
                   END-IF
               WHEN 'LNDRAW'
                   MOVE 'D' TO WS-CLASS-SIDE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-ACCOUNT-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           MOVE 0 TO WS-SEARCH-IDX
           SET WS-ACC-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY VARYING WS-ACC-IDX
               AT END
                   CONTINUE
               WHEN WS-ACC-IDX > WS-ACCOUNT-COUNT
                   CONTINUE
               WHEN WS-ACC-NUMBER (WS-ACC-IDX) = WS-LOOKUP-ACCT
                   MOVE 'YES' TO WS-FOUND-FLAG
                   SET WS-SEARCH-IDX TO WS-ACC-IDX
           END-SEARCH.

       LOOK-UP-ACCOUNT-CUSTOMER.
           MOVE WS-LOOKUP-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE SPACES TO WS-LOOKUP-CUSTOMER
               NOT INVALID KEY
                   MOVE ACCT-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
           END-READ.

       ADD-ACCOUNT-ENTRY.
           IF WS-ACCOUNT-COUNT >= 20000
               DISPLAY "TransactionMonitorProgram: account table "
                       "full (20000 entries), run REFUSED rather "
                       "than leaving " WS-LOOKUP-ACCT " unmonitored"
               MOVE 8 TO STEP-RETURN-CODE
               MOVE 0 TO WS-SEARCH-IDX
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-SEARCH-IDX
               MOVE WS-LOOKUP-ACCT TO WS-ACC-NUMBER (WS-SEARCH-IDX)
               MOVE WS-LOOKUP-CUSTOMER
                   TO WS-ACC-CUSTOMER (WS-SEARCH-IDX)
               MOVE 0 TO WS-ACC-LARGE-HITS (WS-SEARCH-IDX)
               MOVE 'N' TO WS-ACC-GROUPED (WS-SEARCH-IDX)
               IF WS-LOOKUP-CUSTOMER NOT = SPACES
                   PERFORM ADD-CUSTOMER-ENTRY
               END-IF
           END-IF.

       ADD-CUSTOMER-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           SET WS-CUS-IDX TO 1
           SEARCH WS-CUSTOMER-ENTRY VARYING WS-CUS-IDX
               AT END
                   CONTINUE
               WHEN WS-CUS-IDX > WS-CUSTOMER-COUNT
                   CONTINUE
               WHEN WS-CUS-NUMBER (WS-CUS-IDX) = WS-LOOKUP-CUSTOMER
                   MOVE 'YES' TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = 'NO'
               IF WS-CUSTOMER-COUNT >= 20000
                   DISPLAY "TransactionMonitorProgram: customer "
                           "table full (20000 entries), run REFUSED"
                   MOVE 8 TO STEP-RETURN-CODE
                   MOVE 0 TO WS-SEARCH-IDX
               ELSE
                   ADD 1 TO WS-CUSTOMER-COUNT
                   MOVE WS-LOOKUP-CUSTOMER
                       TO WS-CUS-NUMBER (WS-CUSTOMER-COUNT)
               END-IF
           END-IF.

      * A customer structuring across accounts may have used an
      * account that did not move today; the master is swept
      * once to bring in every account of the day's customers.
       ADD-CUSTOMER-ACCOUNTS.
           MOVE 'NO' TO WS-ACCOUNT-EOF-FLAG
           MOVE LOW-VALUES TO ACCT-NUMBER
           START ACCOUNT-MASTER KEY NOT < ACCT-NUMBER
               INVALID KEY
                   MOVE 'YES' TO WS-ACCOUNT-EOF-FLAG
           END-START
           PERFORM UNTIL WS-ACCOUNT-EOF-FLAG = 'YES'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-ACCOUNT-EOF-FLAG
                   NOT AT END
                       IF ACCT-CUSTOMER-NUMBER NOT = SPACES
                           PERFORM ADD-IF-DAY-CUSTOMER
                       END-IF
               END-READ
               IF STEP-RETURN-CODE NOT = 0
                   MOVE 'YES' TO WS-ACCOUNT-EOF-FLAG
               END-IF
           END-PERFORM.

       ADD-IF-DAY-CUSTOMER.
           MOVE 'NO' TO WS-FOUND-FLAG
           SET WS-CUS-IDX TO 1
           SEARCH WS-CUSTOMER-ENTRY VARYING WS-CUS-IDX
               AT END
                   CONTINUE
               WHEN WS-CUS-IDX > WS-CUSTOMER-COUNT
                   CONTINUE
               WHEN WS-CUS-NUMBER (WS-CUS-IDX) = ACCT-CUSTOMER-NUMBER
                   MOVE 'YES' TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = 'YES'
               MOVE ACCT-NUMBER TO WS-LOOKUP-ACCT
               PERFORM FIND-ACCOUNT-ENTRY
               IF WS-FOUND-FLAG = 'NO'
                   MOVE ACCT-CUSTOMER-NUMBER TO WS-LOOKUP-CUSTOMER
                   PERFORM ADD-ACCOUNT-ENTRY
               END-IF
           END-IF.

      * Accounts are tested a customer at a time (an account with
      * no customer stands alone), so a customer rule sees all the
      * customer's items together and an account rule sees one
      * account's.
       CHECK-ALL-GROUPS.
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB > WS-ACCOUNT-COUNT
                       OR STEP-RETURN-CODE NOT = 0
               IF WS-ACC-GROUPED (WS-GROUP-SUB) = 'N'
                   PERFORM CHECK-ONE-GROUP
               END-IF
           END-PERFORM.

       CHECK-ONE-GROUP.
           MOVE WS-ACC-CUSTOMER (WS-GROUP-SUB) TO WS-GROUP-CUSTOMER
           MOVE 0 TO WS-ITEM-COUNT
           PERFORM VARYING WS-MEMBER-SUB FROM WS-GROUP-SUB BY 1
                   UNTIL WS-MEMBER-SUB > WS-ACCOUNT-COUNT
                       OR STEP-RETURN-CODE NOT = 0
               IF WS-MEMBER-SUB = WS-GROUP-SUB
                       OR (WS-GROUP-CUSTOMER NOT = SPACES
                           AND WS-ACC-CUSTOMER (WS-MEMBER-SUB)
                               = WS-GROUP-CUSTOMER)
                   MOVE 'Y' TO WS-ACC-GROUPED (WS-MEMBER-SUB)
                   PERFORM LOAD-ACCOUNT-ITEMS
               END-IF
           END-PERFORM
           IF STEP-RETURN-CODE = 0
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB > WS-RULE-COUNT
                   EVALUATE WS-RULE-TYPE (WS-RULE-SUB)
                       WHEN 'S'
                       WHEN 'P'
                           PERFORM CHECK-ACCOUNT-RULE
                       WHEN 'C'
                           IF WS-GROUP-CUSTOMER NOT = SPACES
                               PERFORM CHECK-CUSTOMER-STRUCTURING
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
           END-IF.

       LOAD-ACCOUNT-ITEMS.
           MOVE WS-ACC-NUMBER (WS-MEMBER-SUB) TO HIST-ACCT-NUMBER
           MOVE WS-LOAD-START-DATE TO HIST-TIMESTAMP
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
                       IF HIST-ACCT-NUMBER
                               NOT = WS-ACC-NUMBER (WS-MEMBER-SUB)
                           MOVE 'YES' TO WS-HISTORY-DONE-FLAG
                       ELSE
                           PERFORM ADD-HISTORY-ITEM
                       END-IF
               END-READ
           END-PERFORM.

       ADD-HISTORY-ITEM.
           MOVE HIST-OPCODE       TO WS-CLASS-OPCODE
           MOVE HIST-EXTERNAL-REF TO WS-CLASS-EXTERNAL-REF
           PERFORM CLASSIFY-MOVEMENT
           IF WS-CLASS-SIDE NOT = SPACE
               IF WS-ITEM-COUNT >= 2000
                   DISPLAY "TransactionMonitorProgram: item table "
                           "full (2000) for account "
                           HIST-ACCT-NUMBER ", run REFUSED rather "
                           "than testing part of its activity"
                   MOVE 8 TO STEP-RETURN-CODE
                   MOVE 'YES' TO WS-HISTORY-DONE-FLAG
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE HIST-TIMESTAMP
                       TO WS-ITEM-TIMESTAMP (WS-ITEM-COUNT)
                   MOVE HIST-ACCT-NUMBER
                       TO WS-ITEM-ACCT (WS-ITEM-COUNT)
                   MOVE HIST-OPCODE TO WS-ITEM-OPCODE (WS-ITEM-COUNT)
                   MOVE HIST-AMOUNT TO WS-ITEM-AMOUNT (WS-ITEM-COUNT)
                   MOVE WS-CLASS-SIDE TO WS-ITEM-SIDE (WS-ITEM-COUNT)
                   MOVE WS-CLASS-FLOW TO WS-ITEM-FLOW (WS-ITEM-COUNT)
                   IF HIST-TIMESTAMP >= WS-DAY-START-TS
                       MOVE 'Y' TO WS-ITEM-TODAY (WS-ITEM-COUNT)
                   ELSE
                       MOVE 'N' TO WS-ITEM-TODAY (WS-ITEM-COUNT)
                   END-IF
               END-IF
           END-IF.

      * Account structuring and pass-through rules are applied to
      * each account of the group in turn.
       CHECK-ACCOUNT-RULE.
           PERFORM VARYING WS-MEMBER-SUB FROM WS-GROUP-SUB BY 1
                   UNTIL WS-MEMBER-SUB > WS-ACCOUNT-COUNT
                       OR STEP-RETURN-CODE NOT = 0
               IF WS-MEMBER-SUB = WS-GROUP-SUB
                       OR (WS-GROUP-CUSTOMER NOT = SPACES
                           AND WS-ACC-CUSTOMER (WS-MEMBER-SUB)
                               = WS-GROUP-CUSTOMER)
                   MOVE WS-ACC-NUMBER (WS-MEMBER-SUB)
                       TO WS-SUBJECT-ACCT
                   IF WS-RULE-TYPE (WS-RULE-SUB) = 'S'
                       PERFORM CHECK-ACCOUNT-STRUCTURING
                   ELSE
                       PERFORM CHECK-PASS-THROUGH
                   END-IF
               END-IF
           END-PERFORM.

      * Structuring: several items, each kept under the reporting
      * threshold, that between them reach it inside the window.
      * At least one must be the business day's, or yesterday's
      * alert would simply be raised again.
       CHECK-ACCOUNT-STRUCTURING.
           PERFORM RESET-PICKS
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-ITEM-ACCT (WS-ITEM-SUB) = WS-SUBJECT-ACCT
                   PERFORM PICK-IF-STRUCTURING-ITEM
               END-IF
           END-PERFORM
           IF WS-PICK-COUNT >= WS-RULE-MIN-ITEMS (WS-RULE-SUB)
                   AND WS-PICK-TOTAL >=
                       WS-RULE-THRESHOLD (WS-RULE-SUB)
                   AND WS-PICK-TODAY-FLAG = 'YES'
               MOVE WS-SUBJECT-ACCT TO WS-ALERT-SUBJECT
               MOVE WS-SUBJECT-ACCT TO WS-ALERT-ACCT
               PERFORM RAISE-GROUP-ALERT
           END-IF.

       CHECK-CUSTOMER-STRUCTURING.
           PERFORM RESET-PICKS
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               PERFORM PICK-IF-STRUCTURING-ITEM
           END-PERFORM
           IF WS-PICK-COUNT >= WS-RULE-MIN-ITEMS (WS-RULE-SUB)
                   AND WS-PICK-TOTAL >=
                       WS-RULE-THRESHOLD (WS-RULE-SUB)
                   AND WS-PICK-TODAY-FLAG = 'YES'
                   AND WS-SPAN-FLAG = 'YES'
               MOVE WS-GROUP-CUSTOMER TO WS-ALERT-SUBJECT
               MOVE WS-TODAY-ACCT TO WS-ALERT-ACCT
               PERFORM RAISE-GROUP-ALERT
           END-IF.

       PICK-IF-STRUCTURING-ITEM.
           IF WS-ITEM-TIMESTAMP (WS-ITEM-SUB) (1:8) >=
                   WS-RULE-WINDOW-START (WS-RULE-SUB)
                   AND WS-ITEM-AMOUNT (WS-ITEM-SUB) <
                       WS-RULE-THRESHOLD (WS-RULE-SUB)
                   AND (WS-RULE-DIRECTION (WS-RULE-SUB) = 'B'
                       OR WS-RULE-DIRECTION (WS-RULE-SUB)
                           = WS-ITEM-SIDE (WS-ITEM-SUB))
               PERFORM ADD-PICK
               ADD WS-ITEM-AMOUNT (WS-ITEM-SUB) TO WS-PICK-TOTAL
           END-IF.

      * Pass-through: money in reaching the threshold, and money
      * sent back out after it - by transfer or through clearing -
      * of at least the rule's share of what came in, with the
      * outbound leg on the business day.
       CHECK-PASS-THROUGH.
           PERFORM RESET-PICKS
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-ITEM-ACCT (WS-ITEM-SUB) = WS-SUBJECT-ACCT
                       AND WS-ITEM-TIMESTAMP (WS-ITEM-SUB) (1:8) >=
                           WS-RULE-WINDOW-START (WS-RULE-SUB)
                   EVALUATE TRUE
                       WHEN WS-ITEM-FLOW (WS-ITEM-SUB) = 'I'
                           PERFORM ADD-PICK
                           ADD WS-ITEM-AMOUNT (WS-ITEM-SUB)
                               TO WS-PICK-TOTAL
                           MOVE 'YES' TO WS-IN-SEEN-FLAG
                       WHEN WS-ITEM-FLOW (WS-ITEM-SUB) = 'O'
                               AND WS-IN-SEEN-FLAG = 'YES'
                           PERFORM ADD-PICK
                           ADD WS-ITEM-AMOUNT (WS-ITEM-SUB)
                               TO WS-OUT-TOTAL
                           IF WS-ITEM-TODAY (WS-ITEM-SUB) = 'Y'
                               MOVE 'YES' TO WS-OUT-TODAY-FLAG
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-PICK-TOTAL >= WS-RULE-THRESHOLD (WS-RULE-SUB)
                   AND WS-OUT-TODAY-FLAG = 'YES'
                   AND WS-OUT-TOTAL * 100 >= WS-PICK-TOTAL
                       * WS-RULE-OUT-PERCENT (WS-RULE-SUB)
               MOVE WS-SUBJECT-ACCT TO WS-ALERT-SUBJECT
               MOVE WS-SUBJECT-ACCT TO WS-ALERT-ACCT
               PERFORM RAISE-GROUP-ALERT
           END-IF.

       RESET-PICKS.
           MOVE 0 TO WS-PICK-COUNT
           MOVE 0 TO WS-PICK-TOTAL
           MOVE 0 TO WS-OUT-TOTAL
           MOVE 'NO' TO WS-PICK-TODAY-FLAG
           MOVE 'NO' TO WS-OUT-TODAY-FLAG
           MOVE 'NO' TO WS-IN-SEEN-FLAG
           MOVE 'NO' TO WS-SPAN-FLAG
           MOVE SPACES TO WS-FIRST-ACCT
           MOVE SPACES TO WS-TODAY-ACCT.

       ADD-PICK.
           ADD 1 TO WS-PICK-COUNT
           MOVE WS-ITEM-SUB TO WS-PICK-ITEM (WS-PICK-COUNT)
           IF WS-ITEM-TODAY (WS-ITEM-SUB) = 'Y'
               MOVE 'YES' TO WS-PICK-TODAY-FLAG
               IF WS-TODAY-ACCT = SPACES
                   MOVE WS-ITEM-ACCT (WS-ITEM-SUB) TO WS-TODAY-ACCT
               END-IF
           END-IF
           IF WS-FIRST-ACCT = SPACES
               MOVE WS-ITEM-ACCT (WS-ITEM-SUB) TO WS-FIRST-ACCT
           ELSE
               IF WS-ITEM-ACCT (WS-ITEM-SUB) NOT = WS-FIRST-ACCT
                   MOVE 'YES' TO WS-SPAN-FLAG
               END-IF
           END-IF.

      * Several large items on one account in a day each get an
      * alert of their own, numbered in audit-log order so a rerun
      * arrives at the same keys.
       RAISE-LARGE-ITEM-ALERT.
           ADD 1 TO WS-ACC-LARGE-HITS (WS-SEARCH-IDX)
           PERFORM CLEAR-ALERT-RECORD
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO ALRT-RULE-CODE
           MOVE AUDIT-ACCT-NUMBER TO ALRT-SUBJECT
           MOVE WS-ACC-LARGE-HITS (WS-SEARCH-IDX) TO ALRT-SEQUENCE
           MOVE 'L' TO ALRT-RULE-TYPE
           MOVE AUDIT-ACCT-NUMBER TO ALRT-ACCT-NUMBER
           MOVE WS-ACC-CUSTOMER (WS-SEARCH-IDX)
               TO ALRT-CUSTOMER-NUMBER
           MOVE AUDIT-AMOUNT TO ALRT-TOTAL-AMOUNT
           MOVE 1 TO ALRT-ITEM-COUNT
           MOVE AUDIT-TIMESTAMP   TO ALRT-ITEM-TIMESTAMP (1)
           MOVE AUDIT-ACCT-NUMBER TO ALRT-ITEM-ACCT (1)
           MOVE AUDIT-OPCODE      TO ALRT-ITEM-OPCODE (1)
           MOVE AUDIT-AMOUNT      TO ALRT-ITEM-AMOUNT (1)
           PERFORM WRITE-ALERT.

       RAISE-GROUP-ALERT.
           PERFORM CLEAR-ALERT-RECORD
           MOVE WS-RULE-CODE (WS-RULE-SUB) TO ALRT-RULE-CODE
           MOVE WS-ALERT-SUBJECT TO ALRT-SUBJECT
           MOVE 0 TO ALRT-SEQUENCE
           MOVE WS-RULE-TYPE (WS-RULE-SUB) TO ALRT-RULE-TYPE
           MOVE WS-ALERT-ACCT TO ALRT-ACCT-NUMBER
           MOVE WS-GROUP-CUSTOMER TO ALRT-CUSTOMER-NUMBER
           MOVE WS-PICK-TOTAL TO ALRT-TOTAL-AMOUNT
           MOVE WS-PICK-COUNT TO ALRT-ITEM-COUNT
           PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
                   UNTIL WS-ALERT-SUB > 10
                       OR WS-ALERT-SUB > WS-PICK-COUNT
               MOVE WS-PICK-ITEM (WS-ALERT-SUB) TO WS-PICK-SUB
               MOVE WS-ITEM-TIMESTAMP (WS-PICK-SUB)
                   TO ALRT-ITEM-TIMESTAMP (WS-ALERT-SUB)
               MOVE WS-ITEM-ACCT (WS-PICK-SUB)
                   TO ALRT-ITEM-ACCT (WS-ALERT-SUB)
               MOVE WS-ITEM-OPCODE (WS-PICK-SUB)
                   TO ALRT-ITEM-OPCODE (WS-ALERT-SUB)
               MOVE WS-ITEM-AMOUNT (WS-PICK-SUB)
                   TO ALRT-ITEM-AMOUNT (WS-ALERT-SUB)
           END-PERFORM
           PERFORM WRITE-ALERT.

       CLEAR-ALERT-RECORD.
           MOVE SPACES TO MONITORING-ALERT-RECORD
           MOVE WS-BUSINESS-DATE TO ALRT-RAISED-DATE
           MOVE 0 TO ALRT-TOTAL-AMOUNT
           MOVE 0 TO ALRT-ITEM-COUNT
           PERFORM VARYING WS-ALERT-SUB FROM 1 BY 1
                   UNTIL WS-ALERT-SUB > 10
               MOVE 0 TO ALRT-ITEM-AMOUNT (WS-ALERT-SUB)
           END-PERFORM
           MOVE 'O' TO ALRT-STATUS.

      * An alert already on file from an earlier attempt at this
      * business date keeps whatever review it has had.
       WRITE-ALERT.
           WRITE MONITORING-ALERT-RECORD
               INVALID KEY
                   IF WS-ALERT-FILE-STATUS = '22'
                       ADD 1 TO WS-EXISTING-COUNT
                   ELSE
                       DISPLAY "TransactionMonitorProgram: cannot "
                               "write alert " ALRT-RULE-CODE " "
                               ALRT-SUBJECT ", status "
                               WS-ALERT-FILE-STATUS
                       MOVE 8 TO STEP-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RAISED-COUNT
           END-WRITE.
