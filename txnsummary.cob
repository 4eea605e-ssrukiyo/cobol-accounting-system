       01  WS-FOUND-FLAG              PIC X(3).
       01  WS-SEARCH-IDX              PIC 9(7).

      * One row per date/branch/account combination seen in the
      * audit log. The branch is the one stamped on the posting, so
      * an account that moves branch keeps its earlier activity
      * under the branch it was made at.
      * Sized well past the account book; if it ever fills, the
      * run fails hard (return code 8 stops the night chain)
      * rather than dropping rows from the report.
           05  WS-SUMMARY-ENTRY OCCURS 100000 TIMES
                   INDEXED BY WS-SUM-IDX.
               10  WS-SUM-DATE            PIC X(8).
               10  WS-SUM-BRANCH          PIC X(4).
               10  WS-SUM-ACCT            PIC X(10).
               10  WS-SUM-CREDIT-COUNT    PIC 9(7).
               10  WS-SUM-CREDIT-TOTAL    PIC S9(9)V99.
               10  WS-DATE-VALUE          PIC X(8).
       01  WS-DATE-COUNT              PIC 9(5) VALUE 0.

      * Distinct branches seen, kept in ascending order as they are
      * added so each day prints its branch sections in order.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BRANCH-IDX.
               10  WS-BRANCH-VALUE        PIC X(4).
       01  WS-BRANCH-COUNT            PIC 9(3) VALUE 0.
       01  WS-BRANCH-SUB              PIC 9(3).
       01  WS-BRANCH-SHIFT            PIC 9(3).
       01  WS-BRANCH-LABEL            PIC X(6).
       01  WS-BRANCH-ROWS             PIC 9(7).

       01  WS-BR-CREDIT-COUNT         PIC 9(7).
       01  WS-BR-CREDIT-TOTAL         PIC S9(9)V99.
       01  WS-BR-DEBIT-COUNT          PIC 9(7).
       01  WS-BR-DEBIT-TOTAL          PIC S9(9)V99.
       01  WS-BR-INQUIRY-COUNT        PIC 9(7).

       01  WS-DAY-CREDIT-COUNT        PIC 9(7).
       01  WS-DAY-CREDIT-TOTAL        PIC S9(9)V99.
       01  WS-DAY-DEBIT-COUNT         PIC 9(7).
           ADD 1 TO STEP-RECORD-COUNT
           MOVE AUDIT-TIMESTAMP (1:8) TO WS-ENTRY-DATE
           PERFORM FIND-OR-ADD-DATE-ENTRY
           PERFORM FIND-OR-ADD-BRANCH-ENTRY
           PERFORM FIND-OR-ADD-SUMMARY-ENTRY

           IF WS-SEARCH-IDX NOT = 0
                   WHEN AUDIT-OPCODE = 'CREDIT'
                           OR AUDIT-OPCODE = 'INTRST'
                           OR AUDIT-OPCODE = 'XFRCR '
                           OR AUDIT-OPCODE = 'LNREPY'
                           OR AUDIT-OPCODE = 'PAYRTN'
                       ADD 1 TO WS-SUM-CREDIT-COUNT (WS-SEARCH-IDX)
                       ADD AUDIT-AMOUNT
                           TO WS-SUM-CREDIT-TOTAL (WS-SEARCH-IDX)
                   WHEN AUDIT-OPCODE = 'DEBIT '
                           OR AUDIT-OPCODE = 'CHEQUE'
                           OR AUDIT-OPCODE = 'PAYOUT'
                           OR AUDIT-OPCODE = 'XFRDR '
                           OR AUDIT-OPCODE = 'FEE   '
                           OR AUDIT-OPCODE = 'LNDRAW'
                           OR AUDIT-OPCODE = 'LNINT '
                       ADD 1 TO WS-SUM-DEBIT-COUNT (WS-SEARCH-IDX)
                       ADD AUDIT-AMOUNT
                           TO WS-SUM-DEBIT-TOTAL (WS-SEARCH-IDX)
               END-IF
           END-IF.

       FIND-OR-ADD-BRANCH-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           SET WS-BRANCH-IDX TO 1
           SEARCH WS-BRANCH-ENTRY VARYING WS-BRANCH-IDX
               AT END
                   CONTINUE
               WHEN WS-BRANCH-IDX > WS-BRANCH-COUNT
                   CONTINUE
               WHEN WS-BRANCH-VALUE (WS-BRANCH-IDX)
                       = AUDIT-BRANCH-CODE
                   MOVE 'YES' TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = 'NO'
               IF WS-BRANCH-COUNT >= 500
                   DISPLAY "TransactionSummaryProgram: branch table "
                           "full (500 branches), run REFUSED rather "
                           "than dropping branch " AUDIT-BRANCH-CODE
                   MOVE 8 TO STEP-RETURN-CODE
                   SET WS-AUDIT-FILE-EOF TO TRUE
               ELSE
                   MOVE 1 TO WS-BRANCH-SUB
                   PERFORM UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                           OR WS-BRANCH-VALUE (WS-BRANCH-SUB)
                               > AUDIT-BRANCH-CODE
                       ADD 1 TO WS-BRANCH-SUB
                   END-PERFORM
                   PERFORM VARYING WS-BRANCH-SHIFT
                           FROM WS-BRANCH-COUNT BY -1
                           UNTIL WS-BRANCH-SHIFT < WS-BRANCH-SUB
                       MOVE WS-BRANCH-VALUE (WS-BRANCH-SHIFT)
                           TO WS-BRANCH-VALUE (WS-BRANCH-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE AUDIT-BRANCH-CODE
                       TO WS-BRANCH-VALUE (WS-BRANCH-SUB)
               END-IF
           END-IF.

       FIND-OR-ADD-SUMMARY-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           SET WS-SUM-IDX TO 1
               AT END
                   CONTINUE
               WHEN WS-SUM-DATE (WS-SUM-IDX) = WS-ENTRY-DATE
                       AND WS-SUM-BRANCH (WS-SUM-IDX)
                           = AUDIT-BRANCH-CODE
                       AND WS-SUM-ACCT (WS-SUM-IDX)
                           = AUDIT-ACCT-NUMBER
                   MOVE 'YES' TO WS-FOUND-FLAG
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE WS-SUMMARY-COUNT TO WS-SEARCH-IDX
                   MOVE WS-ENTRY-DATE TO WS-SUM-DATE (WS-SEARCH-IDX)
                   MOVE AUDIT-BRANCH-CODE
                       TO WS-SUM-BRANCH (WS-SEARCH-IDX)
                   MOVE AUDIT-ACCT-NUMBER
                       TO WS-SUM-ACCT (WS-SEARCH-IDX)
                   MOVE 0 TO WS-SUM-CREDIT-COUNT (WS-SEARCH-IDX)
           DISPLAY "------------------------------------"
           DISPLAY "Date: " WS-DATE-VALUE (WS-DATE-IDX)

           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
               PERFORM PRINT-ONE-BRANCH-DAY
           END-PERFORM

           DISPLAY "  Day total: CREDIT " WS-DAY-CREDIT-COUNT
                   "/" WS-DAY-CREDIT-TOTAL
                   " DEBIT " WS-DAY-DEBIT-COUNT
                   "/" WS-DAY-DEBIT-TOTAL
                   " TOTAL-inquiries " WS-DAY-INQUIRY-COUNT

           ADD WS-DAY-CREDIT-COUNT TO WS-GRAND-CREDIT-COUNT
           ADD WS-DAY-CREDIT-TOTAL TO WS-GRAND-CREDIT-TOTAL
           ADD WS-DAY-DEBIT-COUNT TO WS-GRAND-DEBIT-COUNT
           ADD WS-DAY-DEBIT-TOTAL TO WS-GRAND-DEBIT-TOTAL
           ADD WS-DAY-INQUIRY-COUNT TO WS-GRAND-INQUIRY-COUNT.

      * A branch with no activity on the day prints nothing.
       PRINT-ONE-BRANCH-DAY.
           MOVE 0 TO WS-BRANCH-ROWS
           MOVE 0 TO WS-BR-CREDIT-COUNT
           MOVE 0 TO WS-BR-CREDIT-TOTAL
           MOVE 0 TO WS-BR-DEBIT-COUNT
           MOVE 0 TO WS-BR-DEBIT-TOTAL
           MOVE 0 TO WS-BR-INQUIRY-COUNT
           IF WS-BRANCH-VALUE (WS-BRANCH-SUB) = SPACES
               MOVE "(NONE)" TO WS-BRANCH-LABEL
           ELSE
               MOVE WS-BRANCH-VALUE (WS-BRANCH-SUB) TO WS-BRANCH-LABEL
           END-IF

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                   UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT
               IF WS-SUM-DATE (WS-SUM-IDX) = WS-DATE-VALUE (WS-DATE-IDX)
                       AND WS-SUM-BRANCH (WS-SUM-IDX)
                           = WS-BRANCH-VALUE (WS-BRANCH-SUB)
                   IF WS-BRANCH-ROWS = 0
                       DISPLAY " Branch " WS-BRANCH-LABEL
                   END-IF
                   ADD 1 TO WS-BRANCH-ROWS
                   DISPLAY "  Account " WS-SUM-ACCT (WS-SUM-IDX)
                           ": CREDIT " WS-SUM-CREDIT-COUNT (WS-SUM-IDX)
                           "/" WS-SUM-CREDIT-TOTAL (WS-SUM-IDX)
                           " TOTAL-inquiries "
                           WS-SUM-INQUIRY-COUNT (WS-SUM-IDX)
                   ADD WS-SUM-CREDIT-COUNT (WS-SUM-IDX)
                       TO WS-BR-CREDIT-COUNT
                   ADD WS-SUM-CREDIT-TOTAL (WS-SUM-IDX)
                       TO WS-BR-CREDIT-TOTAL
                   ADD WS-SUM-DEBIT-COUNT (WS-SUM-IDX)
                       TO WS-BR-DEBIT-COUNT
                   ADD WS-SUM-DEBIT-TOTAL (WS-SUM-IDX)
                       TO WS-BR-DEBIT-TOTAL
                   ADD WS-SUM-INQUIRY-COUNT (WS-SUM-IDX)
                       TO WS-BR-INQUIRY-COUNT
               END-IF
           END-PERFORM

           IF WS-BRANCH-ROWS NOT = 0
               DISPLAY "  Branch " WS-BRANCH-LABEL
                       " total: CREDIT " WS-BR-CREDIT-COUNT
                       "/" WS-BR-CREDIT-TOTAL
                       " DEBIT " WS-BR-DEBIT-COUNT
                       "/" WS-BR-DEBIT-TOTAL
                       " TOTAL-inquiries " WS-BR-INQUIRY-COUNT
               ADD WS-BR-CREDIT-COUNT TO WS-DAY-CREDIT-COUNT
               ADD WS-BR-CREDIT-TOTAL TO WS-DAY-CREDIT-TOTAL
               ADD WS-BR-DEBIT-COUNT TO WS-DAY-DEBIT-COUNT
               ADD WS-BR-DEBIT-TOTAL TO WS-DAY-DEBIT-TOTAL
               ADD WS-BR-INQUIRY-COUNT TO WS-DAY-INQUIRY-COUNT
           END-IF.
