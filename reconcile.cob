       01  WS-WATERMARK-COUNT         PIC 9(5) VALUE 0.
       01  WS-CURRENT-WATERMARK       PIC X(26).

      * Accounts are balanced under the branch that holds them today;
      * each branch's figures are gathered here as the master is
      * read and printed as one section per branch at the end, in
      * branch order. Entries are kept in ascending branch order as
      * they are added. Unassigned accounts (branch spaces) sort
      * first. A full table fails the run like the others.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-BRANCH-IDX.
               10  WS-BRANCH-CODE     PIC X(4).
               10  WS-BRANCH-ACCOUNTS PIC 9(9).
               10  WS-BRANCH-EXCEPTIONS PIC 9(9).
               10  WS-BRANCH-OPENING  PIC S9(11)V99.
               10  WS-BRANCH-MOVEMENT PIC S9(11)V99.
               10  WS-BRANCH-CLOSING  PIC S9(11)V99.
       01  WS-BRANCH-COUNT            PIC 9(3) VALUE 0.
       01  WS-BRANCH-SUB              PIC 9(3).
       01  WS-BRANCH-SHIFT            PIC 9(3).

      * Exceptions are held until the branch sections are printed.
       01  WS-EXCEPTION-TABLE.
           05  WS-EXCEPTION-ENTRY OCCURS 10000 TIMES.
               10  WS-EXC-ACCT        PIC X(10).
               10  WS-EXC-BRANCH      PIC X(4).
               10  WS-EXC-EXPECTED    PIC S9(9)V99.
               10  WS-EXC-ACTUAL      PIC S9(9)V99.
       01  WS-EXC-SUB                 PIC 9(5).

       01  WS-ACCOUNT-MOVEMENT        PIC S9(9)V99.
       01  WS-BRANCH-LABEL            PIC X(6).
       01  WS-GRAND-OPENING           PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-MOVEMENT          PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-CLOSING           PIC S9(11)V99 VALUE 0.

       COPY STEPRES.

       PROCEDURE DIVISION.
               DISPLAY "ReconciliationProgram: run FAILED part way"
               GOBACK
           END-IF
           PERFORM PRINT-BRANCH-SECTIONS
           DISPLAY "ReconciliationProgram: " WS-ACCOUNT-COUNT
                   " account(s) checked, " WS-EXCEPTION-COUNT
                   " exception(s)"
           IF AUDIT-TIMESTAMP > WS-CURRENT-WATERMARK
               IF AUDIT-OPCODE = 'CREDIT' OR AUDIT-OPCODE = 'INTRST'
                       OR AUDIT-OPCODE = 'XFRCR '
                       OR AUDIT-OPCODE = 'LNREPY'
                       OR AUDIT-OPCODE = 'PAYRTN'
                   PERFORM FIND-OR-ADD-MOVEMENT-ENTRY
                   IF WS-SEARCH-IDX NOT = 0
                       ADD AUDIT-AMOUNT
                   END-IF
               ELSE
                   IF AUDIT-OPCODE = 'DEBIT '
                           OR AUDIT-OPCODE = 'CHEQUE'
                           OR AUDIT-OPCODE = 'PAYOUT'
                           OR AUDIT-OPCODE = 'XFRDR '
                           OR AUDIT-OPCODE = 'FEE   '
                           OR AUDIT-OPCODE = 'LNDRAW'
                           OR AUDIT-OPCODE = 'LNINT '
                       PERFORM FIND-OR-ADD-MOVEMENT-ENTRY
                       IF WS-SEARCH-IDX NOT = 0
                           SUBTRACT AUDIT-AMOUNT
           ADD 1 TO WS-ACCOUNT-COUNT
           PERFORM LOOKUP-ACCOUNT-MOVEMENT
           MOVE ACCT-OPEN-BALANCE TO WS-EXPECTED-BALANCE
           MOVE 0 TO WS-ACCOUNT-MOVEMENT
           IF WS-SEARCH-IDX NOT = 0
               MOVE WS-MOVEMENT-NET (WS-SEARCH-IDX)
                   TO WS-ACCOUNT-MOVEMENT
               ADD WS-ACCOUNT-MOVEMENT TO WS-EXPECTED-BALANCE
           END-IF
           MOVE ACCT-BALANCE TO WS-ACTUAL-BALANCE
           PERFORM FIND-OR-ADD-BRANCH-ENTRY
           IF WS-BRANCH-SUB NOT = 0
               PERFORM BALANCE-ACCOUNT-FOR-BRANCH
           END-IF.

       BALANCE-ACCOUNT-FOR-BRANCH.
           ADD 1 TO WS-BRANCH-ACCOUNTS (WS-BRANCH-SUB)
           ADD ACCT-OPEN-BALANCE TO WS-BRANCH-OPENING (WS-BRANCH-SUB)
           ADD WS-ACCOUNT-MOVEMENT
               TO WS-BRANCH-MOVEMENT (WS-BRANCH-SUB)
           ADD WS-ACTUAL-BALANCE TO WS-BRANCH-CLOSING (WS-BRANCH-SUB)

           IF WS-EXPECTED-BALANCE NOT = WS-ACTUAL-BALANCE
               PERFORM RECORD-EXCEPTION
           ELSE
               PERFORM ROLL-FORWARD-OPEN-BALANCE
           END-IF.

       RECORD-EXCEPTION.
           IF WS-EXCEPTION-COUNT >= 10000
               DISPLAY "ReconciliationProgram: exception table full "
                       "(10000 exceptions), run REFUSED rather than "
                       "dropping account " ACCT-NUMBER
               MOVE 8 TO STEP-RETURN-CODE
               MOVE 'YES' TO WS-ACCOUNT-EOF-FLAG
           ELSE
               ADD 1 TO WS-EXCEPTION-COUNT
               ADD 1 TO WS-BRANCH-EXCEPTIONS (WS-BRANCH-SUB)
               MOVE ACCT-NUMBER
                   TO WS-EXC-ACCT (WS-EXCEPTION-COUNT)
               MOVE ACCT-BRANCH-CODE
                   TO WS-EXC-BRANCH (WS-EXCEPTION-COUNT)
               MOVE WS-EXPECTED-BALANCE
                   TO WS-EXC-EXPECTED (WS-EXCEPTION-COUNT)
               MOVE WS-ACTUAL-BALANCE
                   TO WS-EXC-ACTUAL (WS-EXCEPTION-COUNT)
           END-IF.

      * A new branch is slotted in at its place in branch order so
      * the sections come out sorted without a separate pass.
       FIND-OR-ADD-BRANCH-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           SET WS-BRANCH-IDX TO 1
           SEARCH WS-BRANCH-ENTRY VARYING WS-BRANCH-IDX
               AT END
                   CONTINUE
               WHEN WS-BRANCH-IDX > WS-BRANCH-COUNT
                   CONTINUE
               WHEN WS-BRANCH-CODE (WS-BRANCH-IDX) = ACCT-BRANCH-CODE
                   MOVE 'YES' TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = 'YES'
               SET WS-BRANCH-SUB TO WS-BRANCH-IDX
           ELSE
               IF WS-BRANCH-COUNT >= 500
                   DISPLAY "ReconciliationProgram: branch table "
                           "full (500 branches), run REFUSED rather "
                           "than dropping account " ACCT-NUMBER
                   MOVE 8 TO STEP-RETURN-CODE
                   MOVE 'YES' TO WS-ACCOUNT-EOF-FLAG
                   MOVE 0 TO WS-BRANCH-SUB
               ELSE
                   MOVE 1 TO WS-BRANCH-SUB
                   PERFORM UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                           OR WS-BRANCH-CODE (WS-BRANCH-SUB)
                               > ACCT-BRANCH-CODE
                       ADD 1 TO WS-BRANCH-SUB
                   END-PERFORM
                   PERFORM VARYING WS-BRANCH-SHIFT
                           FROM WS-BRANCH-COUNT BY -1
                           UNTIL WS-BRANCH-SHIFT < WS-BRANCH-SUB
                       MOVE WS-BRANCH-ENTRY (WS-BRANCH-SHIFT)
                           TO WS-BRANCH-ENTRY (WS-BRANCH-SHIFT + 1)
                   END-PERFORM
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE ACCT-BRANCH-CODE
                       TO WS-BRANCH-CODE (WS-BRANCH-SUB)
                   MOVE 0 TO WS-BRANCH-ACCOUNTS (WS-BRANCH-SUB)
                   MOVE 0 TO WS-BRANCH-EXCEPTIONS (WS-BRANCH-SUB)
                   MOVE 0 TO WS-BRANCH-OPENING (WS-BRANCH-SUB)
                   MOVE 0 TO WS-BRANCH-MOVEMENT (WS-BRANCH-SUB)
                   MOVE 0 TO WS-BRANCH-CLOSING (WS-BRANCH-SUB)
               END-IF
           END-IF.

       PRINT-BRANCH-SECTIONS.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
               IF WS-BRANCH-CODE (WS-BRANCH-SUB) = SPACES
                   MOVE "(NONE)" TO WS-BRANCH-LABEL
               ELSE
                   MOVE WS-BRANCH-CODE (WS-BRANCH-SUB)
                       TO WS-BRANCH-LABEL
               END-IF
               DISPLAY "--- Branch " WS-BRANCH-LABEL " ---"
               PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
                       UNTIL WS-EXC-SUB > WS-EXCEPTION-COUNT
                   IF WS-EXC-BRANCH (WS-EXC-SUB)
                           = WS-BRANCH-CODE (WS-BRANCH-SUB)
                       DISPLAY "EXCEPTION: account "
                               WS-EXC-ACCT (WS-EXC-SUB)
                               " expected "
                               WS-EXC-EXPECTED (WS-EXC-SUB)
                               " actual "
                               WS-EXC-ACTUAL (WS-EXC-SUB)
                   END-IF
               END-PERFORM
               DISPLAY "Branch " WS-BRANCH-LABEL " accounts "
                       WS-BRANCH-ACCOUNTS (WS-BRANCH-SUB)
                       " exceptions "
                       WS-BRANCH-EXCEPTIONS (WS-BRANCH-SUB)
               DISPLAY "  opening " WS-BRANCH-OPENING (WS-BRANCH-SUB)
                       " movement "
                       WS-BRANCH-MOVEMENT (WS-BRANCH-SUB)
                       " closing " WS-BRANCH-CLOSING (WS-BRANCH-SUB)
               ADD WS-BRANCH-OPENING (WS-BRANCH-SUB)
                   TO WS-GRAND-OPENING
               ADD WS-BRANCH-MOVEMENT (WS-BRANCH-SUB)
                   TO WS-GRAND-MOVEMENT
               ADD WS-BRANCH-CLOSING (WS-BRANCH-SUB)
                   TO WS-GRAND-CLOSING
           END-PERFORM
           DISPLAY "--- All branches ---"
           DISPLAY "  opening " WS-GRAND-OPENING
                   " movement " WS-GRAND-MOVEMENT
                   " closing " WS-GRAND-CLOSING.

       ROLL-FORWARD-OPEN-BALANCE.
           MOVE WS-ACTUAL-BALANCE TO ACCT-OPEN-BALANCE
           MOVE WS-RUN-TIMESTAMP TO ACCT-LAST-RECONCILE-TS
