       01  WS-AUDIT-READ-COUNT        PIC 9(9) VALUE 0.
       01  WS-UNMAPPED-FLAG           PIC X(3) VALUE 'NO'.

      * Daily movement total per audit opcode and branch, built
      * from the live (one-day) audit log. The branch is the one
      * stamped on the posting, so the day's activity for an
      * account that has since moved still posts to the ledger of
      * the branch it was made at. If either table here ever
      * fills, the extract fails hard (return code 8 stops the
      * night chain) rather than dropping activity from the ledger.
       01  WS-OPCODE-TABLE.
           05  WS-OPCODE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-OPCODE-IDX.
               10  WS-OPC-OPCODE      PIC X(6).
               10  WS-OPC-BRANCH      PIC X(4).
               10  WS-OPC-TOTAL       PIC S9(11)V99.
       01  WS-OPCODE-COUNT            PIC 9(4) VALUE 0.
       01  WS-OPCODE-SUB              PIC 9(4).
       01  WS-SEARCH-IDX              PIC 9(4).
       01  WS-FOUND-FLAG              PIC X(3).
       01  WS-WANTED-OPCODE           PIC X(6).
       01  WS-WANTED-BRANCH           PIC X(4).

      * Opcode-to-ledger-account mapping loaded from GLMAP.DAT, one
      * line per opcode for each branch with ledger accounts of its
      * own plus the shop-wide line (branch spaces) for the rest.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-OPCODE      PIC X(6).
               10  WS-MAP-BRANCH      PIC X(4).
               10  WS-MAP-DR-ACCOUNT  PIC X(8).
               10  WS-MAP-CR-ACCOUNT  PIC X(8).
       01  WS-MAP-COUNT               PIC 9(4) VALUE 0.

      * Generated entries are staged here and proved to net to zero
      * before a single line reaches the posting file; two per
      * opcode-and-branch total at most.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 2000 TIMES.
               10  WS-ENTRY-ACCOUNT   PIC X(8).
               10  WS-ENTRY-DC        PIC X(1).
               10  WS-ENTRY-AMOUNT    PIC 9(11)V99.
               10  WS-ENTRY-BRANCH    PIC X(4).
       01  WS-ENTRY-COUNT             PIC 9(4) VALUE 0.
       01  WS-ENTRY-SUB               PIC 9(4).

       01  WS-NET-AMOUNT              PIC S9(13)V99 VALUE 0.
       01  WS-ABS-TOTAL               PIC 9(11)V99.
           END-IF.

       LOAD-ONE-MAP-ENTRY.
           IF WS-MAP-COUNT >= 1000
               DISPLAY "GLExtractProgram: map table full (1000), "
                       "extract REFUSED rather than dropping "
                       "mapping for " GLMAP-OPCODE
               MOVE 8 TO STEP-RETURN-CODE
           ELSE
               ADD 1 TO WS-MAP-COUNT
               MOVE GLMAP-OPCODE     TO WS-MAP-OPCODE (WS-MAP-COUNT)
               MOVE GLMAP-BRANCH-CODE
                   TO WS-MAP-BRANCH (WS-MAP-COUNT)
               MOVE GLMAP-DR-ACCOUNT
                   TO WS-MAP-DR-ACCOUNT (WS-MAP-COUNT)
               MOVE GLMAP-CR-ACCOUNT

       ACCUMULATE-ONE-RECORD.
           IF AUDIT-OPCODE = 'CREDIT' OR AUDIT-OPCODE = 'DEBIT '
                   OR AUDIT-OPCODE = 'CHEQUE'
                   OR AUDIT-OPCODE = 'PAYOUT'
                   OR AUDIT-OPCODE = 'PAYRTN'
                   OR AUDIT-OPCODE = 'INTRST'
                   OR AUDIT-OPCODE = 'XFRDR '
                   OR AUDIT-OPCODE = 'XFRCR '
                   OR AUDIT-OPCODE = 'FEE   '
                   OR AUDIT-OPCODE = 'LNDRAW'
                   OR AUDIT-OPCODE = 'LNREPY'
                   OR AUDIT-OPCODE = 'LNINT '
               ADD 1 TO WS-AUDIT-READ-COUNT
               PERFORM FIND-OR-ADD-OPCODE-ENTRY
               IF WS-SEARCH-IDX NOT = 0

       FIND-OR-ADD-OPCODE-ENTRY.
           MOVE AUDIT-OPCODE TO WS-WANTED-OPCODE
           MOVE AUDIT-BRANCH-CODE TO WS-WANTED-BRANCH
           PERFORM FIND-OR-ADD-WANTED-OPCODE.

      * A REVRSL record accumulates against the opcode of the
      * mapping for REVRSL is needed.
       FIND-OR-ADD-REVERSED-ENTRY.
           MOVE AUDIT-REVERSED-OPCODE TO WS-WANTED-OPCODE
           MOVE AUDIT-BRANCH-CODE TO WS-WANTED-BRANCH
           PERFORM FIND-OR-ADD-WANTED-OPCODE.

       FIND-OR-ADD-WANTED-OPCODE.
               AT END
                   CONTINUE
               WHEN WS-OPC-OPCODE (WS-OPCODE-IDX) = WS-WANTED-OPCODE
                       AND WS-OPC-BRANCH (WS-OPCODE-IDX)
                           = WS-WANTED-BRANCH
                   MOVE 'YES' TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = 'YES'
               SET WS-SEARCH-IDX TO WS-OPCODE-IDX
           ELSE
               IF WS-OPCODE-COUNT >= 1000
                   DISPLAY "GLExtractProgram: opcode table full "
                           "(1000), extract REFUSED rather than "
                           "dropping " WS-WANTED-OPCODE "/"
                           WS-WANTED-BRANCH
                   MOVE 8 TO STEP-RETURN-CODE
                   SET WS-AUDIT-FILE-EOF TO TRUE
                   MOVE 0 TO WS-SEARCH-IDX
                   MOVE WS-OPCODE-COUNT TO WS-SEARCH-IDX
                   MOVE WS-WANTED-OPCODE
                       TO WS-OPC-OPCODE (WS-SEARCH-IDX)
                   MOVE WS-WANTED-BRANCH
                       TO WS-OPC-BRANCH (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPC-TOTAL (WS-SEARCH-IDX)
               END-IF
           END-IF.

      * Each opcode's daily total for a branch becomes one debit
      * line and one matching credit line, so the file balances by
      * construction, and within each branch as well. The branch's
      * own mapping is used where finance has set one up, the
      * shop-wide line otherwise; activity with neither stops the
      * extract.
       BUILD-BALANCED-ENTRIES.
           PERFORM VARYING WS-OPCODE-SUB FROM 1 BY 1
                   UNTIL WS-OPCODE-SUB > WS-OPCODE-COUNT
                   CONTINUE
               WHEN WS-MAP-OPCODE (WS-MAP-IDX)
                       = WS-OPC-OPCODE (WS-OPCODE-SUB)
                       AND WS-MAP-BRANCH (WS-MAP-IDX)
                           = WS-OPC-BRANCH (WS-OPCODE-SUB)
                   MOVE 'YES' TO WS-FOUND-FLAG
           END-SEARCH
           IF WS-FOUND-FLAG = 'NO'
               SET WS-MAP-IDX TO 1
               SEARCH WS-MAP-ENTRY VARYING WS-MAP-IDX
                   AT END
                       CONTINUE
                   WHEN WS-MAP-OPCODE (WS-MAP-IDX)
                           = WS-OPC-OPCODE (WS-OPCODE-SUB)
                           AND WS-MAP-BRANCH (WS-MAP-IDX) = SPACES
                       MOVE 'YES' TO WS-FOUND-FLAG
               END-SEARCH
           END-IF
           IF WS-FOUND-FLAG = 'NO'
               DISPLAY "GLExtractProgram: no GL mapping for opcode "
                       WS-OPC-OPCODE (WS-OPCODE-SUB) " branch "
                       WS-OPC-BRANCH (WS-OPCODE-SUB)
               MOVE 'YES' TO WS-UNMAPPED-FLAG
           ELSE
      *        A total driven negative by reversals of an earlier
                   MOVE 'D' TO WS-ENTRY-DC (WS-ENTRY-COUNT)
                   MOVE WS-OPC-TOTAL (WS-OPCODE-SUB)
                       TO WS-ENTRY-AMOUNT (WS-ENTRY-COUNT)
                   MOVE WS-OPC-BRANCH (WS-OPCODE-SUB)
                       TO WS-ENTRY-BRANCH (WS-ENTRY-COUNT)
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE WS-MAP-CR-ACCOUNT (WS-MAP-IDX)
                       TO WS-ENTRY-ACCOUNT (WS-ENTRY-COUNT)
                   MOVE 'C' TO WS-ENTRY-DC (WS-ENTRY-COUNT)
                   MOVE WS-OPC-TOTAL (WS-OPCODE-SUB)
                       TO WS-ENTRY-AMOUNT (WS-ENTRY-COUNT)
                   MOVE WS-OPC-BRANCH (WS-OPCODE-SUB)
                       TO WS-ENTRY-BRANCH (WS-ENTRY-COUNT)
               END-IF
               IF WS-OPC-TOTAL (WS-OPCODE-SUB) < 0
                   COMPUTE WS-ABS-TOTAL =
                       0 - WS-OPC-TOTAL (WS-OPCODE-SUB)
                   DISPLAY "GLExtractProgram: net reversal for "
                           "opcode " WS-OPC-OPCODE (WS-OPCODE-SUB)
                           " branch " WS-OPC-BRANCH (WS-OPCODE-SUB)
                           ", posting with sides swapped"
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE WS-MAP-CR-ACCOUNT (WS-MAP-IDX)
                   MOVE 'D' TO WS-ENTRY-DC (WS-ENTRY-COUNT)
                   MOVE WS-ABS-TOTAL
                       TO WS-ENTRY-AMOUNT (WS-ENTRY-COUNT)
                   MOVE WS-OPC-BRANCH (WS-OPCODE-SUB)
                       TO WS-ENTRY-BRANCH (WS-ENTRY-COUNT)
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE WS-MAP-DR-ACCOUNT (WS-MAP-IDX)
                       TO WS-ENTRY-ACCOUNT (WS-ENTRY-COUNT)
                   MOVE 'C' TO WS-ENTRY-DC (WS-ENTRY-COUNT)
                   MOVE WS-ABS-TOTAL
                       TO WS-ENTRY-AMOUNT (WS-ENTRY-COUNT)
                   MOVE WS-OPC-BRANCH (WS-OPCODE-SUB)
                       TO WS-ENTRY-BRANCH (WS-ENTRY-COUNT)
               END-IF
           END-IF.

           MOVE WS-ENTRY-ACCOUNT (WS-ENTRY-SUB) TO GLP-GL-ACCOUNT
           MOVE WS-ENTRY-DC (WS-ENTRY-SUB) TO GLP-DEBIT-CREDIT
           MOVE WS-ENTRY-AMOUNT (WS-ENTRY-SUB) TO GLP-AMOUNT
           MOVE WS-ENTRY-BRANCH (WS-ENTRY-SUB) TO GLP-BRANCH-CODE
           WRITE GL-POSTING-RECORD.

       WRITE-CONTROL-LINE.
