               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-FILE-STATUS.

           SELECT BRANCH-SUMMARY ASSIGN USING WS-BRANCH-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       FD  PROOF-SHEET.
       01  PROOF-RECORD               PIC X(80).

       FD  BRANCH-SUMMARY.
       01  BRANCH-SUMMARY-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS       PIC XX.
           88  WS-AUDIT-FILE-OK           VALUES '00' '05'.
       01  WS-PROOF-FILE-STATUS       PIC XX.
           88  WS-PROOF-FILE-OK           VALUE '00'.

       01  WS-BRANCH-FILE-STATUS      PIC XX.
           88  WS-BRANCH-FILE-OK          VALUE '00'.

       01  WS-PROOF-FILE-NAME         PIC X(30).
       01  WS-BRANCH-FILE-NAME        PIC X(30).
       01  WS-BUSINESS-DATE           PIC X(8).
       01  WS-SHEET-COUNT             PIC 9(5) VALUE 0.
       01  WS-NAME-LENGTH             PIC 9(2) COMP.
       01  WS-SCAN-POS                PIC 9(2) COMP.

      * One row per operator who posted today. Hitting the table
      * limit is a hard failure, never a silently short proof. The
      * branch is the counter branch stamped on the operator's
      * first posting or refusal of the day.
       01  WS-OPERATOR-TABLE.
           05  WS-OPER-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-OPER-IDX.
               10  WS-OPER-ID         PIC X(8).
               10  WS-OPER-BRANCH     PIC X(4).
               10  WS-OPER-CR-COUNT   PIC 9(7).
               10  WS-OPER-CR-TOTAL   PIC S9(11)V99.
               10  WS-OPER-DR-COUNT   PIC 9(7).
               10  WS-OPER-XD-TOTAL   PIC S9(11)V99.
               10  WS-OPER-XC-COUNT   PIC 9(7).
               10  WS-OPER-XC-TOTAL   PIC S9(11)V99.
               10  WS-OPER-LR-COUNT   PIC 9(7).
               10  WS-OPER-LR-TOTAL   PIC S9(11)V99.
               10  WS-OPER-LD-COUNT   PIC 9(7).
               10  WS-OPER-LD-TOTAL   PIC S9(11)V99.
               10  WS-OPER-PO-COUNT   PIC 9(7).
               10  WS-OPER-PO-TOTAL   PIC S9(11)V99.
               10  WS-OPER-OVR-COUNT  PIC 9(7).
               10  WS-OPER-REF-COUNT  PIC 9(7).
               10  WS-OPER-REF-TOTAL  PIC S9(11)V99.
       01  WS-WANTED-OPERATOR         PIC X(8).
       01  WS-NET-MOVEMENT            PIC S9(11)V99.

      * Branches with operators on today's proof, in branch order,
      * for the branch summary. There can be no more branches than
      * operators.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-VALUE OCCURS 100 TIMES PIC X(4).
       01  WS-BRANCH-COUNT            PIC 9(3) VALUE 0.
       01  WS-BRANCH-SUB              PIC 9(3).
       01  WS-BRANCH-SHIFT            PIC 9(3).
       01  WS-BRANCH-IN               PIC S9(11)V99.
       01  WS-BRANCH-OUT              PIC S9(11)V99.
       01  WS-BRANCH-REFUSED          PIC 9(7).
       01  WS-GRAND-IN                PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-OUT               PIC S9(11)V99 VALUE 0.
       01  WS-GRAND-REFUSED           PIC 9(7) VALUE 0.

       01  WS-HEADER-LINE.
           05  FILLER                 PIC X(13) VALUE "TELLER PROOF ".
           05  WS-HDR-DATE            PIC X(8).
           05  FILLER                 PIC X(11) VALUE "  OPERATOR ".
           05  WS-HDR-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(9)  VALUE "  BRANCH ".
           05  WS-HDR-BRANCH          PIC X(6).

       01  WS-BRANCH-HEADER-LINE.
           05  FILLER                 PIC X(21)
                   VALUE "BRANCH TELLER PROOF ".
           05  WS-BHD-DATE            PIC X(8).
           05  FILLER                 PIC X(9)  VALUE "  BRANCH ".
           05  WS-BHD-BRANCH          PIC X(6).

       01  WS-BRANCH-CAPTION-LINE.
           05  FILLER                 PIC X(11) VALUE "  OPERATOR ".
           05  FILLER                 PIC X(16) VALUE
                   "         PAID IN".
           05  FILLER                 PIC X(16) VALUE
                   "        PAID OUT".
           05  FILLER                 PIC X(16) VALUE
                   "             NET".
           05  FILLER                 PIC X(8)  VALUE " REFUSED".

       01  WS-BRANCH-DETAIL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-BRL-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-BRL-IN              PIC -9(11).99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-BRL-OUT             PIC -9(11).99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-BRL-NET             PIC -9(11).99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-BRL-REFUSED         PIC 9(7).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
                   UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
               PERFORM WRITE-ONE-PROOF-SHEET
           END-PERFORM
           PERFORM WRITE-BRANCH-SUMMARY

           DISPLAY "TellerProofProgram: " WS-SHEET-COUNT
                   " proof sheet(s) written for "
                   AND (AUDIT-OPCODE = 'CREDIT'
                       OR AUDIT-OPCODE = 'DEBIT '
                       OR AUDIT-OPCODE = 'XFRDR '
                       OR AUDIT-OPCODE = 'XFRCR '
                       OR AUDIT-OPCODE = 'LNREPY'
                       OR AUDIT-OPCODE = 'LNDRAW'
                       OR AUDIT-OPCODE = 'PAYOUT')
               MOVE AUDIT-OPERATOR-ID TO WS-WANTED-OPERATOR
               PERFORM FIND-OR-ADD-OPERATOR-ENTRY
               IF WS-SEARCH-IDX NOT = 0
                   IF WS-OPER-BRANCH (WS-SEARCH-IDX) = SPACES
                       MOVE AUDIT-TELLER-BRANCH
                           TO WS-OPER-BRANCH (WS-SEARCH-IDX)
                   END-IF
                   EVALUATE AUDIT-OPCODE
                       WHEN 'CREDIT'
                           ADD 1 TO WS-OPER-CR-COUNT (WS-SEARCH-IDX)
                           ADD 1 TO WS-OPER-XC-COUNT (WS-SEARCH-IDX)
                           ADD AUDIT-AMOUNT
                               TO WS-OPER-XC-TOTAL (WS-SEARCH-IDX)
                       WHEN 'LNREPY'
                           ADD 1 TO WS-OPER-LR-COUNT (WS-SEARCH-IDX)
                           ADD AUDIT-AMOUNT
                               TO WS-OPER-LR-TOTAL (WS-SEARCH-IDX)
                       WHEN 'LNDRAW'
                           ADD 1 TO WS-OPER-LD-COUNT (WS-SEARCH-IDX)
                           ADD AUDIT-AMOUNT
                               TO WS-OPER-LD-TOTAL (WS-SEARCH-IDX)
                       WHEN 'PAYOUT'
                           ADD 1 TO WS-OPER-PO-COUNT (WS-SEARCH-IDX)
                           ADD AUDIT-AMOUNT
                               TO WS-OPER-PO-TOTAL (WS-SEARCH-IDX)
                   END-EVALUATE
                   IF AUDIT-OVERRIDE-ID NOT = SPACES
                       ADD 1 TO WS-OPER-OVR-COUNT (WS-SEARCH-IDX)
               MOVE DBEX-OPERATOR-ID TO WS-WANTED-OPERATOR
               PERFORM FIND-OR-ADD-OPERATOR-ENTRY
               IF WS-SEARCH-IDX NOT = 0
                   IF WS-OPER-BRANCH (WS-SEARCH-IDX) = SPACES
                       MOVE DBEX-TELLER-BRANCH
                           TO WS-OPER-BRANCH (WS-SEARCH-IDX)
                   END-IF
                   ADD 1 TO WS-OPER-REF-COUNT (WS-SEARCH-IDX)
                   ADD DBEX-AMOUNT
                       TO WS-OPER-REF-TOTAL (WS-SEARCH-IDX)
                   MOVE WS-OPERATOR-COUNT TO WS-SEARCH-IDX
                   MOVE WS-WANTED-OPERATOR
                       TO WS-OPER-ID (WS-SEARCH-IDX)
                   MOVE SPACES TO WS-OPER-BRANCH (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-CR-COUNT (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-CR-TOTAL (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-DR-COUNT (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-XD-TOTAL (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-XC-COUNT (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-XC-TOTAL (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-LR-COUNT (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-LR-TOTAL (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-LD-COUNT (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-LD-TOTAL (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-PO-COUNT (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-PO-TOTAL (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-OVR-COUNT (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-REF-COUNT (WS-SEARCH-IDX)
                   MOVE 0 TO WS-OPER-REF-TOTAL (WS-SEARCH-IDX)
       WRITE-PROOF-BODY.
           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE
           MOVE WS-WANTED-OPERATOR TO WS-HDR-OPERATOR
           IF WS-OPER-BRANCH (WS-OPERATOR-SUB) = SPACES
               MOVE "(NONE)" TO WS-HDR-BRANCH
           ELSE
               MOVE WS-OPER-BRANCH (WS-OPERATOR-SUB) TO WS-HDR-BRANCH
           END-IF
           WRITE PROOF-RECORD FROM WS-HEADER-LINE

           MOVE "CREDIT  " TO WS-TOT-CAPTION
           MOVE WS-OPER-XC-COUNT (WS-OPERATOR-SUB) TO WS-TOT-COUNT
           MOVE WS-OPER-XC-TOTAL (WS-OPERATOR-SUB) TO WS-TOT-AMOUNT
           WRITE PROOF-RECORD FROM WS-TOTAL-LINE
           MOVE "LNREPY  " TO WS-TOT-CAPTION
           MOVE WS-OPER-LR-COUNT (WS-OPERATOR-SUB) TO WS-TOT-COUNT
           MOVE WS-OPER-LR-TOTAL (WS-OPERATOR-SUB) TO WS-TOT-AMOUNT
           WRITE PROOF-RECORD FROM WS-TOTAL-LINE
           MOVE "LNDRAW  " TO WS-TOT-CAPTION
           MOVE WS-OPER-LD-COUNT (WS-OPERATOR-SUB) TO WS-TOT-COUNT
           MOVE WS-OPER-LD-TOTAL (WS-OPERATOR-SUB) TO WS-TOT-AMOUNT
           WRITE PROOF-RECORD FROM WS-TOTAL-LINE
           MOVE "PAYOUT  " TO WS-TOT-CAPTION
           MOVE WS-OPER-PO-COUNT (WS-OPERATOR-SUB) TO WS-TOT-COUNT
           MOVE WS-OPER-PO-TOTAL (WS-OPERATOR-SUB) TO WS-TOT-AMOUNT
           WRITE PROOF-RECORD FROM WS-TOTAL-LINE

           COMPUTE WS-NET-MOVEMENT =
               WS-OPER-CR-TOTAL (WS-OPERATOR-SUB)
               + WS-OPER-XC-TOTAL (WS-OPERATOR-SUB)
               + WS-OPER-LR-TOTAL (WS-OPERATOR-SUB)
               - WS-OPER-DR-TOTAL (WS-OPERATOR-SUB)
               - WS-OPER-XD-TOTAL (WS-OPERATOR-SUB)
               - WS-OPER-LD-TOTAL (WS-OPERATOR-SUB)
               - WS-OPER-PO-TOTAL (WS-OPERATOR-SUB)
           MOVE "NET     " TO WS-TOT-CAPTION
           MOVE 0 TO WS-TOT-COUNT
           MOVE WS-NET-MOVEMENT TO WS-TOT-AMOUNT
                   AND (AUDIT-OPCODE = 'CREDIT'
                       OR AUDIT-OPCODE = 'DEBIT '
                       OR AUDIT-OPCODE = 'XFRDR '
                       OR AUDIT-OPCODE = 'XFRCR '
                       OR AUDIT-OPCODE = 'LNREPY'
                       OR AUDIT-OPCODE = 'LNDRAW'
                       OR AUDIT-OPCODE = 'PAYOUT')
               MOVE AUDIT-TIMESTAMP (9:6) TO WS-OVR-TIME
               MOVE AUDIT-OPCODE          TO WS-OVR-OPCODE
               MOVE AUDIT-ACCT-NUMBER     TO WS-OVR-ACCT
               MOVE DBEX-AMOUNT          TO WS-REF-AMOUNT
               WRITE PROOF-RECORD FROM WS-REFUSAL-LINE
           END-IF.

      * The branch summary gathers the day's sheets into one section
      * per counter branch, a line per operator with the branch's
      * subtotal under it, for the branch manager's sign-off.
       WRITE-BRANCH-SUMMARY.
           PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                   UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
               PERFORM COLLECT-OPERATOR-BRANCH
           END-PERFORM
           MOVE SPACES TO WS-BRANCH-FILE-NAME
           STRING "BRPROOF-" DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-BRANCH-FILE-NAME
           OPEN OUTPUT BRANCH-SUMMARY
           IF NOT WS-BRANCH-FILE-OK
               DISPLAY "TellerProofProgram: cannot open branch "
                       "summary " WS-BRANCH-FILE-NAME " status "
                       WS-BRANCH-FILE-STATUS
               MOVE 8 TO STEP-RETURN-CODE
           ELSE
               PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                       UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                   PERFORM WRITE-ONE-BRANCH-SECTION
               END-PERFORM
               MOVE SPACES TO BRANCH-SUMMARY-RECORD
               WRITE BRANCH-SUMMARY-RECORD
               MOVE "ALL BRANCHES" TO BRANCH-SUMMARY-RECORD
               WRITE BRANCH-SUMMARY-RECORD
               MOVE "TOTAL   " TO WS-BRL-OPERATOR
               MOVE WS-GRAND-IN TO WS-BRL-IN
               MOVE WS-GRAND-OUT TO WS-BRL-OUT
               COMPUTE WS-BRL-NET = WS-GRAND-IN - WS-GRAND-OUT
               MOVE WS-GRAND-REFUSED TO WS-BRL-REFUSED
               WRITE BRANCH-SUMMARY-RECORD FROM WS-BRANCH-DETAIL-LINE
               CLOSE BRANCH-SUMMARY
               DISPLAY "TellerProofProgram: wrote "
                       WS-BRANCH-FILE-NAME
           END-IF.

       COLLECT-OPERATOR-BRANCH.
           MOVE 1 TO WS-BRANCH-SUB
           PERFORM UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                   OR WS-BRANCH-VALUE (WS-BRANCH-SUB)
                       >= WS-OPER-BRANCH (WS-OPERATOR-SUB)
               ADD 1 TO WS-BRANCH-SUB
           END-PERFORM
           IF WS-BRANCH-SUB > WS-BRANCH-COUNT
                   OR WS-BRANCH-VALUE (WS-BRANCH-SUB)
                       NOT = WS-OPER-BRANCH (WS-OPERATOR-SUB)
               PERFORM VARYING WS-BRANCH-SHIFT
                       FROM WS-BRANCH-COUNT BY -1
                       UNTIL WS-BRANCH-SHIFT < WS-BRANCH-SUB
                   MOVE WS-BRANCH-VALUE (WS-BRANCH-SHIFT)
                       TO WS-BRANCH-VALUE (WS-BRANCH-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-OPER-BRANCH (WS-OPERATOR-SUB)
                   TO WS-BRANCH-VALUE (WS-BRANCH-SUB)
           END-IF.

       WRITE-ONE-BRANCH-SECTION.
           MOVE 0 TO WS-BRANCH-IN
           MOVE 0 TO WS-BRANCH-OUT
           MOVE 0 TO WS-BRANCH-REFUSED
           MOVE WS-BUSINESS-DATE TO WS-BHD-DATE
           IF WS-BRANCH-VALUE (WS-BRANCH-SUB) = SPACES
               MOVE "(NONE)" TO WS-BHD-BRANCH
           ELSE
               MOVE WS-BRANCH-VALUE (WS-BRANCH-SUB) TO WS-BHD-BRANCH
           END-IF
           MOVE SPACES TO BRANCH-SUMMARY-RECORD
           WRITE BRANCH-SUMMARY-RECORD
           WRITE BRANCH-SUMMARY-RECORD FROM WS-BRANCH-HEADER-LINE
           WRITE BRANCH-SUMMARY-RECORD FROM WS-BRANCH-CAPTION-LINE
           PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                   UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
               IF WS-OPER-BRANCH (WS-OPERATOR-SUB)
                       = WS-BRANCH-VALUE (WS-BRANCH-SUB)
                   PERFORM WRITE-BRANCH-OPERATOR-LINE
               END-IF
           END-PERFORM
           MOVE "TOTAL   " TO WS-BRL-OPERATOR
           MOVE WS-BRANCH-IN TO WS-BRL-IN
           MOVE WS-BRANCH-OUT TO WS-BRL-OUT
           COMPUTE WS-BRL-NET = WS-BRANCH-IN - WS-BRANCH-OUT
           MOVE WS-BRANCH-REFUSED TO WS-BRL-REFUSED
           WRITE BRANCH-SUMMARY-RECORD FROM WS-BRANCH-DETAIL-LINE
           ADD WS-BRANCH-IN TO WS-GRAND-IN
           ADD WS-BRANCH-OUT TO WS-GRAND-OUT
           ADD WS-BRANCH-REFUSED TO WS-GRAND-REFUSED.

      * Paid in and paid out split the same items as the NET line on
      * the operator's own sheet.
       WRITE-BRANCH-OPERATOR-LINE.
           MOVE WS-OPER-ID (WS-OPERATOR-SUB) TO WS-BRL-OPERATOR
           COMPUTE WS-BRL-IN =
               WS-OPER-CR-TOTAL (WS-OPERATOR-SUB)
               + WS-OPER-XC-TOTAL (WS-OPERATOR-SUB)
               + WS-OPER-LR-TOTAL (WS-OPERATOR-SUB)
           COMPUTE WS-BRL-OUT =
               WS-OPER-DR-TOTAL (WS-OPERATOR-SUB)
               + WS-OPER-XD-TOTAL (WS-OPERATOR-SUB)
               + WS-OPER-LD-TOTAL (WS-OPERATOR-SUB)
               + WS-OPER-PO-TOTAL (WS-OPERATOR-SUB)
           COMPUTE WS-BRL-NET =
               WS-OPER-CR-TOTAL (WS-OPERATOR-SUB)
               + WS-OPER-XC-TOTAL (WS-OPERATOR-SUB)
               + WS-OPER-LR-TOTAL (WS-OPERATOR-SUB)
               - WS-OPER-DR-TOTAL (WS-OPERATOR-SUB)
               - WS-OPER-XD-TOTAL (WS-OPERATOR-SUB)
               - WS-OPER-LD-TOTAL (WS-OPERATOR-SUB)
               - WS-OPER-PO-TOTAL (WS-OPERATOR-SUB)
           MOVE WS-OPER-REF-COUNT (WS-OPERATOR-SUB) TO WS-BRL-REFUSED
           WRITE BRANCH-SUMMARY-RECORD FROM WS-BRANCH-DETAIL-LINE
           ADD WS-OPER-CR-TOTAL (WS-OPERATOR-SUB) TO WS-BRANCH-IN
           ADD WS-OPER-XC-TOTAL (WS-OPERATOR-SUB) TO WS-BRANCH-IN
           ADD WS-OPER-LR-TOTAL (WS-OPERATOR-SUB) TO WS-BRANCH-IN
           ADD WS-OPER-DR-TOTAL (WS-OPERATOR-SUB) TO WS-BRANCH-OUT
           ADD WS-OPER-XD-TOTAL (WS-OPERATOR-SUB) TO WS-BRANCH-OUT
           ADD WS-OPER-LD-TOTAL (WS-OPERATOR-SUB) TO WS-BRANCH-OUT
           ADD WS-OPER-PO-TOTAL (WS-OPERATOR-SUB) TO WS-BRANCH-OUT
           ADD WS-OPER-REF-COUNT (WS-OPERATOR-SUB)
               TO WS-BRANCH-REFUSED.
