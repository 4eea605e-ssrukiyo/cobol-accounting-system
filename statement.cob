
       SELECT-HISTORY-RECORD.
           IF HIST-OPCODE = 'CREDIT' OR HIST-OPCODE = 'DEBIT '
                   OR HIST-OPCODE = 'CHEQUE'
                   OR HIST-OPCODE = 'PAYOUT'
                   OR HIST-OPCODE = 'PAYRTN'
                   OR HIST-OPCODE = 'INTRST'
                   OR HIST-OPCODE = 'XFRDR '
                   OR HIST-OPCODE = 'XFRCR '
                   OR HIST-OPCODE = 'REVRSL'
                   OR HIST-OPCODE = 'FEE   '
                   OR HIST-OPCODE = 'LNDRAW'
                   OR HIST-OPCODE = 'LNREPY'
                   OR HIST-OPCODE = 'LNINT '
               MOVE 'YES' TO WS-ANY-ACTIVITY-FLAG
               MOVE HIST-BALANCE-AFTER TO WS-LATEST-LOG-BALANCE
               IF HIST-TIMESTAMP (1:6) = WS-WANTED-MONTH
           MOVE HIST-AMOUNT           TO WS-DET-AMOUNT
           MOVE HIST-BALANCE-AFTER    TO WS-DET-BALANCE
           MOVE HIST-RELATED-ACCT     TO WS-DET-RELATED
      *    A paid cheque shows its serial where a transfer shows the
      *    other account, so the customer can match the stub.
           IF HIST-OPCODE = 'CHEQUE'
               MOVE HIST-CHEQUE-NUMBER TO WS-DET-RELATED
           END-IF
           WRITE STATEMENT-RECORD FROM WS-DETAIL-LINE
      *    A reversal is flagged as a correction and names the
      *    posting it backs out, so the statement shows the pair
