                   MOVE 'D' TO CLR-TXN-TYPE
               WHEN 'TRNSFR'
                   MOVE 'T' TO CLR-TXN-TYPE
               WHEN 'CHEQUE'
                   MOVE 'Q' TO CLR-TXN-TYPE
               WHEN 'PAYRTN'
                   MOVE 'P' TO CLR-TXN-TYPE
               WHEN OTHER
                   MOVE '?' TO CLR-TXN-TYPE
           END-EVALUATE
           MOVE REJ-TO-ACCT-NUMBER TO CLR-TO-ACCT-NUMBER
           MOVE WS-BUSINESS-DATE   TO CLR-EFFECTIVE-DATE
           MOVE REJ-REASON-CODE    TO CLR-RETURN-REASON
           MOVE SPACES             TO CLR-BANK-ID
           WRITE CLEARING-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           ADD WS-NUMERIC-AMOUNT TO WS-RETURNED-TOTAL.
               MOVE 'R' TO CLR-RECORD-TYPE
               MOVE DBEX-EXTERNAL-REF TO CLR-EXTERNAL-REF
               MOVE DBEX-ACCT-NUMBER  TO CLR-ACCT-NUMBER
               MOVE DBEX-AMOUNT       TO CLR-AMOUNT
               MOVE SPACES            TO CLR-TO-ACCT-NUMBER
               EVALUATE DBEX-OPCODE
                   WHEN 'TRNSFR'
                       MOVE 'T' TO CLR-TXN-TYPE
                   WHEN 'CHEQUE'
                       MOVE 'Q' TO CLR-TXN-TYPE
                       MOVE DBEX-CHEQUE-NUMBER TO CLR-CHEQUE-DATA
                   WHEN OTHER
                       MOVE 'D' TO CLR-TXN-TYPE
               END-EVALUATE
               MOVE WS-BUSINESS-DATE  TO CLR-EFFECTIVE-DATE
               MOVE '05'              TO CLR-RETURN-REASON
               MOVE SPACES            TO CLR-BANK-ID
               WRITE CLEARING-RECORD
               ADD 1 TO WS-RETURNED-COUNT
               ADD DBEX-AMOUNT TO WS-RETURNED-TOTAL
               MOVE WS-BUSINESS-DATE TO CLR-FILE-DATE
               MOVE 'BANK    ' TO CLR-SENDER-ID
               MOVE SPACES TO CLR-RETURN-REASON
               MOVE SPACES TO CLR-BANK-ID
               WRITE CLEARING-RECORD
           END-IF.

               MOVE WS-RETURNED-COUNT TO CLR-ITEM-COUNT
               MOVE WS-RETURNED-TOTAL TO CLR-AMOUNT-TOTAL
               MOVE SPACES TO CLR-RETURN-REASON
               MOVE SPACES TO CLR-BANK-ID
               WRITE CLEARING-RECORD
               CLOSE RETURN-FILE
               DISPLAY "ClearingReturnProgram: wrote "
