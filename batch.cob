      * items wait for the usual correction-and-recycle cycle.
      * Refused debits are the exception - they are already on the
      * exception file and return under reason 05, so writing them
      * here too would send the item back twice. Cheques refused
      * against the drawer's books, stops or paid register go back
      * under reasons of their own, as do returns that match no
      * outbound payment awaiting settlement.
       WRITE-POSTING-REJECT.
           IF NOT OPS-INSUFFICIENT-FUNDS
               OPEN EXTEND REJECT-FILE
               IF WS-REJECT-FILE-OPEN-OK
                   MOVE TRANSACTION-RECORD TO REJ-TRANSACTION
                   EVALUATE TRUE
                       WHEN OPS-CHEQUE-NOT-ISSUED
                           MOVE '07' TO REJ-REASON-CODE
                       WHEN OPS-CHEQUE-STOPPED
                           MOVE '08' TO REJ-REASON-CODE
                       WHEN OPS-CHEQUE-ALREADY-PAID
                           MOVE '09' TO REJ-REASON-CODE
                       WHEN OPS-PAYMENT-NOT-FOUND
                           MOVE '10' TO REJ-REASON-CODE
                       WHEN OTHER
                           MOVE '06' TO REJ-REASON-CODE
                   END-EVALUATE
                   MOVE TXN-EXTERNAL-REF TO REJ-EXTERNAL-REF
                   WRITE REJECT-RECORD
                   CLOSE REJECT-FILE
           MOVE TXN-OPCODE         TO OPS-OPCODE
           MOVE TXN-AMOUNT         TO OPS-AMOUNT
           MOVE TXN-EXTERNAL-REF   TO OPS-EXTERNAL-REF
           MOVE 0                  TO OPS-CHEQUE-NUMBER
           IF TXN-OPCODE = 'CHEQUE'
               MOVE TXN-CHEQUE-NUMBER TO OPS-CHEQUE-NUMBER
               MOVE SPACES          TO OPS-TO-ACCOUNT-NUMBER
           END-IF
           MOVE SPACES          TO OPS-OPERATOR-ID
           CALL 'OperationsProgram' USING OPS-CALL-PARMS
           IF NOT OPS-SUCCESS
