
           IF TXN-OPCODE NOT = 'CREDIT' AND TXN-OPCODE NOT = 'DEBIT '
                   AND TXN-OPCODE NOT = 'TRNSFR'
                   AND TXN-OPCODE NOT = 'CHEQUE'
                   AND TXN-OPCODE NOT = 'PAYRTN'
               MOVE '01' TO WS-REASON-CODE
           ELSE
               IF TXN-AMOUNT IS NOT NUMERIC
                   PERFORM CHECK-ACCOUNTS-ON-MASTER
               END-IF
           END-IF
      *    A cheque without a usable serial can never match a book
      *    issued to the account; whether it was issued, stopped or
      *    already paid is settled at posting, where cheques earlier
      *    in the same run have been registered.
           IF WS-REASON-CODE = SPACES
                   AND TXN-OPCODE = 'CHEQUE'
               IF TXN-CHEQUE-NUMBER IS NOT NUMERIC
                       OR TXN-CHEQUE-NUMBER = 0
                   MOVE '07' TO WS-REASON-CODE
               END-IF
           END-IF

           IF WS-REASON-CODE = SPACES
               MOVE TRANSACTION-RECORD TO CLEAN-RECORD
