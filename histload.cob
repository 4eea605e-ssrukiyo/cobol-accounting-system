           MOVE AUDIT-REVERSED-OPCODE TO HIST-REVERSED-OPCODE
           MOVE AUDIT-REVERSED-TS     TO HIST-REVERSED-TS
           MOVE AUDIT-EXTERNAL-REF    TO HIST-EXTERNAL-REF
           MOVE AUDIT-CHEQUE-NUMBER   TO HIST-CHEQUE-NUMBER
           MOVE AUDIT-BRANCH-CODE     TO HIST-BRANCH-CODE
           MOVE AUDIT-TELLER-BRANCH   TO HIST-TELLER-BRANCH
           MOVE AUDIT-NEW-BRANCH-CODE TO HIST-NEW-BRANCH-CODE
           MOVE 'NO' TO WS-RECORD-STORED-FLAG
           PERFORM UNTIL WS-RECORD-STORED-FLAG = 'YES'
               WRITE HISTORY-RECORD
