
      * Only open accounts are swept: frozen and closed accounts keep
      * their status, and an account with no audit history at all is
      * left alone rather than condemned on missing evidence. Term
      * loans are never swept: a loan nobody is paying is chased
      * through the arrears report, not put to sleep.
       SWEEP-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           IF ACCT-OPEN AND ACCT-DEPOSIT
               PERFORM FIND-LAST-MOVEMENT
               IF WS-LAST-MOVEMENT-TS NOT = LOW-VALUES
                   IF WS-LAST-MOVEMENT-TS (1:6) < WS-CUTOFF-DATE
      * not count as movement.
       NOTE-LAST-MOVEMENT.
           IF HIST-OPCODE = 'CREDIT' OR HIST-OPCODE = 'DEBIT '
                   OR HIST-OPCODE = 'CHEQUE'
                   OR HIST-OPCODE = 'PAYOUT'
                   OR HIST-OPCODE = 'INTRST'
                   OR HIST-OPCODE = 'XFRDR '
                   OR HIST-OPCODE = 'XFRCR '
