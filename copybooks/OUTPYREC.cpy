      *****************************************************
      *  OUTPYREC.cpy - OUTBOUND-PAYMENT record layout, the
      *  clearing suspense for payments sent to other banks,
      *  keyed by the payment reference OperationsProgram
      *  assigns under PAYOUT. The customer is debited when
      *  the payment is taken and the money sits here until
      *  the network settles or returns it:
      *    P  taken, waiting for tonight's outbound file
      *    S  sent on the outbound file, return window open
      *    C  settled - the return window closed with no
      *       return, and the item leaves suspense
      *    R  returned by the receiving bank and credited
      *       back to the customer under PAYRTN
      *  OutboundPaymentProgram sends and settles items;
      *  OperationsProgram takes and returns them.
      *****************************************************
       01  OUTBOUND-PAYMENT-RECORD.
      *    Travels as the external reference on the outbound file
      *    and comes back on the network's return of the item.
           05  PAY-REFERENCE           PIC X(16).
           05  PAY-ACCT-NUMBER         PIC X(10).
           05  PAY-AMOUNT              PIC S9(9)V99 COMP-3.
      *    Beneficiary: receiving bank and the account there.
           05  PAY-PAYEE-BANK-ID       PIC X(8).
           05  PAY-PAYEE-ACCOUNT       PIC X(10).
           05  PAY-OPERATOR-ID         PIC X(8).
           05  PAY-TAKEN-DATE          PIC X(8).
      *    Timestamp of the PAYOUT audit record that debited the
      *    customer.
           05  PAY-AUDIT-TS            PIC X(26).
           05  PAY-STATUS              PIC X(1).
               88  PAY-PENDING             VALUE 'P'.
               88  PAY-SENT                VALUE 'S'.
               88  PAY-SETTLED             VALUE 'C'.
               88  PAY-RETURNED            VALUE 'R'.
      *    Business date of the outbound file the item went on.
           05  PAY-SENT-DATE           PIC X(8).
      *    Business date the item left suspense, settled or
      *    returned; spaces while it is still held.
           05  PAY-CLEARED-DATE        PIC X(8).
