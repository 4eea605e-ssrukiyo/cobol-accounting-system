      *    05  insufficient funds
      *    06  refused at posting (account frozen or
      *        closed, and similar)
      *    07  cheque serial not issued to the account
      *    08  cheque stopped by the drawer
      *    09  cheque already paid (duplicate presentment)
      *    10  return does not match a payment of ours
      *        still awaiting settlement
      *  The bank's own outbound payments go out in the
      *  same format: P details crediting a beneficiary
      *  account at the bank named in CLR-BANK-ID. A
      *  receiving bank that cannot apply one sends it back
      *  as an R record on the inbound file, echoing the
      *  reference and the originating account.
      *****************************************************
       01  CLEARING-RECORD.
           05  CLR-RECORD-TYPE         PIC X(1).
           05  CLR-DETAIL-DATA.
               10  CLR-EXTERNAL-REF    PIC X(16).
               10  CLR-ACCT-NUMBER     PIC X(10).
      *        C credit, D debit, T transfer, Q cheque,
      *        P outbound payment.
               10  CLR-TXN-TYPE        PIC X(1).
               10  CLR-AMOUNT          PIC 9(11)V99.
               10  CLR-TO-ACCT-NUMBER  PIC X(10).
      *        A cheque item has no to-account; the drawn cheque's
      *        serial travels in the same positions instead.
               10  CLR-CHEQUE-DATA REDEFINES CLR-TO-ACCT-NUMBER.
                   15  CLR-CHEQUE-NUMBER   PIC 9(6).
                   15  FILLER              PIC X(4).
      *        On an outbound payment, the paying customer's
      *        account here.
               10  CLR-ORIGIN-ACCT-NUMBER
                       REDEFINES CLR-TO-ACCT-NUMBER PIC X(10).
               10  CLR-EFFECTIVE-DATE  PIC X(8).
           05  CLR-HEADER-DATA REDEFINES CLR-DETAIL-DATA.
               10  CLR-FILE-DATE       PIC X(8).
               10  FILLER              PIC X(34).
      *    Reason the item comes back; spaces on inbound records.
           05  CLR-RETURN-REASON       PIC X(2).
      *    Receiving bank of an outbound payment; spaces (or absent)
      *    on everything else.
           05  CLR-BANK-ID             PIC X(8).
