      *****************************************************
      *  ALERTREC.cpy - MONITORING-ALERT record layout,
      *  keyed by the business date raised, the rule, the
      *  subject (the account, or the customer on a customer
      *  structuring rule) and a sequence for several large
      *  items on one account in a day. Written by the
      *  TransactionMonitorProgram night-run step; the key is
      *  built from the postings themselves, so a rerun of
      *  the step finds the alerts already raised and leaves
      *  them, and any review, as they are. Worked by
      *  ComplianceReviewProgram.
      *****************************************************
       01  MONITORING-ALERT-RECORD.
           05  ALRT-KEY.
               10  ALRT-RAISED-DATE    PIC X(8).
               10  ALRT-RULE-CODE      PIC X(6).
               10  ALRT-SUBJECT        PIC X(10).
               10  ALRT-SEQUENCE       PIC 9(3).
           05  ALRT-RULE-TYPE          PIC X(1).
      *    The account the alert concerns; on a customer rule, the
      *    account of the first item posted on the business day.
           05  ALRT-ACCT-NUMBER        PIC X(10).
      *    Owning customer from the account master; spaces for an
      *    account not linked to a customer.
           05  ALRT-CUSTOMER-NUMBER    PIC X(10).
           05  ALRT-TOTAL-AMOUNT       PIC S9(11)V99 COMP-3.
      *    Items that caused the alert. Only the first ten are
      *    itemised; ALRT-ITEM-COUNT is the full count.
           05  ALRT-ITEM-COUNT         PIC 9(5).
           05  ALRT-ITEM OCCURS 10 TIMES.
               10  ALRT-ITEM-TIMESTAMP PIC X(26).
               10  ALRT-ITEM-ACCT      PIC X(10).
               10  ALRT-ITEM-OPCODE    PIC X(6).
               10  ALRT-ITEM-AMOUNT    PIC S9(9)V99 COMP-3.
      *    Open and escalated alerts are still being worked;
      *    dismissed and reported alerts are closed.
           05  ALRT-STATUS             PIC X(1).
               88  ALRT-OPEN               VALUE 'O'.
               88  ALRT-DISMISSED          VALUE 'D'.
               88  ALRT-ESCALATED          VALUE 'E'.
               88  ALRT-REPORTED           VALUE 'R'.
               88  ALRT-UNRESOLVED         VALUES 'O' 'E'.
           05  ALRT-REVIEWER-ID        PIC X(8).
           05  ALRT-REVIEW-DATE        PIC X(8).
           05  ALRT-REVIEW-NOTE        PIC X(60).
