      *  GLMAPREC.cpy - GL-MAP record layout. One line per
      *  audit opcode, naming the ledger accounts debited
      *  and credited for that opcode's daily total. Read
      *  by the GL extract job; maintained by finance. The
      *  term-loan opcodes need lines of their own: LNDRAW
      *  (debit loans receivable), LNREPY (credit loans
      *  receivable) and LNINT (credit loan interest income).
      *  Cheques paid through clearing post under CHEQUE,
      *  which needs a line of its own as well, as do PAYOUT
      *  (credit the outbound clearing suspense) and PAYRTN
      *  (debit it).
      *****************************************************
       01  GL-MAP-RECORD.
           05  GLMAP-OPCODE            PIC X(6).
           05  GLMAP-DR-ACCOUNT        PIC X(8).
           05  GLMAP-CR-ACCOUNT        PIC X(8).
      *    Branch the line applies to, so each branch's activity
      *    posts to that branch's own ledger accounts. A line with
      *    spaces here serves every branch that has no line of its
      *    own for the opcode.
           05  GLMAP-BRANCH-CODE       PIC X(4).
