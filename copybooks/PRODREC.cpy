      *****************************************************
      *  PRODREC.cpy - PRODUCT-FILE record layout, keyed by
      *  product code. One record per deposit product
      *  (savings, current, youth, business and so on);
      *  ACCT-PRODUCT-CODE on the account master points
      *  here. Maintained by ProductSetupProgram.
      *  InterestPostingProgram pays interest at the
      *  product's rate, so a rate change here reaches every
      *  account on the product at the next interest run;
      *  FeeAssessmentProgram levies only the fee codes the
      *  product lists. The overdraft limit is the default
      *  given to an account when it is opened on, or moved
      *  to, the product; SETLIM still varies it per account.
      *****************************************************
       01  PRODUCT-RECORD.
           05  PROD-CODE               PIC X(4).
           05  PROD-DESCRIPTION        PIC X(30).
      *    Annual rate paid to every interest-earning account on
      *    the product.
           05  PROD-INTEREST-RATE      PIC S9(3)V9(4) COMP-3.
           05  PROD-OVERDRAFT-LIMIT    PIC S9(9)V99 COMP-3.
           05  PROD-EARNS-INTEREST     PIC X(1).
               88  PROD-PAYS-INTEREST      VALUE 'Y'.
      *    FEESCHED.DAT codes levied on accounts on the product;
      *    unused slots are spaces. A product listing no codes is
      *    fee-free.
           05  PROD-FEE-CODES.
               10  PROD-FEE-CODE       PIC X(6) OCCURS 5 TIMES.
