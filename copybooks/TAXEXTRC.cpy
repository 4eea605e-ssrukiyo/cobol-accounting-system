      *****************************************************
      *  TAXEXTRC.cpy - TAX-EXTRACT record layout, the
      *  fixed-width year-end interest return for the tax
      *  authority. One header line naming the tax year and
      *  whether the file is an original or a corrected
      *  return, one detail line per reportable customer,
      *  and a trailer carrying the control totals the
      *  authority checks on receipt. Amounts carry a
      *  leading separate sign so every line is plain text.
      *****************************************************
       01  TAX-EXTRACT-RECORD.
           05  TAXX-RECORD-TYPE        PIC X(1).
               88  TAXX-HEADER             VALUE 'H'.
               88  TAXX-DETAIL             VALUE 'D'.
               88  TAXX-TRAILER            VALUE 'T'.
           05  TAXX-HEADER-DATA.
               10  TAXX-TAX-YEAR       PIC X(4).
               10  TAXX-RUN-DATE       PIC X(8).
               10  TAXX-RETURN-TYPE    PIC X(1).
                   88  TAXX-ORIGINAL       VALUE 'O'.
                   88  TAXX-CORRECTED      VALUE 'C'.
               10  FILLER              PIC X(66).
           05  TAXX-DETAIL-DATA REDEFINES TAXX-HEADER-DATA.
               10  TAXX-TAX-ID         PIC X(15).
               10  TAXX-CUST-NUMBER    PIC X(10).
               10  TAXX-CUST-NAME      PIC X(30).
               10  TAXX-POSTAL-CODE    PIC X(10).
               10  TAXX-INTEREST       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  TAXX-TRAILER-DATA REDEFINES TAXX-HEADER-DATA.
               10  TAXX-DETAIL-COUNT   PIC 9(9).
               10  TAXX-TOTAL-INTEREST PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  TAXX-EXEMPT-COUNT   PIC 9(9).
               10  TAXX-EXEMPT-INTEREST PIC S9(13)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(29).
