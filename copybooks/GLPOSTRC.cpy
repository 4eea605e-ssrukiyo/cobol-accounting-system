               10  GLP-GL-ACCOUNT      PIC X(8).
               10  GLP-DEBIT-CREDIT    PIC X(1).
               10  GLP-AMOUNT          PIC 9(11)V99.
               10  GLP-BRANCH-CODE     PIC X(4).
           05  GLP-CONTROL-DATA REDEFINES GLP-DETAIL-DATA.
               10  GLP-LINE-COUNT      PIC 9(9).
               10  GLP-HASH-TOTAL      PIC 9(13)V99.
               10  FILLER              PIC X(10).
