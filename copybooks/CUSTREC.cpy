           05  CUST-CITY               PIC X(20).
           05  CUST-POSTAL-CODE        PIC X(10).
           05  CUST-PHONE              PIC X(15).
      *    Tax identification number reported with the customer's
      *    year-end interest; spaces until keyed.
           05  CUST-TAX-ID             PIC X(15).
      *    Customers exempt from interest reporting still receive a
      *    certificate but are left off the tax-authority extract.
      *    Records written before this field existed carry a space,
      *    which is treated as reportable.
           05  CUST-TAX-EXEMPT-FLAG    PIC X(1).
               88  CUST-TAX-EXEMPT         VALUE 'Y'.
               88  CUST-TAX-REPORTABLE     VALUES 'N' SPACE.
