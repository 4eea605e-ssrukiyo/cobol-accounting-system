      *****************************************************
      *  CHGJREC.cpy - CHANGE-JOURNAL record layout. One
      *  line per field changed by a maintenance function:
      *  the setup utilities for customers, operators,
      *  products, standing orders and cheques, and the
      *  SETRAT/SETLIM/SETSTA/SETBRN opcodes of
      *  OperationsProgram. Appended to CHGJRNL.DAT and
      *  read back by MaintenanceReportProgram for the
      *  supervisors' daily sign-off.
      *****************************************************
       01  CHANGE-JOURNAL-RECORD.
      *    All lines written for one add or change share the
      *    timestamp, so the report can keep them together.
           05  CHGJ-TIMESTAMP          PIC X(26).
      *    Signed-on operator who made the change; spaces for the
      *    first operator added to an empty operator file and for
      *    batch callers of OperationsProgram.
           05  CHGJ-OPERATOR-ID        PIC X(8).
           05  CHGJ-PROGRAM            PIC X(30).
      *    Data set changed, by the name of its file (CUSTOMER,
      *    OPERATOR, PRODUCTS, STORDERS, CHQSTOCK, CHQSTOPS,
      *    ACCTMSTR), and the key of the record changed.
           05  CHGJ-FILE-NAME          PIC X(8).
           05  CHGJ-RECORD-KEY         PIC X(20).
           05  CHGJ-ACTION             PIC X(1).
               88  CHGJ-ADDED              VALUE 'A'.
               88  CHGJ-CHANGED            VALUE 'C'.
           05  CHGJ-FIELD-NAME         PIC X(20).
      *    Field values in display form, amounts and rates edited;
      *    the before image is spaces on an add. Passwords are
      *    never shown, only that they changed.
           05  CHGJ-BEFORE-VALUE       PIC X(40).
           05  CHGJ-AFTER-VALUE        PIC X(40).
