      *****************************************************
      *  IMGCATRC.cpy - IMAGE-CATALOGUE record layout. One
      *  line per pre-posting image of the account master
      *  and holds file, written by the night run's imaging
      *  step once both images are complete, and read back
      *  by MasterRecoveryProgram to find the image to
      *  restore. Kept in IMGGENS.DAT the way AUDGENS.DAT
      *  registers the audit-log generations. A rerun of the
      *  step on the same business date adds a later line;
      *  the last line for a date is the one restored.
      *****************************************************
       01  IMAGE-CATALOGUE-RECORD.
           05  ICAT-DATE               PIC X(8).
      *    Wall-clock moment the image was started; every posting
      *    stamped after it is replayed on top of the image.
           05  ICAT-TAKEN-TS           PIC X(26).
           05  ICAT-ACCT-FILE-NAME     PIC X(30).
           05  ICAT-ACCT-COUNT         PIC 9(9).
           05  ICAT-HOLD-FILE-NAME     PIC X(30).
           05  ICAT-HOLD-COUNT         PIC 9(9).
