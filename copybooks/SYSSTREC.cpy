      *****************************************************
      *  SYSSTREC.cpy - SYSTEM-STATUS-FILE record layout.
      *  A single line saying whether the accounts are open
      *  to the counters or being updated by the night run.
      *  NightRunProgram sets it to batch at start-up and
      *  back to online when the run completes; a supervisor
      *  may force it back through SystemStatusProgram. A
      *  missing file is treated as online.
      *****************************************************
       01  SYSTEM-STATUS-RECORD.
           05  SYS-STATUS              PIC X(1).
               88  SYS-ONLINE              VALUES 'O' SPACE.
               88  SYS-BATCH-IN-PROGRESS   VALUE 'B'.
      *    Business date the night run was processing when it set
      *    the flag.
           05  SYS-BUSINESS-DATE       PIC X(8).
           05  SYS-CHANGED-TS          PIC X(26).
      *    NIGHTRUN for the driver, otherwise the supervisor who
      *    forced the status.
           05  SYS-CHANGED-BY          PIC X(8).
