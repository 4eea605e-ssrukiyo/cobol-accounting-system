               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT OPTIONAL SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSTEM-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       FD  HOLIDAY-FILE.
           COPY CALREC.

       FD  SYSTEM-STATUS-FILE.
           COPY SYSSTREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL-STATUS      PIC XX.
           88  WS-RUN-CONTROL-OK          VALUES '00' '05'.
           88  WS-HOLIDAY-FILE-OK         VALUES '00' '05'.
           88  WS-HOLIDAY-FILE-EOF        VALUE '10'.

       01  WS-SYSTEM-STATUS-STATUS    PIC XX.
           88  WS-SYSTEM-STATUS-OK        VALUES '00' '05'.

       01  WS-BUSINESS-DATE           PIC X(8).
      * The business day this run processed, kept for the summary:
      * a completed CUTOFF advances WS-BUSINESS-DATE to the next
       01  WS-HOLIDAY-FLAG            PIC X(3).
       01  WS-MONTH-END-FLAG          PIC X(3).

      * The fixed nightly order: an image of the account master and
      * holds before anything posts, so the night's updates can be
      * rebuilt from it; standing orders next so their
      * postings are on today's books, clearing-file ingest ahead
      * of the pre-edit, then pre-edit, posting,
      * month-end interest and fees, loan interest charging and
      * arrears ageing, balance export and the nightly
      * balance-history snapshot (with the month-end ADB report),
      * reconciliation, general ledger extract, daily summary,
      * teller proof, transaction monitoring, clearing returns, the
      * outbound payment file, audit log cutover last so every
      * report has seen the day's records.
       01  WS-STEP-DEFINITIONS.
           05  FILLER                 PIC X(38) VALUE
               "IMAGE   MasterImageProgram".
           05  FILLER                 PIC X(38) VALUE
               "STORDER StandingOrderProgram".
           05  FILLER                 PIC X(38) VALUE
               "INTERESTInterestPostingProgram".
           05  FILLER                 PIC X(38) VALUE
               "FEES    FeeAssessmentProgram".
           05  FILLER                 PIC X(38) VALUE
               "ARREARS LoanArrearsProgram".
           05  FILLER                 PIC X(38) VALUE
               "EXPORT  BalanceExportProgram".
           05  FILLER                 PIC X(38) VALUE
               "SUMMARY TransactionSummaryProgram".
           05  FILLER                 PIC X(38) VALUE
               "TELLPROFTellerProofProgram".
           05  FILLER                 PIC X(38) VALUE
               "MONITOR TransactionMonitorProgram".
           05  FILLER                 PIC X(38) VALUE
               "CLRRTRN ClearingReturnProgram".
           05  FILLER                 PIC X(38) VALUE
               "OUTPAY  OutboundPaymentProgram".
           05  FILLER                 PIC X(38) VALUE
               "CUTOFF  AuditLogCutoffProgram".
       01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05  WS-STEP-ENTRY OCCURS 19 TIMES
                   INDEXED BY WS-STEP-IDX.
               10  WS-STEP-NAME       PIC X(8).
               10  WS-STEP-PROGRAM    PIC X(30).

       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 19 TIMES.
               10  WS-STEP-DONE-FLAG  PIC X(1).
               10  WS-STEP-OUTCOME    PIC X(12).
               10  WS-STEP-COUNT      PIC 9(9).
       01  WS-STEP-SUB                PIC 9(2).
      * Entries in the step table above; every walk of the table
      * runs to this count.
       01  WS-STEP-TOTAL              PIC 9(2) VALUE 19.
       01  WS-CHAIN-STOPPED-FLAG      PIC X(3).

       COPY STEPRES.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           DISPLAY "NightRunProgram: processing business date "
                   WS-BUSINESS-DATE
           PERFORM SET-BATCH-IN-PROGRESS
           PERFORM DETERMINE-MONTH-END
           PERFORM INITIALIZE-STEP-STATES
           PERFORM LOAD-COMPLETED-STEPS

           MOVE 'NO' TO WS-CHAIN-STOPPED-FLAG
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-TOTAL
               PERFORM RUN-ONE-STEP
           END-PERFORM

           PERFORM PRINT-RUN-SUMMARY
      *    An incomplete run leaves the accounts part-updated, so
      *    the counters stay inquiry-only until the rerun finishes
      *    or a supervisor releases them.
           IF WS-CHAIN-STOPPED-FLAG = 'YES'
               DISPLAY "NightRunProgram: system status left at "
                       "batch in progress"
           ELSE
               PERFORM SET-SYSTEM-ONLINE
           END-IF
           STOP RUN.

      * Counters go inquiry-only before the first step touches an
      * account. If the flag cannot be raised the run does not
      * start, since tellers could then post into the middle of it.
       SET-BATCH-IN-PROGRESS.
           OPEN OUTPUT SYSTEM-STATUS-FILE
           IF NOT WS-SYSTEM-STATUS-OK
               DISPLAY "NightRunProgram: cannot write "
                       "SYSTEM-STATUS-FILE, status "
                       WS-SYSTEM-STATUS-STATUS
                       "; run NOT started"
               STOP RUN
           END-IF
           MOVE 'B' TO SYS-STATUS
           MOVE WS-BUSINESS-DATE TO SYS-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO SYS-CHANGED-TS
           MOVE 'NIGHTRUN' TO SYS-CHANGED-BY
           WRITE SYSTEM-STATUS-RECORD
           CLOSE SYSTEM-STATUS-FILE
           DISPLAY "NightRunProgram: system status set to batch "
                   "in progress, counters are inquiry-only".

       SET-SYSTEM-ONLINE.
           OPEN OUTPUT SYSTEM-STATUS-FILE
           IF NOT WS-SYSTEM-STATUS-OK
               DISPLAY "NightRunProgram: cannot write "
                       "SYSTEM-STATUS-FILE, status "
                       WS-SYSTEM-STATUS-STATUS
                       "; a supervisor must release the counters"
           ELSE
               MOVE 'O' TO SYS-STATUS
               MOVE WS-RUN-DATE TO SYS-BUSINESS-DATE
               MOVE FUNCTION CURRENT-DATE TO SYS-CHANGED-TS
               MOVE 'NIGHTRUN' TO SYS-CHANGED-BY
               WRITE SYSTEM-STATUS-RECORD
               CLOSE SYSTEM-STATUS-FILE
               DISPLAY "NightRunProgram: system status set to "
                       "online"
           END-IF.

       INITIALIZE-STEP-STATES.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-TOTAL
               MOVE 'N' TO WS-STEP-DONE-FLAG (WS-STEP-SUB)
               MOVE 'NOT-RUN' TO WS-STEP-OUTCOME (WS-STEP-SUB)
               MOVE 0 TO WS-STEP-COUNT (WS-STEP-SUB)
           IF RUN-DATE = WS-BUSINESS-DATE
                   AND RUN-STEP-STATUS = 'DONE'
               PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-TOTAL
                   IF WS-STEP-NAME (WS-STEP-SUB) = RUN-STEP-NAME
                       MOVE 'Y' TO WS-STEP-DONE-FLAG (WS-STEP-SUB)
                       MOVE 'DONE-BEFORE'
           DISPLAY "NightRunProgram: run summary for "
                   WS-RUN-DATE
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-TOTAL
               DISPLAY "  " WS-STEP-NAME (WS-STEP-SUB)
                       " " WS-STEP-OUTCOME (WS-STEP-SUB)
                       " records " WS-STEP-COUNT (WS-STEP-SUB)
