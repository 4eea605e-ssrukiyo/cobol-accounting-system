       IDENTIFICATION DIVISION.
       PROGRAM-ID. MaintenanceReportProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT OPTIONAL CHANGE-JOURNAL ASSIGN TO "CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT MAINT-SORT-FILE ASSIGN TO "MAINTSRT.TMP".

           SELECT MAINT-REPORT ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  CHANGE-JOURNAL.
           COPY CHGJREC.

      * One journal line for the day, to be listed by the operator
      * who made the change. Lines of one change share a timestamp
      * and keep their journal order.
       SD  MAINT-SORT-FILE.
           COPY CHGJREC REPLACING
               ==CHANGE-JOURNAL-RECORD== BY ==MAINT-SORT-RECORD==
               LEADING ==CHGJ== BY ==MSRT==.

       FD  MAINT-REPORT.
       01  MAINT-REPORT-RECORD        PIC X(170).

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS    PIC XX.
           88  WS-OPERATOR-FILE-OK        VALUE '00'.
           88  WS-OPERATOR-NOT-FOUND      VALUE '23'.

       01  WS-JOURNAL-FILE-STATUS     PIC XX.
           88  WS-JOURNAL-FILE-OK         VALUES '00' '05'.
           88  WS-JOURNAL-FILE-EOF        VALUE '10'.

       01  WS-REPORT-FILE-STATUS      PIC XX.
           88  WS-REPORT-FILE-OK          VALUE '00'.

       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-OPERATOR-PASSWORD       PIC X(8).
       01  WS-SIGNED-ON-FLAG          PIC X(3) VALUE 'NO'.

       01  WS-REPORT-DATE             PIC X(8).
       01  WS-REPORT-FILE-NAME        PIC X(30).
       01  WS-SORT-EOF-FLAG           PIC X(3).
       01  WS-OWN-RECORD-FLAG         PIC X(3).
       01  WS-CURRENT-OPERATOR        PIC X(8).
       01  WS-FIRST-GROUP-FLAG        PIC X(3).
       01  WS-CHANGE-COUNT            PIC 9(7) VALUE 0.
       01  WS-OWN-RECORD-COUNT        PIC 9(7) VALUE 0.
       01  WS-OPERATOR-COUNT          PIC 9(5) VALUE 0.
       01  WS-OPER-CHANGE-COUNT       PIC 9(7).
       01  WS-OPER-OWN-COUNT          PIC 9(7).

       01  WS-HEADER-LINE.
           05  FILLER                 PIC X(26)
                   VALUE "MAINTENANCE CHANGE REPORT ".
           05  WS-HDR-DATE            PIC X(8).
           05  FILLER                 PIC X(14) VALUE "  PRINTED BY ".
           05  WS-HDR-SUPERVISOR      PIC X(8).

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(48) VALUE
               "  TIME   FILE     RECORD KEY           A FIELD".
           05  FILLER                 PIC X(55) VALUE
               "              BEFORE".
           05  FILLER                 PIC X(5)  VALUE "AFTER".

       01  WS-OPERATOR-LINE.
           05  FILLER                 PIC X(9)  VALUE "OPERATOR ".
           05  WS-OPL-OPERATOR        PIC X(8).

      * Changes an operator made to the operator's own record are
      * flagged on the line itself as well as listed together at
      * the head of the report.
       01  WS-DETAIL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-DTL-TIME            PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-FILE            PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-KEY             PIC X(20).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-ACTION          PIC X(1).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-FIELD           PIC X(20).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-BEFORE          PIC X(40).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-AFTER           PIC X(40).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-DTL-FLAG            PIC X(18).

       01  WS-OWN-DETAIL-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-OWN-TIME            PIC X(6).
           05  FILLER                 PIC X(10) VALUE " OPERATOR ".
           05  WS-OWN-OPERATOR        PIC X(8).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-OWN-FIELD           PIC X(20).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-OWN-BEFORE          PIC X(40).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-OWN-AFTER           PIC X(40).

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CNT-CAPTION         PIC X(40).
           05  WS-CNT-VALUE           PIC Z(6)9.

       01  WS-SIGN-OFF-LINE.
           05  FILLER                 PIC X(48) VALUE
               "REVIEWED BY SUPERVISOR  ______________________  ".
           05  FILLER                 PIC X(35) VALUE
               "SIGNATURE  ______________________  ".
           05  FILLER                 PIC X(16) VALUE
               "DATE  __________".

       PROCEDURE DIVISION.
       REPORT-MAIN.
           DISPLAY "MaintenanceReportProgram: daily maintenance "
                   "change report"
           PERFORM SUPERVISOR-SIGN-ON

           DISPLAY "Report date (YYYYMMDD, blank for today): "
           ACCEPT WS-REPORT-DATE
           IF WS-REPORT-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REPORT-DATE
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "MAINTRPT-" DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT MAINT-REPORT
           IF NOT WS-REPORT-FILE-OK
               DISPLAY "MaintenanceReportProgram: cannot open report "
                       WS-REPORT-FILE-NAME " status "
                       WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE TO WS-HDR-DATE
           MOVE WS-OPERATOR-ID TO WS-HDR-SUPERVISOR
           WRITE MAINT-REPORT-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD

           PERFORM LIST-OWN-RECORD-CHANGES

           MOVE "ALL CHANGES BY OPERATOR" TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD FROM WS-COLUMN-LINE
           SORT MAINT-SORT-FILE
               ON ASCENDING KEY MSRT-OPERATOR-ID
                                MSRT-TIMESTAMP
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS SELECT-DAY-CHANGES
               OUTPUT PROCEDURE IS PRINT-DAY-CHANGES
           IF WS-CHANGE-COUNT = 0
               MOVE "  NO MAINTENANCE CHANGES JOURNALLED"
                   TO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
           END-IF

           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-SIGN-OFF-BLOCK
           CLOSE MAINT-REPORT

           DISPLAY "MaintenanceReportProgram: " WS-CHANGE-COUNT
                   " change(s) by " WS-OPERATOR-COUNT
                   " operator(s), " WS-OWN-RECORD-COUNT
                   " to own record, on " WS-REPORT-FILE-NAME
           STOP RUN.

      * The report is signed off by the supervisor who prints it,
      * so only a supervisor may sign on here.
       SUPERVISOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "MaintenanceReportProgram: cannot open "
                       "OPERATOR-FILE, status "
                       WS-OPERATOR-FILE-STATUS
               STOP RUN
           END-IF

           PERFORM UNTIL WS-SIGNED-ON-FLAG = 'YES'
               DISPLAY "Operator ID: "
               ACCEPT WS-OPERATOR-ID
               DISPLAY "Password: "
               ACCEPT WS-OPERATOR-PASSWORD
               MOVE WS-OPERATOR-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       MOVE '23' TO WS-OPERATOR-FILE-STATUS
                   NOT INVALID KEY
                       MOVE '00' TO WS-OPERATOR-FILE-STATUS
               END-READ
               IF WS-OPERATOR-FILE-OK
                       AND OPER-PASSWORD = WS-OPERATOR-PASSWORD
                   IF OPER-SUPERVISOR
                       MOVE 'YES' TO WS-SIGNED-ON-FLAG
                   ELSE
                       DISPLAY "Sign-on refused: supervisors only."
                       CLOSE OPERATOR-FILE
                       STOP RUN
                   END-IF
               ELSE
                   DISPLAY "Sign-on failed, invalid ID or password."
               END-IF
           END-PERFORM
           CLOSE OPERATOR-FILE.

      * An operator may not vouch for changes to the operator's own
      * ID, password, limit or role, so these head the report where
      * the supervisor cannot miss them.
       LIST-OWN-RECORD-CHANGES.
           MOVE "CHANGES BY OPERATORS TO THEIR OWN RECORDS"
               TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE SPACES TO WS-JOURNAL-FILE-STATUS
           OPEN INPUT CHANGE-JOURNAL
           IF WS-JOURNAL-FILE-OK
               PERFORM UNTIL WS-JOURNAL-FILE-EOF
                   READ CHANGE-JOURNAL
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM LIST-ONE-OWN-RECORD-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL
           END-IF
           IF WS-OWN-RECORD-COUNT = 0
               MOVE "  NONE" TO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
           END-IF
           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       LIST-ONE-OWN-RECORD-CHANGE.
           IF CHGJ-TIMESTAMP (1:8) = WS-REPORT-DATE
                   AND CHGJ-FILE-NAME = "OPERATOR"
                   AND CHGJ-OPERATOR-ID NOT = SPACES
                   AND CHGJ-RECORD-KEY (1:8) = CHGJ-OPERATOR-ID
               ADD 1 TO WS-OWN-RECORD-COUNT
               MOVE CHGJ-TIMESTAMP (9:6) TO WS-OWN-TIME
               MOVE CHGJ-OPERATOR-ID     TO WS-OWN-OPERATOR
               MOVE CHGJ-FIELD-NAME      TO WS-OWN-FIELD
               MOVE CHGJ-BEFORE-VALUE    TO WS-OWN-BEFORE
               MOVE CHGJ-AFTER-VALUE     TO WS-OWN-AFTER
               WRITE MAINT-REPORT-RECORD FROM WS-OWN-DETAIL-LINE
           END-IF.

      * The journal accumulates across days; only lines stamped
      * with the report date are taken.
       SELECT-DAY-CHANGES.
           MOVE SPACES TO WS-JOURNAL-FILE-STATUS
           OPEN INPUT CHANGE-JOURNAL
           IF WS-JOURNAL-FILE-OK
               PERFORM UNTIL WS-JOURNAL-FILE-EOF
                   READ CHANGE-JOURNAL
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CHGJ-TIMESTAMP (1:8) = WS-REPORT-DATE
                               MOVE CHANGE-JOURNAL-RECORD
                                   TO MAINT-SORT-RECORD
                               RELEASE MAINT-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL
           ELSE
               DISPLAY "MaintenanceReportProgram: cannot open "
                       "CHANGE-JOURNAL, status "
                       WS-JOURNAL-FILE-STATUS
           END-IF.

       PRINT-DAY-CHANGES.
           MOVE 'NO' TO WS-SORT-EOF-FLAG
           MOVE 'YES' TO WS-FIRST-GROUP-FLAG
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'YES'
               RETURN MAINT-SORT-FILE
                   AT END
                       MOVE 'YES' TO WS-SORT-EOF-FLAG
                   NOT AT END
                       PERFORM PRINT-ONE-CHANGE
               END-RETURN
           END-PERFORM
           IF WS-FIRST-GROUP-FLAG = 'NO'
               PERFORM WRITE-OPERATOR-SUBTOTAL
           END-IF.

       PRINT-ONE-CHANGE.
           IF WS-FIRST-GROUP-FLAG = 'YES'
                   OR MSRT-OPERATOR-ID NOT = WS-CURRENT-OPERATOR
               IF WS-FIRST-GROUP-FLAG = 'NO'
                   PERFORM WRITE-OPERATOR-SUBTOTAL
               END-IF
               MOVE 'NO' TO WS-FIRST-GROUP-FLAG
               MOVE MSRT-OPERATOR-ID TO WS-CURRENT-OPERATOR
               PERFORM START-OPERATOR-GROUP
           END-IF

           MOVE 'NO' TO WS-OWN-RECORD-FLAG
           IF MSRT-FILE-NAME = "OPERATOR"
                   AND MSRT-OPERATOR-ID NOT = SPACES
                   AND MSRT-RECORD-KEY (1:8) = MSRT-OPERATOR-ID
               MOVE 'YES' TO WS-OWN-RECORD-FLAG
               ADD 1 TO WS-OPER-OWN-COUNT
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           ADD 1 TO WS-OPER-CHANGE-COUNT
           MOVE MSRT-TIMESTAMP (9:6) TO WS-DTL-TIME
           MOVE MSRT-FILE-NAME       TO WS-DTL-FILE
           MOVE MSRT-RECORD-KEY      TO WS-DTL-KEY
           MOVE MSRT-ACTION          TO WS-DTL-ACTION
           MOVE MSRT-FIELD-NAME      TO WS-DTL-FIELD
           MOVE MSRT-BEFORE-VALUE    TO WS-DTL-BEFORE
           MOVE MSRT-AFTER-VALUE     TO WS-DTL-AFTER
           IF WS-OWN-RECORD-FLAG = 'YES'
               MOVE "*** OWN RECORD ***" TO WS-DTL-FLAG
           ELSE
               MOVE SPACES TO WS-DTL-FLAG
           END-IF
           WRITE MAINT-REPORT-RECORD FROM WS-DETAIL-LINE.

      * Changes with no operator are the first operator added to an
      * empty operator file, or maintenance opcodes from a batch
      * caller.
       START-OPERATOR-GROUP.
           ADD 1 TO WS-OPERATOR-COUNT
           MOVE 0 TO WS-OPER-CHANGE-COUNT
           MOVE 0 TO WS-OPER-OWN-COUNT
           IF WS-CURRENT-OPERATOR = SPACES
               MOVE "(NONE)" TO WS-OPL-OPERATOR
           ELSE
               MOVE WS-CURRENT-OPERATOR TO WS-OPL-OPERATOR
           END-IF
           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD FROM WS-OPERATOR-LINE.

       WRITE-OPERATOR-SUBTOTAL.
           MOVE "Changes journalled" TO WS-CNT-CAPTION
           MOVE WS-OPER-CHANGE-COUNT TO WS-CNT-VALUE
           WRITE MAINT-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-OPER-OWN-COUNT > 0
               MOVE "Changes to own operator record"
                   TO WS-CNT-CAPTION
               MOVE WS-OPER-OWN-COUNT TO WS-CNT-VALUE
               WRITE MAINT-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE "REPORT TOTALS" TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE "Operators making changes" TO WS-CNT-CAPTION
           MOVE WS-OPERATOR-COUNT TO WS-CNT-VALUE
           WRITE MAINT-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "Changes journalled" TO WS-CNT-CAPTION
           MOVE WS-CHANGE-COUNT TO WS-CNT-VALUE
           WRITE MAINT-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "Changes to own operator record" TO WS-CNT-CAPTION
           MOVE WS-OWN-RECORD-COUNT TO WS-CNT-VALUE
           WRITE MAINT-REPORT-RECORD FROM WS-COUNT-LINE.

       WRITE-SIGN-OFF-BLOCK.
           MOVE SPACES TO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD FROM WS-SIGN-OFF-LINE.
