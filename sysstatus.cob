       IDENTIFICATION DIVISION.
       PROGRAM-ID. SystemStatusProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT OPTIONAL SYSTEM-STATUS-FILE ASSIGN TO "SYSSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSTEM-STATUS-STATUS.

           SELECT OPTIONAL SIGN-ON-REGISTER ASSIGN TO "SESSIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-OPER-ID
               FILE STATUS IS WS-SESSION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           COPY OPERREC.

       FD  SYSTEM-STATUS-FILE.
           COPY SYSSTREC.

       FD  SIGN-ON-REGISTER.
           COPY SESSREC.

       WORKING-STORAGE SECTION.
       01  WS-OPERATOR-FILE-STATUS    PIC XX.
           88  WS-OPERATOR-FILE-OK        VALUE '00'.
           88  WS-OPERATOR-NOT-FOUND      VALUE '23'.

       01  WS-SYSTEM-STATUS-STATUS    PIC XX.
           88  WS-SYSTEM-STATUS-OK        VALUES '00' '05'.

       01  WS-SESSION-FILE-STATUS     PIC XX.
           88  WS-SESSION-FILE-OK         VALUES '00' '05'.
           88  WS-SESSION-NOT-FOUND       VALUE '23'.

       01  WS-OPERATOR-ID             PIC X(8).
       01  WS-OPERATOR-PASSWORD       PIC X(8).
       01  WS-SIGNED-ON-FLAG          PIC X(3) VALUE 'NO'.

       01  WS-CONTINUE-FLAG           PIC X(3) VALUE 'YES'.
       01  WS-CHOICE                  PIC X(1).
       01  WS-CONFIRM                 PIC X(1).
       01  WS-WANTED-OPER-ID          PIC X(8).
       01  WS-SESSION-EOF-FLAG        PIC X(3).
       01  WS-SESSION-COUNT           PIC 9(5).
       01  WS-STATUS-TEXT             PIC X(20).

       PROCEDURE DIVISION.
       STATUS-MAIN.
           DISPLAY "SystemStatusProgram: counter status and sign-on "
                   "register"
           PERFORM SUPERVISOR-SIGN-ON

           PERFORM UNTIL WS-CONTINUE-FLAG = 'NO'
               DISPLAY "--------------------------------"
               DISPLAY "S. Show system status"
               DISPLAY "W. Who is signed on"
               DISPLAY "R. Reset status to online"
               DISPLAY "C. Clear a stale sign-on"
               DISPLAY "Q. Quit"
               DISPLAY "Enter your choice: "
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 'S'
                   WHEN 's'
                       PERFORM SHOW-SYSTEM-STATUS
                   WHEN 'W'
                   WHEN 'w'
                       PERFORM LIST-SIGNED-ON
                   WHEN 'R'
                   WHEN 'r'
                       PERFORM RESET-TO-ONLINE
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CLEAR-STALE-SIGN-ON
                   WHEN 'Q'
                   WHEN 'q'
                       MOVE 'NO' TO WS-CONTINUE-FLAG
                   WHEN OTHER
                       DISPLAY "Invalid choice, use S, W, R, C or Q."
               END-EVALUATE
           END-PERFORM

           STOP RUN.

      * Forcing the counters back online overrides the night run's
      * own control, so only a supervisor may sign on here.
       SUPERVISOR-SIGN-ON.
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPERATOR-FILE-OK
               DISPLAY "SystemStatusProgram: cannot open "
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

      * A missing status file means the night run has never set
      * it, which is the same as online.
       READ-SYSTEM-STATUS.
           MOVE 'O' TO SYS-STATUS
           MOVE SPACES TO SYS-BUSINESS-DATE
           MOVE SPACES TO SYS-CHANGED-TS
           MOVE SPACES TO SYS-CHANGED-BY
           MOVE SPACES TO WS-SYSTEM-STATUS-STATUS
           OPEN INPUT SYSTEM-STATUS-FILE
           IF WS-SYSTEM-STATUS-OK
               READ SYSTEM-STATUS-FILE
                   AT END
                       MOVE 'O' TO SYS-STATUS
               END-READ
               CLOSE SYSTEM-STATUS-FILE
           END-IF
           IF SYS-BATCH-IN-PROGRESS
               MOVE "BATCH IN PROGRESS" TO WS-STATUS-TEXT
           ELSE
               MOVE "ONLINE" TO WS-STATUS-TEXT
           END-IF.

       SHOW-SYSTEM-STATUS.
           PERFORM READ-SYSTEM-STATUS
           DISPLAY "System status:  " WS-STATUS-TEXT
           DISPLAY "Business date:  " SYS-BUSINESS-DATE
           DISPLAY "Last changed:   " SYS-CHANGED-TS
           DISPLAY "Changed by:     " SYS-CHANGED-BY.

      * Entries stay on the register until the operator signs off,
      * so a long-standing sign-on time usually means a session that
      * ended without signing off.
       LIST-SIGNED-ON.
           MOVE 0 TO WS-SESSION-COUNT
           MOVE SPACES TO WS-SESSION-FILE-STATUS
           OPEN INPUT SIGN-ON-REGISTER
           IF NOT WS-SESSION-FILE-OK
               DISPLAY "SystemStatusProgram: cannot open "
                       "SIGN-ON-REGISTER, status "
                       WS-SESSION-FILE-STATUS
           ELSE
               DISPLAY "OPERATOR NAME                           R "
                       "PROGRAM         SIGNED ON"
               MOVE 'NO' TO WS-SESSION-EOF-FLAG
               PERFORM UNTIL WS-SESSION-EOF-FLAG = 'YES'
                   READ SIGN-ON-REGISTER NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-SESSION-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-SESSION-COUNT
                           DISPLAY SESS-OPER-ID " " SESS-OPER-NAME
                                   " " SESS-OPER-ROLE " "
                                   SESS-PROGRAM (1:15) " "
                                   SESS-SIGNON-TS (1:14)
                   END-READ
               END-PERFORM
               CLOSE SIGN-ON-REGISTER
               DISPLAY WS-SESSION-COUNT " operator(s) signed on"
           END-IF.

      * For a night run that abended and left the counters
      * inquiry-only. The supervisor's ID goes on the status record
      * so the next look at it shows who released the counters.
       RESET-TO-ONLINE.
           PERFORM READ-SYSTEM-STATUS
           IF SYS-ONLINE
               DISPLAY "System status is already online."
           ELSE
               DISPLAY "Night run for " SYS-BUSINESS-DATE
                       " set batch in progress at " SYS-CHANGED-TS
               DISPLAY "Make sure the run is not still going. "
                       "Release the counters? (Y/N): "
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   OPEN OUTPUT SYSTEM-STATUS-FILE
                   IF NOT WS-SYSTEM-STATUS-OK
                       DISPLAY "SystemStatusProgram: cannot write "
                               "SYSTEM-STATUS-FILE, status "
                               WS-SYSTEM-STATUS-STATUS
                   ELSE
                       MOVE 'O' TO SYS-STATUS
                       MOVE FUNCTION CURRENT-DATE TO SYS-CHANGED-TS
                       MOVE WS-OPERATOR-ID TO SYS-CHANGED-BY
                       WRITE SYSTEM-STATUS-RECORD
                       CLOSE SYSTEM-STATUS-FILE
                       DISPLAY "System status reset to online."
                   END-IF
               ELSE
                   DISPLAY "System status left unchanged."
               END-IF
           END-IF.

       CLEAR-STALE-SIGN-ON.
           DISPLAY "Operator ID to clear: "
           ACCEPT WS-WANTED-OPER-ID
           MOVE SPACES TO WS-SESSION-FILE-STATUS
           OPEN I-O SIGN-ON-REGISTER
           IF NOT WS-SESSION-FILE-OK
               DISPLAY "SystemStatusProgram: cannot open "
                       "SIGN-ON-REGISTER, status "
                       WS-SESSION-FILE-STATUS
           ELSE
               MOVE WS-WANTED-OPER-ID TO SESS-OPER-ID
               DELETE SIGN-ON-REGISTER RECORD
                   INVALID KEY
                       DISPLAY "Operator " WS-WANTED-OPER-ID
                               " is not on the register."
                   NOT INVALID KEY
                       DISPLAY "Sign-on for " WS-WANTED-OPER-ID
                               " cleared."
               END-DELETE
               CLOSE SIGN-ON-REGISTER
           END-IF.
