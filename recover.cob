       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterRecoveryProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL IMAGE-CATALOGUE ASSIGN TO "IMGGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.

           SELECT ACCOUNT-IMAGE ASSIGN USING WS-ACCT-IMAGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-IMAGE-STATUS.

           SELECT HOLDS-IMAGE ASSIGN USING WS-HOLD-IMAGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-IMAGE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

           SELECT OPTIONAL ACCOUNT-HISTORY ASSIGN TO "ACCTHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT OPTIONAL AUDIT-LOG ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPTIONAL GENERATION-REGISTER
               ASSIGN TO "AUDGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT OPTIONAL AUDIT-ARCHIVE
               ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT REPLAY-SORT-FILE ASSIGN TO "RECOVSRT.TMP".

           SELECT PROOF-REPORT ASSIGN USING WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMAGE-CATALOGUE.
           COPY IMGCATRC.

       FD  ACCOUNT-IMAGE.
           COPY ACCTREC REPLACING
               ==ACCOUNT-RECORD== BY ==ACCOUNT-IMAGE-RECORD==
               LEADING ==ACCT== BY ==AIMG==.

       FD  HOLDS-IMAGE.
           COPY HOLDREC REPLACING
               ==HOLD-RECORD== BY ==HOLD-IMAGE-RECORD==
               LEADING ==HOLD== BY ==HIMG==.

       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  ACCOUNT-HISTORY.
           COPY HISTREC.

       FD  AUDIT-LOG.
           COPY AUDITREC.

       FD  GENERATION-REGISTER.
           COPY GENREC.

       FD  AUDIT-ARCHIVE.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==ARCH==.

      * One posting to be replayed. Where the audit trail and the
      * history mirror both hold a posting, the audit copy sorts
      * first and the history copy is dropped as a duplicate.
       SD  REPLAY-SORT-FILE.
       01  REPLAY-RECORD.
           05  RPL-TIMESTAMP           PIC X(26).
           05  RPL-ACCT-NUMBER         PIC X(10).
           05  RPL-SOURCE              PIC X(1).
           05  RPL-OPCODE              PIC X(6).
           05  RPL-AMOUNT              PIC S9(9)V99.
           05  RPL-BALANCE-BEFORE      PIC S9(9)V99.
           05  RPL-BALANCE-AFTER       PIC S9(9)V99.
           05  RPL-BRANCH-CODE         PIC X(4).

       FD  PROOF-REPORT.
       01  PROOF-RECORD               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CATALOGUE-FILE-STATUS   PIC XX.
           88  WS-CATALOGUE-FILE-OK       VALUES '00' '05'.
           88  WS-CATALOGUE-FILE-EOF      VALUE '10'.

       01  WS-ACCT-IMAGE-STATUS       PIC XX.
           88  WS-ACCT-IMAGE-OK           VALUE '00'.
           88  WS-ACCT-IMAGE-EOF          VALUE '10'.

       01  WS-HOLD-IMAGE-STATUS       PIC XX.
           88  WS-HOLD-IMAGE-OK           VALUE '00'.
           88  WS-HOLD-IMAGE-EOF          VALUE '10'.

       01  WS-ACCOUNT-FILE-STATUS     PIC XX.
           88  WS-ACCOUNT-FILE-OK         VALUE '00'.

       01  WS-HOLDS-FILE-STATUS       PIC XX.
           88  WS-HOLDS-FILE-OK           VALUE '00'.

       01  WS-HISTORY-FILE-STATUS     PIC XX.
           88  WS-HISTORY-FILE-OK         VALUES '00' '05'.

       01  WS-AUDIT-FILE-STATUS       PIC XX.
           88  WS-AUDIT-FILE-OK           VALUES '00' '05'.
           88  WS-AUDIT-FILE-EOF          VALUE '10'.

       01  WS-REGISTER-FILE-STATUS    PIC XX.
           88  WS-REGISTER-FILE-OK        VALUES '00' '05'.
           88  WS-REGISTER-FILE-EOF       VALUE '10'.

       01  WS-ARCHIVE-FILE-STATUS     PIC XX.
           88  WS-ARCHIVE-FILE-OK         VALUES '00' '05'.
           88  WS-ARCHIVE-FILE-EOF        VALUE '10'.

       01  WS-REPORT-FILE-STATUS      PIC XX.
           88  WS-REPORT-FILE-OK          VALUE '00'.

       01  WS-ACCT-IMAGE-NAME         PIC X(30).
       01  WS-HOLD-IMAGE-NAME         PIC X(30).
       01  WS-ARCHIVE-FILE-NAME       PIC X(30).
       01  WS-REPORT-FILE-NAME        PIC X(30).

       01  WS-WANTED-DATE             PIC X(8).
       01  WS-CONFIRM                 PIC X(1).
       01  WS-IMAGE-FOUND-FLAG        PIC X(3) VALUE 'NO'.
       01  WS-IMAGE-DATE              PIC X(8).
       01  WS-IMAGE-TS                PIC X(26).
       01  WS-IMAGE-ACCT-COUNT        PIC 9(9).
       01  WS-IMAGE-HOLD-COUNT        PIC 9(9).

       01  WS-REPLAY-EOF-FLAG         PIC X(3).
       01  WS-ACCOUNT-EOF-FLAG        PIC X(3).
       01  WS-HISTORY-DONE-FLAG       PIC X(3).
       01  WS-HISTORY-FOUND-FLAG      PIC X(3).
       01  WS-PREVIOUS-TS             PIC X(26).
       01  WS-PREVIOUS-ACCT           PIC X(10).
       01  WS-LAST-BALANCE-AFTER      PIC S9(9)V99.
       01  WS-DIFFERENCE              PIC S9(9)V99.

       01  WS-RESTORED-ACCTS          PIC 9(9) VALUE 0.
       01  WS-RESTORED-HOLDS          PIC 9(9) VALUE 0.
       01  WS-COLLECTED-COUNT         PIC 9(9) VALUE 0.
       01  WS-REPLAYED-COUNT          PIC 9(9) VALUE 0.
       01  WS-DUPLICATE-COUNT         PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT             PIC 9(9) VALUE 0.
       01  WS-REKEY-COUNT             PIC 9(9) VALUE 0.
       01  WS-PROVED-COUNT            PIC 9(9) VALUE 0.
       01  WS-AGREED-COUNT            PIC 9(9) VALUE 0.
       01  WS-OUT-COUNT               PIC 9(9) VALUE 0.
       01  WS-NO-HISTORY-COUNT        PIC 9(9) VALUE 0.

       01  WS-HEADER-LINE.
           05  FILLER                 PIC X(34)
                   VALUE "ACCOUNT MASTER RECOVERY FROM IMAGE".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-HDR-DATE            PIC X(8).
           05  FILLER                 PIC X(7) VALUE " TAKEN ".
           05  WS-HDR-TS              PIC X(26).

      * A replay exception: a posting whose recorded balance-before
      * does not agree with the rebuilt balance, a posting to an
      * account missing from the image, or a maintenance change the
      * audit trail does not carry enough to repeat.
       01  WS-EXCEPTION-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-EXC-TS              PIC X(26).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-EXC-ACCT            PIC X(10).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-EXC-OPCODE          PIC X(6).
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-EXC-TEXT            PIC X(50).

       01  WS-EXC-AMOUNT-TEXT.
           05  FILLER                 PIC X(9)  VALUE "RECORDED ".
           05  WS-EXC-RECORDED        PIC -9(9).99.
           05  FILLER                 PIC X(9)  VALUE " REBUILT ".
           05  WS-EXC-REBUILT         PIC -9(9).99.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(36) VALUE
               "ACCOUNT       REBUILT BALANCE   LAST".
           05  FILLER                 PIC X(36) VALUE
               " BALANCE-AFTER        DIFFERENCE".

       01  WS-PROOF-LINE.
           05  WS-PRF-ACCT            PIC X(10).
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-PRF-REBUILT         PIC -9(11).99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-PRF-RECORDED        PIC -9(11).99.
           05  FILLER                 PIC X(3)  VALUE SPACES.
           05  WS-PRF-DIFFERENCE      PIC -9(11).99.
           05  FILLER                 PIC X(1)  VALUE SPACE.
           05  WS-PRF-FLAG            PIC X(10).

       01  WS-COUNT-LINE.
           05  FILLER                 PIC X(2)  VALUE SPACES.
           05  WS-CNT-CAPTION         PIC X(40).
           05  WS-CNT-VALUE           PIC Z(8)9.

       PROCEDURE DIVISION.
       RECOVERY-MAIN.
           DISPLAY "MasterRecoveryProgram: account master restore "
                   "and forward recovery"
           PERFORM CHOOSE-IMAGE
           IF WS-IMAGE-FOUND-FLAG = 'NO'
               STOP RUN
           END-IF
           DISPLAY "This REPLACES ACCTMSTR.DAT and HOLDS.DAT with the "
                   "image of " WS-IMAGE-DATE " taken " WS-IMAGE-TS
           DISPLAY "and replays every posting made since. Proceed? "
                   "(Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "MasterRecoveryProgram: nothing restored"
               STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-FILE-NAME
           STRING "RECOVERY-" DELIMITED BY SIZE
                  WS-IMAGE-DATE DELIMITED BY SIZE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME
           OPEN OUTPUT PROOF-REPORT
           IF NOT WS-REPORT-FILE-OK
               DISPLAY "MasterRecoveryProgram: cannot open report "
                       WS-REPORT-FILE-NAME " status "
                       WS-REPORT-FILE-STATUS
               STOP RUN
           END-IF
           MOVE WS-IMAGE-DATE TO WS-HDR-DATE
           MOVE WS-IMAGE-TS TO WS-HDR-TS
           WRITE PROOF-RECORD FROM WS-HEADER-LINE
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD

           PERFORM RESTORE-ACCOUNT-MASTER
           PERFORM RESTORE-HOLDS-FILE

           MOVE "REPLAY EXCEPTIONS" TO PROOF-RECORD
           WRITE PROOF-RECORD
           SORT REPLAY-SORT-FILE
               ON ASCENDING KEY RPL-TIMESTAMP
                                RPL-ACCT-NUMBER
                                RPL-SOURCE
               INPUT PROCEDURE IS COLLECT-POSTINGS
               OUTPUT PROCEDURE IS REPLAY-POSTINGS
           IF WS-BREAK-COUNT = 0 AND WS-REKEY-COUNT = 0
               MOVE "  NONE" TO PROOF-RECORD
               WRITE PROOF-RECORD
           END-IF

           PERFORM PRINT-BALANCE-PROOF
           PERFORM PRINT-RECOVERY-TOTALS
           CLOSE PROOF-REPORT

           DISPLAY "MasterRecoveryProgram: " WS-REPLAYED-COUNT
                   " posting(s) replayed, " WS-BREAK-COUNT
                   " break(s), " WS-OUT-COUNT
                   " account(s) out of proof"
           DISPLAY "MasterRecoveryProgram: proof written to "
                   WS-REPORT-FILE-NAME
           STOP RUN.

      * The catalogue is listed so the operator can see what is
      * available; the last image catalogued for the chosen date is
      * the one restored.
       CHOOSE-IMAGE.
           OPEN INPUT IMAGE-CATALOGUE
           IF NOT WS-CATALOGUE-FILE-OK
               DISPLAY "MasterRecoveryProgram: cannot open "
                       "IMAGE-CATALOGUE, status "
                       WS-CATALOGUE-FILE-STATUS
           ELSE
               DISPLAY "Images on the catalogue:"
               PERFORM UNTIL WS-CATALOGUE-FILE-EOF
                   READ IMAGE-CATALOGUE
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "  " ICAT-DATE " taken "
                                   ICAT-TAKEN-TS " "
                                   ICAT-ACCT-COUNT " account(s)"
                   END-READ
               END-PERFORM
               CLOSE IMAGE-CATALOGUE
               DISPLAY "Image date to restore (YYYYMMDD): "
               ACCEPT WS-WANTED-DATE
               OPEN INPUT IMAGE-CATALOGUE
               PERFORM UNTIL WS-CATALOGUE-FILE-EOF
                   READ IMAGE-CATALOGUE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ICAT-DATE = WS-WANTED-DATE
                               MOVE 'YES' TO WS-IMAGE-FOUND-FLAG
                               MOVE ICAT-DATE TO WS-IMAGE-DATE
                               MOVE ICAT-TAKEN-TS TO WS-IMAGE-TS
                               MOVE ICAT-ACCT-FILE-NAME
                                   TO WS-ACCT-IMAGE-NAME
                               MOVE ICAT-ACCT-COUNT
                                   TO WS-IMAGE-ACCT-COUNT
                               MOVE ICAT-HOLD-FILE-NAME
                                   TO WS-HOLD-IMAGE-NAME
                               MOVE ICAT-HOLD-COUNT
                                   TO WS-IMAGE-HOLD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE IMAGE-CATALOGUE
               IF WS-IMAGE-FOUND-FLAG = 'NO'
                   DISPLAY "MasterRecoveryProgram: no image "
                           "catalogued for " WS-WANTED-DATE
               END-IF
           END-IF.

      * The master is rebuilt from empty so nothing from the damaged
      * file survives; a short image is reported, not ignored.
       RESTORE-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-IMAGE
           IF NOT WS-ACCT-IMAGE-OK
               DISPLAY "MasterRecoveryProgram: cannot open image "
                       WS-ACCT-IMAGE-NAME " status "
                       WS-ACCT-IMAGE-STATUS "; nothing restored"
               CLOSE PROOF-REPORT
               STOP RUN
           END-IF
           OPEN OUTPUT ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-FILE-OK
               DISPLAY "MasterRecoveryProgram: cannot recreate "
                       "ACCOUNT-MASTER, status "
                       WS-ACCOUNT-FILE-STATUS
               CLOSE ACCOUNT-IMAGE
               CLOSE PROOF-REPORT
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACCT-IMAGE-EOF
               READ ACCOUNT-IMAGE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACCOUNT-IMAGE-RECORD TO ACCOUNT-RECORD
                       WRITE ACCOUNT-RECORD
                       ADD 1 TO WS-RESTORED-ACCTS
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           CLOSE ACCOUNT-IMAGE
           IF WS-RESTORED-ACCTS NOT = WS-IMAGE-ACCT-COUNT
               DISPLAY "MasterRecoveryProgram: WARNING image held "
                       WS-RESTORED-ACCTS " account(s), catalogue "
                       "says " WS-IMAGE-ACCT-COUNT
               MOVE "  ACCOUNT IMAGE COUNT DOES NOT AGREE WITH THE "
                   & "CATALOGUE" TO PROOF-RECORD
               WRITE PROOF-RECORD
           END-IF.

       RESTORE-HOLDS-FILE.
           OPEN INPUT HOLDS-IMAGE
           IF NOT WS-HOLD-IMAGE-OK
               DISPLAY "MasterRecoveryProgram: cannot open image "
                       WS-HOLD-IMAGE-NAME " status "
                       WS-HOLD-IMAGE-STATUS "; holds NOT restored"
               MOVE "  HOLDS IMAGE COULD NOT BE READ - HOLDS NOT "
                   & "RESTORED" TO PROOF-RECORD
               WRITE PROOF-RECORD
           ELSE
               OPEN OUTPUT HOLDS-FILE
               PERFORM UNTIL WS-HOLD-IMAGE-EOF
                   READ HOLDS-IMAGE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE HOLD-IMAGE-RECORD TO HOLD-RECORD
                           WRITE HOLD-RECORD
                           ADD 1 TO WS-RESTORED-HOLDS
                   END-READ
               END-PERFORM
               CLOSE HOLDS-FILE
               CLOSE HOLDS-IMAGE
               IF WS-RESTORED-HOLDS NOT = WS-IMAGE-HOLD-COUNT
                   MOVE "  HOLDS IMAGE COUNT DOES NOT AGREE WITH THE "
                       & "CATALOGUE" TO PROOF-RECORD
                   WRITE PROOF-RECORD
               END-IF
           END-IF.

      * Every posting stamped after the image is gathered from the
      * live audit log, the archived generations cut over since the
      * image date, and the history mirror. The audit trail is the
      * book of record; the mirror fills any gap where a history
      * write was missed or an archive is unreadable, and the sort
      * puts it all in timestamp order.
       COLLECT-POSTINGS.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-FILE-OK
               PERFORM UNTIL WS-AUDIT-FILE-EOF
                   READ AUDIT-LOG
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AUDIT-TIMESTAMP > WS-IMAGE-TS
                               MOVE AUDIT-TIMESTAMP
                                   TO RPL-TIMESTAMP
                               MOVE AUDIT-ACCT-NUMBER
                                   TO RPL-ACCT-NUMBER
                               MOVE 'A' TO RPL-SOURCE
                               MOVE AUDIT-OPCODE TO RPL-OPCODE
                               MOVE AUDIT-AMOUNT TO RPL-AMOUNT
                               MOVE AUDIT-BALANCE-BEFORE
                                   TO RPL-BALANCE-BEFORE
                               MOVE AUDIT-BALANCE-AFTER
                                   TO RPL-BALANCE-AFTER
                               MOVE AUDIT-BRANCH-CODE
                                   TO RPL-BRANCH-CODE
                               RELEASE REPLAY-RECORD
                               ADD 1 TO WS-COLLECTED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF

           OPEN INPUT GENERATION-REGISTER
           IF WS-REGISTER-FILE-OK
               PERFORM UNTIL WS-REGISTER-FILE-EOF
                   READ GENERATION-REGISTER
                       AT END
                           CONTINUE
                       NOT AT END
                           IF GEN-DATE >= WS-IMAGE-DATE
                               PERFORM COLLECT-ONE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-REGISTER
           END-IF

           OPEN INPUT ACCOUNT-HISTORY
           IF WS-HISTORY-FILE-OK
               MOVE 'NO' TO WS-HISTORY-DONE-FLAG
               MOVE LOW-VALUES TO HIST-KEY
               START ACCOUNT-HISTORY KEY NOT < HIST-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-HISTORY-DONE-FLAG
               END-START
               PERFORM UNTIL WS-HISTORY-DONE-FLAG = 'YES'
                   READ ACCOUNT-HISTORY NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-HISTORY-DONE-FLAG
                       NOT AT END
                           IF HIST-TIMESTAMP > WS-IMAGE-TS
                               MOVE HIST-TIMESTAMP
                                   TO RPL-TIMESTAMP
                               MOVE HIST-ACCT-NUMBER
                                   TO RPL-ACCT-NUMBER
                               MOVE 'H' TO RPL-SOURCE
                               MOVE HIST-OPCODE TO RPL-OPCODE
                               MOVE HIST-AMOUNT TO RPL-AMOUNT
                               MOVE HIST-BALANCE-BEFORE
                                   TO RPL-BALANCE-BEFORE
                               MOVE HIST-BALANCE-AFTER
                                   TO RPL-BALANCE-AFTER
                               MOVE HIST-BRANCH-CODE
                                   TO RPL-BRANCH-CODE
                               RELEASE REPLAY-RECORD
                               ADD 1 TO WS-COLLECTED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HISTORY
           END-IF.

       COLLECT-ONE-GENERATION.
           MOVE GEN-FILE-NAME TO WS-ARCHIVE-FILE-NAME
           MOVE '00' TO WS-ARCHIVE-FILE-STATUS
           OPEN INPUT AUDIT-ARCHIVE
           IF WS-ARCHIVE-FILE-OK
               PERFORM UNTIL WS-ARCHIVE-FILE-EOF
                   READ AUDIT-ARCHIVE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF ARCH-TIMESTAMP > WS-IMAGE-TS
                               MOVE ARCH-TIMESTAMP
                                   TO RPL-TIMESTAMP
                               MOVE ARCH-ACCT-NUMBER
                                   TO RPL-ACCT-NUMBER
                               MOVE 'A' TO RPL-SOURCE
                               MOVE ARCH-OPCODE TO RPL-OPCODE
                               MOVE ARCH-AMOUNT TO RPL-AMOUNT
                               MOVE ARCH-BALANCE-BEFORE
                                   TO RPL-BALANCE-BEFORE
                               MOVE ARCH-BALANCE-AFTER
                                   TO RPL-BALANCE-AFTER
                               MOVE ARCH-BRANCH-CODE
                                   TO RPL-BRANCH-CODE
                               RELEASE REPLAY-RECORD
                               ADD 1 TO WS-COLLECTED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE
           ELSE
               DISPLAY "MasterRecoveryProgram: archive "
                       WS-ARCHIVE-FILE-NAME " unreadable, status "
                       WS-ARCHIVE-FILE-STATUS
                       "; relying on the history mirror"
           END-IF.

       REPLAY-POSTINGS.
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-FILE-OK
               DISPLAY "MasterRecoveryProgram: cannot reopen "
                       "ACCOUNT-MASTER, status "
                       WS-ACCOUNT-FILE-STATUS
               MOVE 'YES' TO WS-REPLAY-EOF-FLAG
           ELSE
               MOVE 'NO' TO WS-REPLAY-EOF-FLAG
           END-IF
           MOVE SPACES TO WS-PREVIOUS-TS
           MOVE SPACES TO WS-PREVIOUS-ACCT
           PERFORM UNTIL WS-REPLAY-EOF-FLAG = 'YES'
               RETURN REPLAY-SORT-FILE
                   AT END
                       MOVE 'YES' TO WS-REPLAY-EOF-FLAG
                   NOT AT END
                       IF RPL-TIMESTAMP = WS-PREVIOUS-TS
                               AND RPL-ACCT-NUMBER = WS-PREVIOUS-ACCT
                           ADD 1 TO WS-DUPLICATE-COUNT
                       ELSE
                           MOVE RPL-TIMESTAMP TO WS-PREVIOUS-TS
                           MOVE RPL-ACCT-NUMBER TO WS-PREVIOUS-ACCT
                           PERFORM REPLAY-ONE-POSTING
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-ACCOUNT-FILE-OK
               CLOSE ACCOUNT-MASTER
           END-IF.

      * A posting moves the balance by exactly the difference between
      * its recorded balance-after and balance-before, whatever the
      * opcode, so reversals and loan postings replay without any
      * opcode-by-opcode rules. Rate, limit, status and hold changes
      * carry no new value on the audit trail and are listed for
      * re-keying instead.
       REPLAY-ONE-POSTING.
           MOVE RPL-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE '23' TO WS-ACCOUNT-FILE-STATUS
           END-READ
           EVALUATE TRUE
               WHEN RPL-OPCODE = 'TOTAL '
                   CONTINUE
               WHEN RPL-OPCODE = 'SETRAT'
                       OR RPL-OPCODE = 'SETLIM'
                       OR RPL-OPCODE = 'SETSTA'
                       OR RPL-OPCODE = 'SETBRN'
                       OR RPL-OPCODE = 'HOLD  '
                       OR RPL-OPCODE = 'RELHLD'
                   MOVE "MAINTENANCE NOT REPLAYED - RE-KEY"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-REPLAY-EXCEPTION
                   ADD 1 TO WS-REKEY-COUNT
               WHEN RPL-OPCODE = 'NEWACT' OR RPL-OPCODE = 'NEWLN '
                   IF WS-ACCOUNT-FILE-OK
                       ADD 1 TO WS-DUPLICATE-COUNT
                   ELSE
                       PERFORM RECREATE-OPENED-ACCOUNT
                   END-IF
               WHEN NOT WS-ACCOUNT-FILE-OK
                   MOVE "ACCOUNT NOT ON IMAGE - NOT REPLAYED"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-REPLAY-EXCEPTION
                   ADD 1 TO WS-BREAK-COUNT
               WHEN OTHER
                   IF RPL-BALANCE-BEFORE NOT = ACCT-BALANCE
                       MOVE RPL-BALANCE-BEFORE TO WS-EXC-RECORDED
                       MOVE ACCT-BALANCE TO WS-EXC-REBUILT
                       MOVE WS-EXC-AMOUNT-TEXT TO WS-EXC-TEXT
                       PERFORM WRITE-REPLAY-EXCEPTION
                       ADD 1 TO WS-BREAK-COUNT
                   END-IF
                   COMPUTE ACCT-BALANCE = ACCT-BALANCE
                       + RPL-BALANCE-AFTER - RPL-BALANCE-BEFORE
      *            A posting wakes a dormant account, as it did when
      *            first made.
                   IF ACCT-DORMANT
                       MOVE 'O' TO ACCT-STATUS
                   END-IF
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-REPLAYED-COUNT
           END-EVALUATE.

      * An account opened after the image comes back with its
      * opening balance and branch; name, customer and product are
      * not on the audit trail and are flagged for re-keying.
       RECREATE-OPENED-ACCOUNT.
           MOVE RPL-ACCT-NUMBER TO ACCT-NUMBER
           MOVE "RECOVERED - RE-KEY DETAILS" TO ACCT-NAME
           MOVE RPL-BALANCE-AFTER TO ACCT-BALANCE
           MOVE RPL-BALANCE-AFTER TO ACCT-OPEN-BALANCE
           MOVE 0 TO ACCT-INTEREST-RATE
           MOVE LOW-VALUES TO ACCT-LAST-RECONCILE-TS
           MOVE 0 TO ACCT-OVERDRAFT-LIMIT
           MOVE 'O' TO ACCT-STATUS
           MOVE SPACES TO ACCT-CUSTOMER-NUMBER
           IF RPL-OPCODE = 'NEWLN '
               MOVE 'L' TO ACCT-TYPE
           ELSE
               MOVE 'D' TO ACCT-TYPE
           END-IF
           MOVE SPACES TO ACCT-PRODUCT-CODE
           MOVE RPL-BRANCH-CODE TO ACCT-BRANCH-CODE
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-REPLAYED-COUNT
                   MOVE "OPENED SINCE IMAGE - RE-KEY DETAILS"
                       TO WS-EXC-TEXT
                   PERFORM WRITE-REPLAY-EXCEPTION
                   ADD 1 TO WS-REKEY-COUNT
           END-WRITE.

       WRITE-REPLAY-EXCEPTION.
           MOVE RPL-TIMESTAMP   TO WS-EXC-TS
           MOVE RPL-ACCT-NUMBER TO WS-EXC-ACCT
           MOVE RPL-OPCODE      TO WS-EXC-OPCODE
           WRITE PROOF-RECORD FROM WS-EXCEPTION-LINE.

      * Every account on the rebuilt master is proved against the
      * last balance-after its history records; an account with no
      * history at all is shown but cannot be proved.
       PRINT-BALANCE-PROOF.
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           WRITE PROOF-RECORD FROM WS-COLUMN-LINE
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-FILE-OK
               DISPLAY "MasterRecoveryProgram: cannot reopen "
                       "ACCOUNT-MASTER for the proof, status "
                       WS-ACCOUNT-FILE-STATUS
           ELSE
               OPEN INPUT ACCOUNT-HISTORY
               MOVE 'NO' TO WS-ACCOUNT-EOF-FLAG
               MOVE LOW-VALUES TO ACCT-NUMBER
               START ACCOUNT-MASTER KEY NOT < ACCT-NUMBER
                   INVALID KEY
                       MOVE 'YES' TO WS-ACCOUNT-EOF-FLAG
               END-START
               PERFORM UNTIL WS-ACCOUNT-EOF-FLAG = 'YES'
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-ACCOUNT-EOF-FLAG
                       NOT AT END
                           PERFORM PROVE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HISTORY
               CLOSE ACCOUNT-MASTER
           END-IF.

       PROVE-ONE-ACCOUNT.
           ADD 1 TO WS-PROVED-COUNT
           MOVE 'NO' TO WS-HISTORY-FOUND-FLAG
           MOVE ACCT-NUMBER TO HIST-ACCT-NUMBER
           MOVE LOW-VALUES TO HIST-TIMESTAMP
           MOVE 'NO' TO WS-HISTORY-DONE-FLAG
           START ACCOUNT-HISTORY KEY NOT < HIST-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-HISTORY-DONE-FLAG
           END-START
           PERFORM UNTIL WS-HISTORY-DONE-FLAG = 'YES'
               READ ACCOUNT-HISTORY NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-HISTORY-DONE-FLAG
                   NOT AT END
                       IF HIST-ACCT-NUMBER NOT = ACCT-NUMBER
                           MOVE 'YES' TO WS-HISTORY-DONE-FLAG
                       ELSE
                           IF HIST-OPCODE NOT = 'SETRAT'
                                   AND HIST-OPCODE NOT = 'SETLIM'
                                   AND HIST-OPCODE NOT = 'SETSTA'
                                   AND HIST-OPCODE NOT = 'SETBRN'
                                   AND HIST-OPCODE NOT = 'HOLD  '
                                   AND HIST-OPCODE NOT = 'RELHLD'
                               MOVE 'YES' TO WS-HISTORY-FOUND-FLAG
                               MOVE HIST-BALANCE-AFTER
                                   TO WS-LAST-BALANCE-AFTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE ACCT-NUMBER TO WS-PRF-ACCT
           MOVE ACCT-BALANCE TO WS-PRF-REBUILT
           IF WS-HISTORY-FOUND-FLAG = 'NO'
               MOVE 0 TO WS-PRF-RECORDED
               MOVE 0 TO WS-PRF-DIFFERENCE
               MOVE "NO HISTORY" TO WS-PRF-FLAG
               ADD 1 TO WS-NO-HISTORY-COUNT
           ELSE
               COMPUTE WS-DIFFERENCE =
                   ACCT-BALANCE - WS-LAST-BALANCE-AFTER
               MOVE WS-LAST-BALANCE-AFTER TO WS-PRF-RECORDED
               MOVE WS-DIFFERENCE TO WS-PRF-DIFFERENCE
               IF WS-DIFFERENCE = 0
                   MOVE SPACES TO WS-PRF-FLAG
                   ADD 1 TO WS-AGREED-COUNT
               ELSE
                   MOVE "** OUT **" TO WS-PRF-FLAG
                   ADD 1 TO WS-OUT-COUNT
               END-IF
           END-IF
           WRITE PROOF-RECORD FROM WS-PROOF-LINE.

       PRINT-RECOVERY-TOTALS.
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE "ACCOUNTS RESTORED FROM IMAGE" TO WS-CNT-CAPTION
           MOVE WS-RESTORED-ACCTS TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "HOLDS RESTORED FROM IMAGE" TO WS-CNT-CAPTION
           MOVE WS-RESTORED-HOLDS TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "POSTINGS COLLECTED (AUDIT AND HISTORY)"
               TO WS-CNT-CAPTION
           MOVE WS-COLLECTED-COUNT TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "DUPLICATE COPIES DROPPED" TO WS-CNT-CAPTION
           MOVE WS-DUPLICATE-COUNT TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "POSTINGS REPLAYED" TO WS-CNT-CAPTION
           MOVE WS-REPLAYED-COUNT TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "REPLAY BREAKS" TO WS-CNT-CAPTION
           MOVE WS-BREAK-COUNT TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "ITEMS TO RE-KEY" TO WS-CNT-CAPTION
           MOVE WS-REKEY-COUNT TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "ACCOUNTS PROVED" TO WS-CNT-CAPTION
           MOVE WS-PROVED-COUNT TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "  AGREEING WITH LAST BALANCE-AFTER" TO WS-CNT-CAPTION
           MOVE WS-AGREED-COUNT TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "  OUT OF PROOF" TO WS-CNT-CAPTION
           MOVE WS-OUT-COUNT TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE "  WITH NO HISTORY" TO WS-CNT-CAPTION
           MOVE WS-NO-HISTORY-COUNT TO WS-CNT-VALUE
           WRITE PROOF-RECORD FROM WS-COUNT-LINE
           MOVE SPACES TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE "CHECKED BY ____________________  DATE __________"
               TO PROOF-RECORD
           WRITE PROOF-RECORD
           MOVE "APPROVED TO REOPEN ____________  DATE __________"
               TO PROOF-RECORD
           WRITE PROOF-RECORD.
