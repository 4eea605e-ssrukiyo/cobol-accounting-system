       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterImageProgram.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT OPTIONAL HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOLD-KEY
               FILE STATUS IS WS-HOLDS-FILE-STATUS.

      *    Images are plain record-sequential copies: the records
      *    carry packed fields, which a line-sequential file could
      *    not hold safely.
           SELECT ACCOUNT-IMAGE ASSIGN USING WS-ACCT-IMAGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACCT-IMAGE-STATUS.

           SELECT HOLDS-IMAGE ASSIGN USING WS-HOLD-IMAGE-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-IMAGE-STATUS.

           SELECT OPTIONAL IMAGE-CATALOGUE ASSIGN TO "IMGGENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY ACCTREC.

       FD  HOLDS-FILE.
           COPY HOLDREC.

       FD  ACCOUNT-IMAGE.
           COPY ACCTREC REPLACING
               ==ACCOUNT-RECORD== BY ==ACCOUNT-IMAGE-RECORD==
               LEADING ==ACCT== BY ==AIMG==.

       FD  HOLDS-IMAGE.
           COPY HOLDREC REPLACING
               ==HOLD-RECORD== BY ==HOLD-IMAGE-RECORD==
               LEADING ==HOLD== BY ==HIMG==.

       FD  IMAGE-CATALOGUE.
           COPY IMGCATRC.

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNT-FILE-STATUS     PIC XX.
           88  WS-ACCOUNT-FILE-OK         VALUE '00'.
           88  WS-ACCOUNT-FILE-EOF        VALUE '10'.

       01  WS-HOLDS-FILE-STATUS       PIC XX.
           88  WS-HOLDS-FILE-OK           VALUES '00' '05'.
           88  WS-HOLDS-FILE-EOF          VALUE '10'.

       01  WS-ACCT-IMAGE-STATUS       PIC XX.
           88  WS-ACCT-IMAGE-OK           VALUE '00'.

       01  WS-HOLD-IMAGE-STATUS       PIC XX.
           88  WS-HOLD-IMAGE-OK           VALUE '00'.

       01  WS-CATALOGUE-FILE-STATUS   PIC XX.
           88  WS-CATALOGUE-FILE-OK       VALUES '00' '05'.

       01  WS-BUSINESS-DATE           PIC X(8).
       01  WS-TAKEN-TS                PIC X(26).
       01  WS-ACCT-IMAGE-NAME         PIC X(30).
       01  WS-HOLD-IMAGE-NAME         PIC X(30).
       01  WS-ACCT-COUNT              PIC 9(9) VALUE 0.
       01  WS-HOLD-COUNT              PIC 9(9) VALUE 0.

       COPY STEPRES.

       COPY BUSDATE.

       PROCEDURE DIVISION.
       IMAGE-MAIN.
           DISPLAY "MasterImageProgram: pre-posting image of the "
                   "account master and holds"
           MOVE 0 TO STEP-RETURN-CODE
           MOVE 0 TO STEP-RECORD-COUNT
      *    Images are named for the business date the night run is
      *    processing; standalone runs fall back to today.
           MOVE BUS-PROCESSING-DATE TO WS-BUSINESS-DATE
           IF WS-BUSINESS-DATE = SPACES
                   OR WS-BUSINESS-DATE = LOW-VALUES
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE SPACES TO WS-ACCT-IMAGE-NAME
           STRING "ACCTIMG-" DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-ACCT-IMAGE-NAME
           MOVE SPACES TO WS-HOLD-IMAGE-NAME
           STRING "HOLDIMG-" DELIMITED BY SIZE
                  WS-BUSINESS-DATE DELIMITED BY SIZE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-HOLD-IMAGE-NAME
      *    Stamped before the first record is copied, in the same
      *    form as the audit timestamps, so recovery replays
      *    exactly the postings made after this point.
           MOVE FUNCTION CURRENT-DATE TO WS-TAKEN-TS

           PERFORM IMAGE-ACCOUNT-MASTER
           IF STEP-RETURN-CODE NOT = 0
               GOBACK
           END-IF
           PERFORM IMAGE-HOLDS-FILE
           IF STEP-RETURN-CODE NOT = 0
               GOBACK
           END-IF
      *    Only a complete pair of images is catalogued, so recovery
      *    can never be offered a half-written one.
           PERFORM CATALOGUE-IMAGES
           IF STEP-RETURN-CODE NOT = 0
               GOBACK
           END-IF

           DISPLAY "MasterImageProgram: " WS-ACCT-COUNT
                   " account(s) imaged to " WS-ACCT-IMAGE-NAME
           DISPLAY "MasterImageProgram: " WS-HOLD-COUNT
                   " hold(s) imaged to " WS-HOLD-IMAGE-NAME
           MOVE WS-ACCT-COUNT TO STEP-RECORD-COUNT
           GOBACK.

       IMAGE-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-ACCOUNT-FILE-OK
               DISPLAY "MasterImageProgram: cannot open "
                       "ACCOUNT-MASTER, status "
                       WS-ACCOUNT-FILE-STATUS
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ACCOUNT-IMAGE
           IF NOT WS-ACCT-IMAGE-OK
               DISPLAY "MasterImageProgram: cannot open image "
                       WS-ACCT-IMAGE-NAME " status "
                       WS-ACCT-IMAGE-STATUS
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-ACCOUNT-FILE-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ACCOUNT-RECORD TO ACCOUNT-IMAGE-RECORD
                       WRITE ACCOUNT-IMAGE-RECORD
                       ADD 1 TO WS-ACCT-COUNT
               END-READ
           END-PERFORM

           CLOSE ACCOUNT-IMAGE
           CLOSE ACCOUNT-MASTER.

      * A shop with no holds yet still gets an (empty) holds image,
      * so a restore always puts back both files as they were.
       IMAGE-HOLDS-FILE.
           OPEN INPUT HOLDS-FILE
           IF NOT WS-HOLDS-FILE-OK
               DISPLAY "MasterImageProgram: cannot open "
                       "HOLDS-FILE, status " WS-HOLDS-FILE-STATUS
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HOLDS-IMAGE
           IF NOT WS-HOLD-IMAGE-OK
               DISPLAY "MasterImageProgram: cannot open image "
                       WS-HOLD-IMAGE-NAME " status "
                       WS-HOLD-IMAGE-STATUS
               CLOSE HOLDS-FILE
               MOVE 8 TO STEP-RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-HOLDS-FILE-EOF
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       SET WS-HOLDS-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE HOLD-RECORD TO HOLD-IMAGE-RECORD
                       WRITE HOLD-IMAGE-RECORD
                       ADD 1 TO WS-HOLD-COUNT
               END-READ
           END-PERFORM

           CLOSE HOLDS-IMAGE
           CLOSE HOLDS-FILE.

       CATALOGUE-IMAGES.
           OPEN EXTEND IMAGE-CATALOGUE
           IF NOT WS-CATALOGUE-FILE-OK
               DISPLAY "MasterImageProgram: cannot open "
                       "IMAGE-CATALOGUE, status "
                       WS-CATALOGUE-FILE-STATUS
                       "; image NOT catalogued"
               MOVE 8 TO STEP-RETURN-CODE
           ELSE
               MOVE WS-BUSINESS-DATE   TO ICAT-DATE
               MOVE WS-TAKEN-TS        TO ICAT-TAKEN-TS
               MOVE WS-ACCT-IMAGE-NAME TO ICAT-ACCT-FILE-NAME
               MOVE WS-ACCT-COUNT      TO ICAT-ACCT-COUNT
               MOVE WS-HOLD-IMAGE-NAME TO ICAT-HOLD-FILE-NAME
               MOVE WS-HOLD-COUNT      TO ICAT-HOLD-COUNT
               WRITE IMAGE-CATALOGUE-RECORD
               CLOSE IMAGE-CATALOGUE
           END-IF.
