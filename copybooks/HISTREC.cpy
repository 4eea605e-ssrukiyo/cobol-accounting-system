           05  HIST-REVERSED-OPCODE    PIC X(6).
           05  HIST-REVERSED-TS        PIC X(26).
           05  HIST-EXTERNAL-REF       PIC X(16).
           05  HIST-CHEQUE-NUMBER      PIC X(6).
           05  HIST-BRANCH-CODE        PIC X(4).
           05  HIST-TELLER-BRANCH      PIC X(4).
           05  HIST-NEW-BRANCH-CODE    PIC X(4).
