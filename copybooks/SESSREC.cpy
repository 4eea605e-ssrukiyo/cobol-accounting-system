      *****************************************************
      *  SESSREC.cpy - SIGN-ON-REGISTER record layout, keyed
      *  by operator ID. Written when an operator signs on to
      *  MainProgram and deleted at sign-off, so supervisors
      *  can see who is at a counter before and during the
      *  night run. An entry left behind by a session that
      *  ended abnormally is removed by the supervisor.
      *****************************************************
       01  SIGN-ON-RECORD.
           05  SESS-OPER-ID            PIC X(8).
           05  SESS-OPER-NAME          PIC X(30).
           05  SESS-OPER-ROLE          PIC X(1).
           05  SESS-PROGRAM            PIC X(30).
           05  SESS-SIGNON-TS          PIC X(26).
