      ******************************************************************
      * SECURITY-LOG-RECORD.CPY
      * Shared record layout for SECURITY-LOG.txt, the security
      * trail kept by the maintenance program's sign-on: every
      * sign-on, failed sign-on, lock-out and sign-off, every menu
      * option or data item refused to an operator's role, and every
      * change to an operator or role. SLG-TERM-USER is the login
      * the session ran under, SLG-OPERATOR the user id keyed (or
      * signed on) and SLG-OPTION the menu option concerned.
      * MOVE SPACES TO SECURITY-LOG-RECORD before filling it so the
      * FILLER separators really are spaces on file.
      ******************************************************************
       01 SECURITY-LOG-RECORD.
           05 SLG-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 SLG-TIME             PIC 9(8).
           05 FILLER               PIC X(1).
      * SIGNON / FAILED / LOCKED / SIGNOF / DENIED / SETUP /
      * OPRADD / OPRCHG / ROLCHG / PINCHG
           05 SLG-EVENT            PIC X(6).
           05 FILLER               PIC X(1).
           05 SLG-OPERATOR         PIC X(8).
           05 FILLER               PIC X(1).
           05 SLG-ROLE             PIC X(8).
           05 FILLER               PIC X(1).
           05 SLG-TERM-USER        PIC X(20).
           05 FILLER               PIC X(1).
           05 SLG-OPTION           PIC X(2).
           05 FILLER               PIC X(1).
           05 SLG-TEXT             PIC X(40).
