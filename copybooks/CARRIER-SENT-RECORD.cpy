      ******************************************************************
      * CARRIER-SENT-RECORD.CPY
      * Shared record layout for CARRIER-SENT.DAT, the transmission
      * register behind the benefits-carrier enrollment files: one
      * record per carrier per employee per plan, holding the
      * enrollment exactly as it was last sent. Each run compares
      * today's enrollment with this image to decide what goes on
      * the change-only file - an enrollment not on the register is
      * an add, one that differs is a change, and one that has
      * ended (employee terminated, or the deduction removed) is a
      * termination carrying a coverage end date.
      ******************************************************************
       01 CARRIER-SENT-INFO.
           05 CST-KEY.
               10 CST-CARRIER-ID  PIC X(8).
               10 CST-EMP-ID      PIC 9(6).
               10 CST-PLAN-CODE   PIC X(4).
      * A = coverage in force with the carrier, T = ended (the
      * termination has been sent).
           05 CST-STATUS          PIC X(1).
               88 CST-ENROLLED    VALUE "A".
               88 CST-ENDED       VALUE "T".
           05 CST-COVERAGE-START  PIC 9(8).
           05 CST-COVERAGE-END    PIC 9(8).
      * Transmission that last carried this enrollment, and when.
           05 CST-LAST-XMIT-SEQ   PIC 9(6).
           05 CST-LAST-SENT-DATE  PIC 9(8).
      * Stamp (date + time) of the last run that found the
      * enrollment still on the deduction master; a record left
      * with an older stamp has been dropped since.
           05 CST-SEEN-STAMP      PIC 9(16).
      * The detail record last sent, byte for byte.
           05 CST-SENT-IMAGE      PIC X(300).
           05 FILLER              PIC X(10).
