      * already on BATCH-REGISTER.DAT (a prior night's apply) is
      * refused whole, so the same file left in place can never be
      * double-applied.
      *
      * Effective dates: an A/U/D/L/R card may carry an effective
      * date (YYYYMMDD, columns 123-130). Blank or zero applies the
      * card tonight. A date after the run date parks the card on
      * the pending file (EMPTRANS-PENDING.DAT); every run releases
      * the pending cards now due before the day's file is applied,
      * through the same edits, rejects and audit lines as any
      * other card. Contact cards (C) always apply on receipt -
      * those columns are e-mail text on the contact layout.
      *
      * Reporting line: A and U cards may carry the EMP-ID the
      * employee reports to (columns 131-136; 000000 = top of the
      * organization, blank on a U card keeps the value on file).
      * The supervisor must be on the master, not terminated, and
      * not already reporting up through the employee (R16).
      *
      * Salary ranges: an A card, or a U card changing the salary or
      * job title, is checked against the employee's pay grade on
      * PAY-GRADE.DAT (own grade first, else the job title's). A
      * salary outside the range rejects (R17) unless the card
      * carries a supervisor override reason (columns 137-161); an
      * accepted override is written to the audit trail.
      ******************************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "../EMPTRANS-PENDING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-KEY
           ALTERNATE RECORD KEY IS PND-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT PAY-GRADE-FILE ASSIGN TO "../PAY-GRADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PGR-KEY
           FILE STATUS IS WS-PGR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEES-FILE.
           05 TRX-LEAVE-TYPE       PIC X(1).
           05 TRX-LEAVE-START      PIC X(8).
           05 TRX-LEAVE-RETURN     PIC X(8).
      * Blank or zero = apply tonight; a later date holds the card
      * on the pending file until that date (A/U/D/L/R only).
           05 TRX-EFFECTIVE-DATE   PIC X(8).
      * Reports-to EMP-ID (A/U only).
           05 TRX-SUPERVISOR-ID    PIC X(6).
      * Supervisor override reason for a salary outside its grade
      * range (A/U only).
           05 TRX-OVERRIDE-REASON  PIC X(25).
      * Alternate card layout for contact cards (action C): same
      * action/EMP-ID columns, then the CONTACT-INFO fields in
      * record order.
       FD BATCH-LOCK-FILE.
           COPY "BATCH-LOCK.cpy".

       FD PENDING-FILE.
           COPY "PENDING-RECORD.cpy".

       FD PAY-GRADE-FILE.
           COPY "PAY-GRADE-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-EMP-FILE-STATUS    PIC X(2).
           05 WS-BREG-FILE-STATUS   PIC X(2).
           05 WS-RCY-FILE-STATUS    PIC X(2).
           05 WS-LOCK-FILE-STATUS   PIC X(2).
           05 WS-PND-FILE-STATUS    PIC X(2).
           05 WS-PGR-FILE-STATUS    PIC X(2).

       01 WS-FLAGS.
           05 EOF-FLAG             PIC X(1) VALUE "N".
       01 I-LEAVE-TYPE             PIC X(1).
       01 I-LEAVE-START-DATE       PIC 9(8).
       01 I-LEAVE-RETURN-DATE      PIC 9(8).
       01 I-EFFECTIVE-DATE         PIC 9(8).
       01 I-EFFECTIVE-DATE-R REDEFINES I-EFFECTIVE-DATE.
           05 I-EFF-YEAR           PIC 9(4).
           05 I-EFF-MONTH          PIC 9(2).
           05 I-EFF-DAY            PIC 9(2).
       01 I-SUPERVISOR-ID          PIC 9(6).

      * In-core copy of the department master, loaded once at
      * start-up. Validation runs against this table so the
           05 WS-CON-APPLIED       PIC 9(6) VALUE 0.
           05 WS-CON-REJECTED      PIC 9(6) VALUE 0.
           05 WS-BAD-ACTION        PIC 9(6) VALUE 0.
           05 WS-PND-RELEASED      PIC 9(6) VALUE 0.
           05 WS-PND-HELD          PIC 9(6) VALUE 0.
           05 WS-PND-REJECTED      PIC 9(6) VALUE 0.

      * Audit trail support - same stamp fields the interactive
      * maintenance program writes, including before/after images.
      * so the trail never shows a change that was not applied.
       01 WS-PEND-AUDIT-COUNT      PIC 9(1) VALUE 0.
       01 WS-PEND-AUDIT-TABLE.
           05 WS-PEND-AUDIT-ENTRY OCCURS 8 TIMES.
               10 PA-FIELD         PIC X(12).
               10 PA-OLD-VALUE     PIC X(25).
               10 PA-NEW-VALUE     PIC X(25).
      * end of job. A lock already LOCKED refuses the whole run.
       01 WS-LOCK-HELD-FLAG        PIC X(1) VALUE "N".

      * Future-dated card support. WS-PROCESS-DATE is taken once at
      * start-up and is the one date every hold/release decision in
      * the run is made against. WS-CARD-BATCH-ID names where the
      * card in hand came from, for the pending record.
       01 WS-PND-OPEN-FLAG         PIC X(1) VALUE "N".
       01 WS-PND-EOF-FLAG          PIC X(1).
       01 WS-EFF-DUE-FLAG          PIC X(1).
       01 WS-PROCESS-DATE          PIC 9(8).
       01 WS-HOLD-TIME             PIC 9(8).
       01 WS-HOLD-SEQ              PIC 9(6) VALUE 0.
       01 WS-CARD-BATCH-ID         PIC X(8).

      * Reporting-line edit support. The supervisor chain is walked
      * through the master itself, so the record in hand is saved
      * around the reads and put back afterwards. A walk that runs
      * this deep is going round a loop already on file.
       01 WS-SUP-SAVE-REC          PIC X(127).
       01 WS-SUP-ON-FILE           PIC 9(6).
       01 WS-SUP-WALK-ID           PIC 9(6).
       01 WS-SUP-WALK-DEPTH        PIC 9(3).
       01 WS-SUP-WALK-DONE         PIC X(1).
       01 WS-SUP-MAX-DEPTH         PIC 9(3) VALUE 99.

      * Salary-range edit support. 545 resolves the grade for
      * WS-GRD-EMP-ID / WS-GRD-TITLE and 546 rates WS-GRD-SALARY
      * against it: O = in range, B = below the minimum, A = above
      * the maximum, N = no grade (not checked). With no grade
      * master on file nothing is checked.
       01 WS-GRD-OPEN-FLAG         PIC X(1) VALUE "N".
       01 WS-GRD-EMP-ID            PIC 9(6).
       01 WS-GRD-TITLE             PIC X(25).
       01 WS-GRD-SALARY            PIC 9(7)V99.
       01 WS-GRD-CODE              PIC X(4).
       01 WS-GRD-MINIMUM           PIC 9(7)V99.
       01 WS-GRD-MAXIMUM           PIC 9(7)V99.
       01 WS-GRD-RANGE-FLAG        PIC X(1).
       01 WS-GRD-RANGE-TEXT        PIC X(25).
       01 WS-GRD-LIMIT-DISP        PIC Z(6)9.99.

       PROCEDURE DIVISION.
       500-APPLY-TRANSACTIONS.
           PERFORM 580-TAKE-BATCH-LOCK.
               STOP RUN
           END-IF.
           PERFORM 510-OPEN-FILES.
      * Pending cards now due are released ahead of the day's file,
      * so a same-night card for the same employee lands on top of
      * the change that was scheduled to take effect first.
           IF WS-MASTER-OK-FLAG = "Y"
               PERFORM 590-RELEASE-DUE-PENDING
           END-IF.
           MOVE WS-BATCH-ID TO WS-CARD-BATCH-ID.
           IF EOF-FLAG NOT = "Y"
               PERFORM 520-PROCESS-TRANSACTION
                   UNTIL EOF-FLAG = "Y"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           PERFORM 512-LOAD-DEPT-TABLE.
           PERFORM 509-OPEN-PENDING-FILE.
      * The grade master is reference data here. Without one no
      * salary is range-checked, exactly as for an ungraded job.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PGR-FILE-STATUS = "00"
               MOVE "Y" TO WS-GRD-OPEN-FLAG
           ELSE
               DISPLAY "NO PAY GRADE MASTER FOUND (STATUS "
                   WS-PGR-FILE-STATUS ") - SALARIES WILL NOT BE "
                   "RANGE-CHECKED."
           END-IF.
      * Verify the whole file's batch controls before a single
      * card is applied; a clean file is closed and reopened so
      * the apply pass starts from the top.
           CLOSE CONTACTS-FILE.
           CLOSE REJECT-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF WS-PND-OPEN-FLAG = "Y"
               CLOSE PENDING-FILE
               MOVE "N" TO WS-PND-OPEN-FLAG
           END-IF.
           IF WS-GRD-OPEN-FLAG = "Y"
               CLOSE PAY-GRADE-FILE
               MOVE "N" TO WS-GRD-OPEN-FLAG
           END-IF.

      * Opens the pending (future-dated) card file, creating it on
      * the first run. The run date and hold stamp are fixed here
      * so every card in the run is judged against the same date.
      * A pending file that cannot be opened is reported; due cards
      * then wait for a later night and future-dated cards reject
      * rather than apply early.
       509-OPEN-PENDING-FILE.
           ACCEPT WS-PROCESS-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HOLD-TIME FROM TIME.
           OPEN I-O PENDING-FILE.
           IF WS-PND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           IF WS-PND-FILE-STATUS = "00"
               MOVE "Y" TO WS-PND-OPEN-FLAG
           ELSE
               DISPLAY "COULD NOT OPEN PENDING TRANSACTION FILE - "
                   "STATUS " WS-PND-FILE-STATUS ". FUTURE-DATED "
                   "CARDS WILL REJECT."
           END-IF.

      * Pre-apply pass over the whole transaction file: header
      * first, trailer last, counts and salary hash in balance,
      * goes through exactly the edits it failed the first time.
       525-DISPATCH-ONE-CARD.
           ADD 1 TO WS-READ-COUNT.
      * A card dated after tonight is held, not applied; a card
      * with an unreadable effective date is rejected here.
           PERFORM 526-CHECK-EFFECTIVE-DATE.
           IF WS-EFF-DUE-FLAG = "Y"
               EVALUATE TRX-ACTION
                   WHEN "A"
                       PERFORM 530-APPLY-ADD
                   WHEN "U"
                       PERFORM 531-APPLY-UPDATE
                   WHEN "D"
                       PERFORM 532-APPLY-TERMINATE
                   WHEN "L"
                       PERFORM 533-APPLY-LEAVE
                   WHEN "R"
                       PERFORM 534-APPLY-RETURN
                   WHEN "C"
                       PERFORM 535-APPLY-CONTACT
                   WHEN OTHER
                       ADD 1 TO WS-BAD-ACTION
                       MOVE "R01" TO WS-REJECT-CODE
                       MOVE "INVALID ACTION CODE"
                           TO WS-REJECT-TEXT
                       PERFORM 540-REJECT-TRANSACTION
               END-EVALUATE
           END-IF.

      * Sets WS-EFF-DUE-FLAG to "Y" when the card in hand should be
      * applied tonight: a contact card, an unknown action (left
      * for the R01 reject), a blank or zero effective date, or an
      * effective date on or before the run date. A later date
      * holds the card via 527; a date that is not a real calendar
      * date rejects R14 so it cannot sit on the pending file
      * forever.
       526-CHECK-EFFECTIVE-DATE.
           MOVE "Y" TO WS-EFF-DUE-FLAG.
           IF TRX-ACTION NOT = "A" AND TRX-ACTION NOT = "U" AND
               TRX-ACTION NOT = "D" AND TRX-ACTION NOT = "L" AND
               TRX-ACTION NOT = "R"
               EXIT PARAGRAPH
           END-IF.
           IF TRX-EFFECTIVE-DATE = SPACES OR
               TRX-EFFECTIVE-DATE = "00000000"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VALID-FLAG.
           IF FUNCTION TEST-NUMVAL(TRX-EFFECTIVE-DATE) = 0
               MOVE FUNCTION NUMVAL(TRX-EFFECTIVE-DATE)
                   TO I-EFFECTIVE-DATE
               IF I-EFF-YEAR >= 1900 AND I-EFF-YEAR <= 2099 AND
                   I-EFF-MONTH >= 1 AND I-EFF-MONTH <= 12 AND
                   I-EFF-DAY >= 1 AND I-EFF-DAY <= 31
                   MOVE "Y" TO WS-VALID-FLAG
               END-IF
           END-IF.
           IF WS-VALID-FLAG = "N"
               MOVE "N" TO WS-EFF-DUE-FLAG
               ADD 1 TO WS-PND-REJECTED
               MOVE "R14" TO WS-REJECT-CODE
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-TEXT
               PERFORM 540-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF.
           IF I-EFFECTIVE-DATE > WS-PROCESS-DATE
               MOVE "N" TO WS-EFF-DUE-FLAG
               PERFORM 527-HOLD-PENDING-CARD
           END-IF.

      * Parks a future-dated card on the pending file. Only the
      * EMP-ID is edited now (the pending inquiry is by employee);
      * every other edit runs on the night the card is released,
      * against the master as it stands then.
       527-HOLD-PENDING-CARD.
           PERFORM 550-VALIDATE-COMMON-FIELDS.
           IF WS-VALID-FLAG = "Y" AND WS-PND-OPEN-FLAG NOT = "Y"
               MOVE "N" TO WS-VALID-FLAG
               MOVE "R15" TO WS-REJECT-CODE
               MOVE "PENDING FILE UNAVAILABLE" TO WS-REJECT-TEXT
           END-IF.
           IF WS-VALID-FLAG = "Y"
               ADD 1 TO WS-HOLD-SEQ
               MOVE SPACES TO PENDING-TRX-RECORD
               MOVE I-EFFECTIVE-DATE TO PND-EFFECTIVE-DATE
               MOVE WS-PROCESS-DATE TO PND-HELD-DATE
               MOVE WS-HOLD-TIME TO PND-HELD-TIME
               MOVE WS-HOLD-SEQ TO PND-HELD-SEQ
               MOVE I-EMP-ID TO PND-EMP-ID
               MOVE TRX-ACTION TO PND-ACTION
               MOVE WS-CARD-BATCH-ID TO PND-BATCH-ID
               MOVE CONTACT-TRX-RECORD TO PND-CARD
               WRITE PENDING-TRX-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "R15" TO WS-REJECT-CODE
                       MOVE "PENDING FILE WRITE FAILED"
                           TO WS-REJECT-TEXT
                   NOT INVALID KEY
                       ADD 1 TO WS-PND-HELD
                       MOVE I-EMP-ID TO EMP-ID
                       MOVE "PNDHLD" TO WS-AUDIT-OPERATION
                       MOVE SPACES TO WS-AUDIT-FIELD
                           WS-AUDIT-NEW-VALUE
                       STRING "CARD " TRX-ACTION
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-FIELD
                       END-STRING
                       STRING "HELD TO " I-EFFECTIVE-DATE
                           DELIMITED BY SIZE
                           INTO WS-AUDIT-NEW-VALUE
                       END-STRING
                       PERFORM 541-WRITE-AUDIT-LOG
               END-WRITE
           END-IF.
           IF WS-VALID-FLAG = "N"
               ADD 1 TO WS-PND-REJECTED
               PERFORM 540-REJECT-TRANSACTION
           END-IF.

      * ADD: every field on the card must pass the same checks the
      * interactive prompts enforce, then the record is written.
           IF WS-VALID-FLAG = "Y"
               PERFORM 551-VALIDATE-ADD-FIELDS
           END-IF.
           MOVE "N" TO WS-GRD-RANGE-FLAG.
           IF WS-VALID-FLAG = "Y"
               MOVE I-EMP-ID TO WS-GRD-EMP-ID
               MOVE TRX-JOB-TITLE TO WS-GRD-TITLE
               MOVE I-SALARY TO WS-GRD-SALARY
               PERFORM 547-EDIT-SALARY-RANGE
           END-IF.
           IF WS-VALID-FLAG = "Y"
               MOVE I-EMP-ID TO EMP-ID
               MOVE I-EMP-DEP-CODE TO EMP-DEP-CODE
               MOVE 0 TO TERM-DATE
               MOVE SPACE TO LEAVE-TYPE
               MOVE 0 TO LEAVE-START-DATE LEAVE-RETURN-DATE
               MOVE I-SUPERVISOR-ID TO SUPERVISOR-ID
               WRITE EMPLOYEE-INFO
                   INVALID KEY
                       ADD 1 TO WS-ADD-REJECTED
                       MOVE "ALL" TO WS-AUDIT-FIELD
                       MOVE "RECORD CREATED" TO WS-AUDIT-NEW-VALUE
                       PERFORM 541-WRITE-AUDIT-LOG
                       PERFORM 548-WRITE-OVERRIDE-AUDIT
               END-WRITE
           ELSE
               ADD 1 TO WS-ADD-REJECTED
                       PERFORM 540-REJECT-TRANSACTION
                   NOT INVALID KEY
                       PERFORM 552-MOVE-UPDATE-FIELDS
                       MOVE "N" TO WS-GRD-RANGE-FLAG
                       IF WS-VALID-FLAG = "Y" AND
                           (TRX-SALARY NOT = SPACES OR
                            TRX-JOB-TITLE NOT = SPACES)
                           MOVE EMP-ID TO WS-GRD-EMP-ID
                           MOVE JOB-TITLE TO WS-GRD-TITLE
                           MOVE SALARY TO WS-GRD-SALARY
                           PERFORM 547-EDIT-SALARY-RANGE
                       END-IF
                       IF WS-VALID-FLAG = "Y"
                           REWRITE EMPLOYEE-INFO
                               INVALID KEY
                                   MOVE "UPDATE"
                                       TO WS-AUDIT-OPERATION
                                   PERFORM 542-WRITE-PENDING-AUDITS
                                   PERFORM 548-WRITE-OVERRIDE-AUDIT
                           END-REWRITE
                       ELSE
                           ADD 1 TO WS-UPD-REJECTED
      * A card that fails its edits again simply rejects again,
      * stamped with today's date, and re-enters the cycle.
       570-APPLY-RECYCLE-FILE.
           MOVE "RECYCLE" TO WS-CARD-BATCH-ID.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RCY-FILE-STATUS = "00"
               MOVE 0 TO WS-RCY-READ-COUNT
                   PERFORM 525-DISPATCH-ONE-CARD
           END-READ.

      * Releases every pending card whose effective date has come.
      * The file is in effective-date order, so the pass stops at
      * the first card still in the future. Each due card is taken
      * off the pending file before it is dispatched - a card that
      * then fails its edits lives on as a reject, never as a
      * pending card that would fire again tomorrow.
       590-RELEASE-DUE-PENDING.
           IF WS-PND-OPEN-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "PENDING" TO WS-CARD-BATCH-ID.
           MOVE "N" TO WS-PND-EOF-FLAG.
           MOVE LOW-VALUES TO PND-KEY.
           START PENDING-FILE KEY IS >= PND-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PND-EOF-FLAG
           END-START.
           PERFORM 591-RELEASE-ONE-PENDING
               UNTIL WS-PND-EOF-FLAG = "Y".
           DISPLAY WS-PND-RELEASED " PENDING CARD(S) DUE BY "
               WS-PROCESS-DATE " RELEASED.".

       591-RELEASE-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PND-EOF-FLAG
               NOT AT END
                   IF PND-EFFECTIVE-DATE > WS-PROCESS-DATE
                       MOVE "Y" TO WS-PND-EOF-FLAG
                   ELSE
                       MOVE PND-CARD TO CONTACT-TRX-RECORD
                       DELETE PENDING-FILE RECORD
                           INVALID KEY
                               DISPLAY "COULD NOT REMOVE PENDING "
                                   "CARD FOR " PND-EMP-ID
                                   " - LEFT FOR THE NEXT RUN."
                           NOT INVALID KEY
                               ADD 1 TO WS-PND-RELEASED
                               PERFORM 525-DISPATCH-ONE-CARD
                       END-DELETE
                   END-IF
           END-READ.

      * Writes the failing card to the reject file behind its reason
      * code and the date it rejected, so HR can see exactly what
      * was dropped, why, and for how long it has sat.
           MOVE 0 TO WS-PEND-AUDIT-COUNT.

       543-QUEUE-AUDIT-IMAGE.
           IF WS-PEND-AUDIT-COUNT < 8
               ADD 1 TO WS-PEND-AUDIT-COUNT
               MOVE WS-AUDIT-FIELD
                   TO PA-FIELD(WS-PEND-AUDIT-COUNT)
                   TO PA-NEW-VALUE(WS-PEND-AUDIT-COUNT)
           END-IF.

      * Resolves the pay grade for WS-GRD-EMP-ID: the employee's own
      * grade assignment when there is one, else the grade assigned
      * to WS-GRD-TITLE. WS-GRD-CODE comes back blank when neither
      * is on file, or the grade itself has gone.
       545-LOOKUP-PAY-GRADE.
           MOVE SPACES TO WS-GRD-CODE.
           MOVE 0 TO WS-GRD-MINIMUM WS-GRD-MAXIMUM.
           IF WS-GRD-OPEN-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PAY-GRADE-INFO.
           MOVE "E" TO PGR-TYPE.
           MOVE WS-GRD-EMP-ID TO PGR-ID.
           READ PAY-GRADE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PGR-GRADE-CODE TO WS-GRD-CODE
           END-READ.
           IF WS-GRD-CODE = SPACES AND WS-GRD-TITLE NOT = SPACES
               MOVE SPACES TO PAY-GRADE-INFO
               MOVE "T" TO PGR-TYPE
               MOVE WS-GRD-TITLE TO PGR-ID
               READ PAY-GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PGR-GRADE-CODE TO WS-GRD-CODE
               END-READ
           END-IF.
           IF WS-GRD-CODE NOT = SPACES
               MOVE SPACES TO PAY-GRADE-INFO
               MOVE "G" TO PGR-TYPE
               MOVE WS-GRD-CODE TO PGR-ID
               READ PAY-GRADE-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-GRD-CODE
                   NOT INVALID KEY
                       MOVE PGR-MINIMUM TO WS-GRD-MINIMUM
                       MOVE PGR-MAXIMUM TO WS-GRD-MAXIMUM
               END-READ
           END-IF.

      * Rates WS-GRD-SALARY against the grade 545 resolves and sets
      * WS-GRD-RANGE-FLAG, with the grade and the limit broken in
      * WS-GRD-RANGE-TEXT for the audit trail - the same wording
      * the interactive program writes.
       546-CHECK-SALARY-RANGE.
           PERFORM 545-LOOKUP-PAY-GRADE.
           MOVE SPACES TO WS-GRD-RANGE-TEXT.
           EVALUATE TRUE
               WHEN WS-GRD-CODE = SPACES
                   MOVE "N" TO WS-GRD-RANGE-FLAG
               WHEN WS-GRD-SALARY < WS-GRD-MINIMUM
                   MOVE "B" TO WS-GRD-RANGE-FLAG
                   MOVE WS-GRD-MINIMUM TO WS-GRD-LIMIT-DISP
                   STRING WS-GRD-CODE DELIMITED BY SPACE
                       " BELOW MIN " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GRD-LIMIT-DISP)
                           DELIMITED BY SIZE
                       INTO WS-GRD-RANGE-TEXT
                   END-STRING
               WHEN WS-GRD-SALARY > WS-GRD-MAXIMUM
                   MOVE "A" TO WS-GRD-RANGE-FLAG
                   MOVE WS-GRD-MAXIMUM TO WS-GRD-LIMIT-DISP
                   STRING WS-GRD-CODE DELIMITED BY SPACE
                       " ABOVE MAX " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-GRD-LIMIT-DISP)
                           DELIMITED BY SIZE
                       INTO WS-GRD-RANGE-TEXT
                   END-STRING
               WHEN OTHER
                   MOVE "O" TO WS-GRD-RANGE-FLAG
           END-EVALUATE.

      * A salary outside its grade range stands only on a card that
      * carries a supervisor override reason; otherwise R17.
       547-EDIT-SALARY-RANGE.
           PERFORM 546-CHECK-SALARY-RANGE.
           IF (WS-GRD-RANGE-FLAG = "B" OR WS-GRD-RANGE-FLAG = "A")
               AND TRX-OVERRIDE-REASON = SPACES
               MOVE "N" TO WS-VALID-FLAG
               MOVE "R17" TO WS-REJECT-CODE
               MOVE "SALARY OUTSIDE GRADE RANGE" TO WS-REJECT-TEXT
           END-IF.

      * Audit line for an override that let an out-of-range salary
      * stand: the range broken, and the reason on the card.
       548-WRITE-OVERRIDE-AUDIT.
           IF WS-GRD-RANGE-FLAG NOT = "B" AND
               WS-GRD-RANGE-FLAG NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE "SALOVR" TO WS-AUDIT-OPERATION.
           MOVE "SALARY-RANGE" TO WS-AUDIT-FIELD.
           MOVE WS-GRD-RANGE-TEXT TO WS-AUDIT-OLD-VALUE.
           MOVE TRX-OVERRIDE-REASON TO WS-AUDIT-NEW-VALUE.
           PERFORM 541-WRITE-AUDIT-LOG.

      * Checks shared by every action: EMP-ID must be numeric. Sets
      * WS-VALID-FLAG and, on failure, the reject reason.
       550-VALIDATE-COMMON-FIELDS.
           IF WS-VALID-FLAG = "Y"
               PERFORM 556-VALIDATE-HIRE-DATE
           END-IF.
           MOVE 0 TO I-SUPERVISOR-ID.
           IF WS-VALID-FLAG = "Y" AND TRX-SUPERVISOR-ID NOT = SPACES
               MOVE 0 TO WS-SUP-ON-FILE
               PERFORM 558-VALIDATE-SUPERVISOR
           END-IF.

      * UPDATE field moves: each non-blank card field is validated
      * then replaces the value on file; blanks leave it alone. The
                   PERFORM 543-QUEUE-AUDIT-IMAGE
               END-IF
           END-IF.
      * A supervisor already on file is not re-edited, so a card
      * that repeats it is never refused because that supervisor
      * has since left.
           IF WS-VALID-FLAG = "Y" AND TRX-SUPERVISOR-ID NOT = SPACES
               IF SUPERVISOR-ID IS NUMERIC
                   MOVE SUPERVISOR-ID TO WS-SUP-ON-FILE
               ELSE
                   MOVE 0 TO WS-SUP-ON-FILE
               END-IF
               PERFORM 558-VALIDATE-SUPERVISOR
               IF WS-VALID-FLAG = "Y" AND
                   I-SUPERVISOR-ID NOT = WS-SUP-ON-FILE
                   MOVE "SUPERVISOR" TO WS-AUDIT-FIELD
                   MOVE WS-SUP-ON-FILE TO WS-AUDIT-OLD-VALUE
                   MOVE I-SUPERVISOR-ID TO SUPERVISOR-ID
                   MOVE SUPERVISOR-ID TO WS-AUDIT-NEW-VALUE
                   PERFORM 543-QUEUE-AUDIT-IMAGE
               END-IF
           END-IF.

      * Same department edit the interactive 108 paragraph applies.
       553-VALIDATE-DEP-CODE.
               END-IF
           END-IF.

      * Reports-to edit for A/U cards, the same rules the
      * interactive 185 paragraph applies: numeric; zero for the
      * top of the organization; otherwise on the master, not
      * terminated, not the employee and not already reporting up
      * through the employee. WS-SUP-ON-FILE is the value the
      * record carries today (zero on an add) - an unchanged
      * supervisor passes without a re-edit.
       558-VALIDATE-SUPERVISOR.
           IF FUNCTION TEST-NUMVAL(TRX-SUPERVISOR-ID) NOT = 0
               MOVE "N" TO WS-VALID-FLAG
               MOVE "R16" TO WS-REJECT-CODE
               MOVE "NON-NUMERIC SUPERVISOR ID" TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(TRX-SUPERVISOR-ID) TO I-SUPERVISOR-ID.
           IF I-SUPERVISOR-ID = 0 OR
               I-SUPERVISOR-ID = WS-SUP-ON-FILE
               EXIT PARAGRAPH
           END-IF.
           IF I-SUPERVISOR-ID = I-EMP-ID
               MOVE "N" TO WS-VALID-FLAG
               MOVE "R16" TO WS-REJECT-CODE
               MOVE "EMPLOYEE CANNOT REPORT TO SELF"
                   TO WS-REJECT-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE EMPLOYEE-INFO TO WS-SUP-SAVE-REC.
           MOVE I-SUPERVISOR-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "R16" TO WS-REJECT-CODE
                   MOVE "SUPERVISOR NOT ON FILE" TO WS-REJECT-TEXT
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "R16" TO WS-REJECT-CODE
                       MOVE "SUPERVISOR TERMINATED"
                           TO WS-REJECT-TEXT
                   ELSE
                       PERFORM 559-CHECK-REPORTING-LOOP
                   END-IF
           END-READ.
           MOVE WS-SUP-SAVE-REC TO EMPLOYEE-INFO.

      * Walks up from the supervisor just read to the top of the
      * organization; meeting the employee on the way means the
      * card would close a reporting loop.
       559-CHECK-REPORTING-LOOP.
           IF SUPERVISOR-ID IS NUMERIC
               MOVE SUPERVISOR-ID TO WS-SUP-WALK-ID
           ELSE
               MOVE 0 TO WS-SUP-WALK-ID
           END-IF.
           MOVE 0 TO WS-SUP-WALK-DEPTH.
           MOVE "N" TO WS-SUP-WALK-DONE.
           PERFORM UNTIL WS-SUP-WALK-DONE = "Y"
               EVALUATE TRUE
                   WHEN WS-SUP-WALK-ID = 0
                       MOVE "Y" TO WS-SUP-WALK-DONE
                   WHEN WS-SUP-WALK-ID = I-EMP-ID OR
                       WS-SUP-WALK-DEPTH >= WS-SUP-MAX-DEPTH
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "R16" TO WS-REJECT-CODE
                       MOVE "SUPERVISOR WOULD CREATE A LOOP"
                           TO WS-REJECT-TEXT
                       MOVE "Y" TO WS-SUP-WALK-DONE
                   WHEN OTHER
                       ADD 1 TO WS-SUP-WALK-DEPTH
                       MOVE WS-SUP-WALK-ID TO EMP-ID
                       READ EMPLOYEES-FILE
                           INVALID KEY
                               MOVE "Y" TO WS-SUP-WALK-DONE
                           NOT INVALID KEY
                               IF SUPERVISOR-ID IS NUMERIC
                                   MOVE SUPERVISOR-ID
                                       TO WS-SUP-WALK-ID
                               ELSE
                                   MOVE 0 TO WS-SUP-WALK-ID
                               END-IF
                       END-READ
               END-EVALUATE
           END-PERFORM.

      * Takes the single-writer interlock for this run. A lock
      * already LOCKED means another writer (a second apply, a
      * backup/restore, a mass change at a terminal) has the
           DISPLAY "  BATCH ID:               " WS-BATCH-ID.
           DISPLAY "  TRANSACTIONS READ:      " WS-READ-COUNT.
           DISPLAY "  RECYCLED CARDS READ:    " WS-RCY-READ-COUNT.
           DISPLAY "  PENDING CARDS RELEASED: " WS-PND-RELEASED.
           DISPLAY "  FUTURE-DATED   HELD:    " WS-PND-HELD
               "  REJECTED: " WS-PND-REJECTED.
           DISPLAY "  ADDS       APPLIED:     " WS-ADD-APPLIED
               "  REJECTED: " WS-ADD-REJECTED.
           DISPLAY "  UPDATES    APPLIED:     " WS-UPD-APPLIED
