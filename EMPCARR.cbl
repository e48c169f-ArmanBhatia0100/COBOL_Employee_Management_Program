      ******************************************************************
      * Author: Arman Bhatia
      * Date: Oct 15, 2026
      * Purpose: Outbound benefits-carrier enrollment files. Builds
      * one fixed-format file per carrier from the benefit (B) and
      * retirement (R) deductions on DEDUCTION-FILE.DAT, joined to
      * the employee master and the contact master, with an H
      * header and a T trailer (detail count, add / change / term
      * counts and an amount hash) the carrier balances on receipt.
      *
      * Carriers: CARRIER-PLANS.DAT maps each plan code to the
      * carrier that insures it (columns 1-4 plan code, 6-13
      * carrier id, 15-44 carrier name; a line starting * is a
      * comment). A B/R plan not listed there is sent as a carrier
      * of its own under its plan code, so nothing is left out.
      *
      * Change-only files: CARRIER-SENT.DAT holds each enrollment
      * as it was last sent. A carrier's first file is a full file
      * (every enrollment an add); every later file carries only
      * adds, changes and terminations since the last one. A
      * terminated employee (EMPTRANS D card or maintenance) goes
      * out as a termination with TERM-DATE as the coverage end
      * date; a deduction removed from the master ends on the run
      * date. Files are numbered per carrier, kept as
      * CARRIER-<id>-<seq>.TXT, and copied to CARRIER-<id>.OUT for
      * the transfer job to pick up. Every transmission and resend
      * is logged on CARRIER-XMIT-LOG.DAT.
      *
      * Modes (first console/SYSIN line):
      *   C = change run for every carrier (a carrier never sent
      *       before gets its full file)
      *   F = full file again for one carrier (second line: carrier
      *       id, blank = all) - the register for that carrier is
      *       cleared first, e.g. when a carrier re-loads from zero
      *   R = resend (second line: carrier id, third line: file
      *       number, blank = the latest) - the kept copy is put
      *       back out for pickup, unchanged
      *   L = list the transmission log (second line: carrier id,
      *       blank = all)
      * C and F update the register and take the batch lock.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-CARRIER-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES-FILE ASSIGN TO "../EMPLOYEE-FILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES
           FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT CONTACTS-FILE ASSIGN TO "../CONTACT-FILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-EMP-ID
           FILE STATUS IS WS-CON-FILE-STATUS.

           SELECT DEDUCTIONS-FILE ASSIGN TO "../DEDUCTION-FILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DED-KEY
           FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT CARRIER-SENT-FILE ASSIGN TO "../CARRIER-SENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CST-KEY
           FILE STATUS IS WS-CST-FILE-STATUS.

           SELECT CARRIER-PLAN-FILE ASSIGN TO "../CARRIER-PLANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CPL-FILE-STATUS.

           SELECT CARRIER-LOG-FILE
           ASSIGN TO "../CARRIER-XMIT-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CXL-FILE-STATUS.

      * ASSIGN USING: the kept copy and the pickup file are named
      * per carrier (and per file number) at run time.
           SELECT CARRIER-ARCHIVE-FILE ASSIGN USING WS-CARR-ARCH-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT CARRIER-PICKUP-FILE ASSIGN USING WS-CARR-PICK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PICK-FILE-STATUS.

           SELECT BATCH-LOCK-FILE ASSIGN TO "../BATCH-LOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEES-FILE.
           COPY "EMPLOYEE-RECORD.cpy".

       FD CONTACTS-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD DEDUCTIONS-FILE.
           COPY "DEDUCTION-RECORD.cpy".

       FD CARRIER-SENT-FILE.
           COPY "CARRIER-SENT-RECORD.cpy".

       FD CARRIER-PLAN-FILE.
       01 CARRIER-PLAN-LINE.
           05 CPL-PLAN-CODE        PIC X(4).
           05 FILLER               PIC X(1).
           05 CPL-CARRIER-ID       PIC X(8).
           05 FILLER               PIC X(1).
           05 CPL-CARRIER-NAME     PIC X(30).

       FD CARRIER-LOG-FILE.
       01 CARRIER-LOG-RECORD.
      *    F = full file, C = change file, R = resend of a kept file.
           05 CXL-CARRIER-ID       PIC X(8).
           05 FILLER               PIC X(1).
           05 CXL-XMIT-SEQ         PIC 9(6).
           05 FILLER               PIC X(1).
           05 CXL-TYPE             PIC X(1).
           05 FILLER               PIC X(1).
           05 CXL-DATE             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CXL-TIME             PIC 9(8).
           05 FILLER               PIC X(1).
           05 CXL-DETAIL-COUNT     PIC 9(7).
           05 FILLER               PIC X(1).
           05 CXL-ADD-COUNT        PIC 9(7).
           05 FILLER               PIC X(1).
           05 CXL-CHANGE-COUNT     PIC 9(7).
           05 FILLER               PIC X(1).
           05 CXL-TERM-COUNT       PIC 9(7).
           05 FILLER               PIC X(1).
           05 CXL-AMOUNT-HASH      PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 CXL-FILE-NAME        PIC X(40).
           05 FILLER               PIC X(1).
           05 CXL-USER             PIC X(20).

       FD CARRIER-ARCHIVE-FILE.
       01 CARRIER-ARCHIVE-RECORD   PIC X(300).

       FD CARRIER-PICKUP-FILE.
       01 CARRIER-PICKUP-RECORD    PIC X(300).

       FD BATCH-LOCK-FILE.
           COPY "BATCH-LOCK.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-EMP-FILE-STATUS    PIC X(2).
           05 WS-CON-FILE-STATUS    PIC X(2).
           05 WS-DED-FILE-STATUS    PIC X(2).
           05 WS-CST-FILE-STATUS    PIC X(2).
           05 WS-CPL-FILE-STATUS    PIC X(2).
           05 WS-CXL-FILE-STATUS    PIC X(2).
           05 WS-ARCH-FILE-STATUS   PIC X(2).
           05 WS-PICK-FILE-STATUS   PIC X(2).
           05 WS-LOCK-FILE-STATUS   PIC X(2).

       01 WS-FLAGS.
           05 EOF-FLAG             PIC X(1) VALUE "N".
           05 WS-VALID-FLAG        PIC X(1).
           05 WS-CON-AVAILABLE     PIC X(1).
           05 WS-DED-EOF-FLAG      PIC X(1).
           05 WS-CST-EOF-FLAG      PIC X(1).
           05 WS-CST-FOUND-FLAG    PIC X(1).
           05 WS-EMP-FOUND-FLAG    PIC X(1).
           05 WS-FULL-FILE-FLAG    PIC X(1).
           05 WS-LOG-FOUND-FLAG    PIC X(1).

       01 WS-MODE                  PIC X(1).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-TIME              PIC 9(8).
       01 WS-RUN-STAMP             PIC 9(16).
       01 WS-RUN-STAMP-R REDEFINES WS-RUN-STAMP.
           05 WS-STAMP-DATE        PIC 9(8).
           05 WS-STAMP-TIME        PIC 9(8).
       01 WS-TERM-USER             PIC X(20).
       01 WS-LOCK-HELD-FLAG        PIC X(1) VALUE "N".

      * Operator selections.
       01 I-CARRIER-ID             PIC X(8).
       01 I-XMIT-SEQ-ALPHA         PIC X(6).
       01 I-XMIT-SEQ               PIC 9(6).

      * Plan code to carrier, from CARRIER-PLANS.DAT plus any B/R
      * plan found on the deductions that the control file does
      * not name.
       01 WS-CPLAN-COUNT           PIC 9(3) VALUE 0.
       01 WS-CPLAN-TABLE.
           05 WS-CPLAN-ENTRY OCCURS 100 TIMES.
               10 CP-PLAN-CODE     PIC X(4).
               10 CP-CARRIER-ID    PIC X(8).
       01 WS-CPLAN-IDX             PIC 9(3).

      * One entry per carrier, with the number and date of the
      * last file sent to it (from the transmission log).
       01 WS-CARR-COUNT            PIC 9(2) VALUE 0.
       01 WS-CARR-TABLE.
           05 WS-CARR-ENTRY OCCURS 50 TIMES.
               10 CR-CARRIER-ID    PIC X(8).
               10 CR-NAME          PIC X(30).
               10 CR-LAST-SEQ      PIC 9(6).
               10 CR-LAST-DATE     PIC 9(8).
               10 CR-SELECTED      PIC X(1).
       01 WS-CARR-IDX              PIC 9(2).
       01 WS-FIND-IDX              PIC 9(2).
       01 WS-SCAN-IDX              PIC 9(2).
       01 WS-FIND-CARRIER-ID       PIC X(8).
       01 WS-FIND-CARRIER-NAME     PIC X(30).
       01 WS-FIND-PLAN-CODE        PIC X(4).

      * The carrier being sent.
       01 WS-XMIT-SEQ              PIC 9(6).
       01 WS-XMIT-TYPE             PIC X(1).
       01 WS-CARR-ARCH-NAME        PIC X(40).
       01 WS-CARR-PICK-NAME        PIC X(40).
       01 WS-COVERAGE-START        PIC 9(8).
       01 WS-XMIT-COUNTS.
           05 WS-DETAIL-COUNT      PIC 9(7).
           05 WS-ADD-COUNT         PIC 9(7).
           05 WS-CHANGE-COUNT      PIC 9(7).
           05 WS-TERM-COUNT        PIC 9(7).
           05 WS-UNCHANGED-COUNT   PIC 9(7).
           05 WS-SKIPPED-COUNT     PIC 9(7).
           05 WS-ORPHAN-COUNT      PIC 9(7).
           05 WS-WRITE-ERRORS      PIC 9(7).
       01 WS-AMOUNT-HASH           PIC 9(11)V99.
       01 WS-COPY-COUNT            PIC 9(7).
       01 WS-CLEARED-COUNT         PIC 9(7).

      * Log entry picked for a resend.
       01 WS-RESEND-LOG-LINE       PIC X(150).

      * Carrier file record layouts (300 bytes): H header, D
      * detail, T trailer.
       01 CARRIER-HEADER-LINE.
           05 CHL-RECORD-TYPE      PIC X(1).
           05 CHL-CARRIER-ID       PIC X(8).
           05 CHL-CARRIER-NAME     PIC X(30).
      *    F = full file, C = changes only.
           05 CHL-FILE-TYPE        PIC X(1).
           05 CHL-XMIT-SEQ         PIC 9(6).
           05 CHL-CREATE-DATE      PIC 9(8).
           05 CHL-CREATE-TIME      PIC 9(8).
           05 CHL-SENDER           PIC X(20).
           05 FILLER               PIC X(218).

       01 CARRIER-DETAIL-LINE.
           05 CDL-RECORD-TYPE      PIC X(1).
      *    A = add (enroll), C = change, T = terminate coverage.
           05 CDL-ACTION           PIC X(1).
           05 CDL-CARRIER-ID       PIC X(8).
           05 CDL-PLAN-CODE        PIC X(4).
           05 CDL-PLAN-DESC        PIC X(20).
           05 CDL-CATEGORY         PIC X(1).
           05 CDL-EMP-ID           PIC 9(6).
           05 CDL-LAST-NAME        PIC X(20).
           05 CDL-FIRST-NAME       PIC X(20).
           05 CDL-HIRE-DATE        PIC 9(8).
           05 CDL-EMP-STATUS       PIC X(1).
           05 CDL-COVERAGE-START   PIC 9(8).
           05 CDL-COVERAGE-END     PIC 9(8).
           05 CDL-METHOD           PIC X(1).
           05 CDL-AMOUNT           PIC 9(5)V99.
           05 CDL-ADDRESS-1        PIC X(30).
           05 CDL-ADDRESS-2        PIC X(30).
           05 CDL-CITY             PIC X(20).
           05 CDL-STATE            PIC X(2).
           05 CDL-POSTAL-CODE      PIC X(10).
           05 CDL-PHONE            PIC X(15).
           05 CDL-EMAIL            PIC X(40).
           05 FILLER               PIC X(39).

       01 CARRIER-TRAILER-LINE.
           05 CTL-RECORD-TYPE      PIC X(1).
           05 CTL-CARRIER-ID       PIC X(8).
           05 CTL-XMIT-SEQ         PIC 9(6).
           05 CTL-DETAIL-COUNT     PIC 9(7).
           05 CTL-ADD-COUNT        PIC 9(7).
           05 CTL-CHANGE-COUNT     PIC 9(7).
           05 CTL-TERM-COUNT       PIC 9(7).
           05 CTL-AMOUNT-HASH      PIC 9(11)V99.
           05 FILLER               PIC X(244).

       01 WS-AMOUNT-DISP           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 SEPARATOR-LINE           PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       900-RUN-CARRIER-UTILITY.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "BENEFITS CARRIER ENROLLMENT FILE UTILITY".
           PERFORM 901-GET-MODE.
           EVALUATE WS-MODE
               WHEN "C"
                   MOVE SPACES TO I-CARRIER-ID
                   PERFORM 880-TAKE-BATCH-LOCK
                   IF WS-LOCK-HELD-FLAG = "Y"
                       PERFORM 910-SEND-CARRIER-FILES
                       PERFORM 881-RELEASE-BATCH-LOCK
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN "F"
                   PERFORM 902-GET-CARRIER-ID
                   PERFORM 880-TAKE-BATCH-LOCK
                   IF WS-LOCK-HELD-FLAG = "Y"
                       PERFORM 910-SEND-CARRIER-FILES
                       PERFORM 881-RELEASE-BATCH-LOCK
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN "R"
                   MOVE SPACES TO I-CARRIER-ID
                   PERFORM 902-GET-CARRIER-ID
                       UNTIL I-CARRIER-ID NOT = SPACES
                   PERFORM 903-GET-XMIT-SEQ
                   PERFORM 950-RESEND-TRANSMISSION
               WHEN "L"
                   PERFORM 902-GET-CARRIER-ID
                   PERFORM 960-LIST-TRANSMISSIONS
           END-EVALUATE.
           STOP RUN.

       901-GET-MODE.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "MODE? (C=CHANGE FILES F=FULL FILE "
                   "R=RESEND L=LIST TRANSMISSIONS)"
               ACCEPT WS-MODE
               MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
               IF WS-MODE = "C" OR WS-MODE = "F" OR WS-MODE = "R"
                   OR WS-MODE = "L"
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   DISPLAY "INVALID MODE - USE C, F, R OR L. TRY "
                       "AGAIN."
               END-IF
           END-PERFORM.

       902-GET-CARRIER-ID.
           IF WS-MODE = "R"
               DISPLAY "CARRIER ID?"
           ELSE
               DISPLAY "CARRIER ID? (BLANK = ALL CARRIERS)"
           END-IF.
           ACCEPT I-CARRIER-ID.
           MOVE FUNCTION UPPER-CASE(I-CARRIER-ID) TO I-CARRIER-ID.
           IF WS-MODE = "R" AND I-CARRIER-ID = SPACES
               DISPLAY "A CARRIER ID IS REQUIRED FOR A RESEND."
           END-IF.

       903-GET-XMIT-SEQ.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "FILE NUMBER TO RESEND? (BLANK = THE "
                   "LATEST)"
               ACCEPT I-XMIT-SEQ-ALPHA
               EVALUATE TRUE
                   WHEN I-XMIT-SEQ-ALPHA = SPACES
                       MOVE 0 TO I-XMIT-SEQ
                       MOVE "Y" TO WS-VALID-FLAG
                   WHEN FUNCTION TEST-NUMVAL(I-XMIT-SEQ-ALPHA) = 0
                       COMPUTE I-XMIT-SEQ =
                           FUNCTION NUMVAL(I-XMIT-SEQ-ALPHA)
                       MOVE "Y" TO WS-VALID-FLAG
                   WHEN OTHER
                       DISPLAY "INVALID FILE NUMBER. TRY AGAIN."
               END-EVALUATE
           END-PERFORM.

      * Change (C) or full (F) run: builds the carrier table, then
      * sends each selected carrier its file. The masters are only
      * read; the sent register is the one file updated.
       910-SEND-CARRIER-FILES.
           OPEN INPUT DEDUCTIONS-FILE.
           IF WS-DED-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN DEDUCTION-FILE.DAT - STATUS "
                   WS-DED-FILE-STATUS ". NOTHING SENT."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". NOTHING SENT."
               CLOSE DEDUCTIONS-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O CARRIER-SENT-FILE.
           IF WS-CST-FILE-STATUS = "35"
               OPEN OUTPUT CARRIER-SENT-FILE
               CLOSE CARRIER-SENT-FILE
               OPEN I-O CARRIER-SENT-FILE
           END-IF.
           IF WS-CST-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN CARRIER-SENT.DAT - STATUS "
                   WS-CST-FILE-STATUS ". NOTHING SENT."
               CLOSE EMPLOYEES-FILE
               CLOSE DEDUCTIONS-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CONTACTS-FILE.
           IF WS-CON-FILE-STATUS = "00"
               MOVE "Y" TO WS-CON-AVAILABLE
           ELSE
               MOVE "N" TO WS-CON-AVAILABLE
               DISPLAY "NO CONTACT FILE (STATUS " WS-CON-FILE-STATUS
                   ") - ADDRESSES WILL BE SENT BLANK."
           END-IF.
           PERFORM 911-BUILD-CARRIER-TABLE.
           IF WS-CARR-COUNT = 0
               DISPLAY "NO BENEFIT OR RETIREMENT PLANS ON FILE - "
                   "NOTHING TO SEND."
           END-IF.
           IF I-CARRIER-ID NOT = SPACES
               MOVE I-CARRIER-ID TO WS-FIND-CARRIER-ID
               PERFORM 916-FIND-CARRIER
               IF WS-FIND-IDX = 0
                   DISPLAY "CARRIER " FUNCTION TRIM(I-CARRIER-ID)
                       " HAS NO PLANS ON FILE - NOTHING SENT."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM VARYING WS-CARR-IDX FROM 1 BY 1
               UNTIL WS-CARR-IDX > WS-CARR-COUNT
               IF I-CARRIER-ID = SPACES OR
                   I-CARRIER-ID = CR-CARRIER-ID(WS-CARR-IDX)
                   IF WS-MODE = "F"
                       PERFORM 925-CLEAR-CARRIER-REGISTER
                   END-IF
                   PERFORM 920-SEND-ONE-CARRIER
               END-IF
           END-PERFORM.
           IF WS-CON-AVAILABLE = "Y"
               CLOSE CONTACTS-FILE
           END-IF.
           CLOSE CARRIER-SENT-FILE.
           CLOSE EMPLOYEES-FILE.
           CLOSE DEDUCTIONS-FILE.

      * Carriers from the control file, then any B/R plan on the
      * deductions the control file does not name (sent under its
      * own plan code), then the last file number sent to each.
       911-BUILD-CARRIER-TABLE.
           MOVE 0 TO WS-CPLAN-COUNT WS-CARR-COUNT.
           OPEN INPUT CARRIER-PLAN-FILE.
           IF WS-CPL-FILE-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM 912-LOAD-ONE-PLAN-LINE UNTIL EOF-FLAG = "Y"
               CLOSE CARRIER-PLAN-FILE
           ELSE
               DISPLAY "NO CARRIER-PLANS.DAT - EACH PLAN IS SENT "
                   "AS ITS OWN CARRIER."
           END-IF.
           MOVE LOW-VALUES TO DED-KEY.
           MOVE "N" TO WS-DED-EOF-FLAG.
           START DEDUCTIONS-FILE KEY IS >= DED-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DED-EOF-FLAG
           END-START.
           PERFORM 913-NOTE-ONE-DEDUCTION-PLAN
               UNTIL WS-DED-EOF-FLAG = "Y".
           OPEN INPUT CARRIER-LOG-FILE.
           IF WS-CXL-FILE-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM 914-NOTE-ONE-LOG-LINE UNTIL EOF-FLAG = "Y"
               CLOSE CARRIER-LOG-FILE
           END-IF.

       912-LOAD-ONE-PLAN-LINE.
           READ CARRIER-PLAN-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF CARRIER-PLAN-LINE(1:1) = "*" OR
               CPL-PLAN-CODE = SPACES OR CPL-CARRIER-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CPLAN-COUNT >= 100
               DISPLAY "MORE THAN 100 PLANS ON CARRIER-PLANS.DAT - "
                   "PLAN " CPL-PLAN-CODE " IGNORED."
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(CPL-CARRIER-ID)
               TO WS-FIND-CARRIER-ID.
           MOVE CPL-CARRIER-NAME TO WS-FIND-CARRIER-NAME.
           PERFORM 917-ADD-CARRIER.
           IF WS-FIND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CPLAN-COUNT.
           MOVE CPL-PLAN-CODE TO CP-PLAN-CODE(WS-CPLAN-COUNT).
           MOVE WS-FIND-CARRIER-ID TO CP-CARRIER-ID(WS-CPLAN-COUNT).

       913-NOTE-ONE-DEDUCTION-PLAN.
           READ DEDUCTIONS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DED-EOF-FLAG
           END-READ.
           IF WS-DED-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF NOT DED-BENEFIT AND NOT DED-RETIREMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE DED-PLAN-CODE TO WS-FIND-PLAN-CODE.
           PERFORM 915-CARRIER-FOR-PLAN.
           PERFORM 916-FIND-CARRIER.
           IF WS-FIND-IDX = 0
               MOVE DED-DESCRIPTION TO WS-FIND-CARRIER-NAME
               PERFORM 917-ADD-CARRIER
           END-IF.

       914-NOTE-ONE-LOG-LINE.
           READ CARRIER-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF CXL-TYPE NOT = "F" AND CXL-TYPE NOT = "C"
               EXIT PARAGRAPH
           END-IF.
           MOVE CXL-CARRIER-ID TO WS-FIND-CARRIER-ID.
           PERFORM 916-FIND-CARRIER.
           IF WS-FIND-IDX > 0
               IF CXL-XMIT-SEQ > CR-LAST-SEQ(WS-FIND-IDX)
                   MOVE CXL-XMIT-SEQ TO CR-LAST-SEQ(WS-FIND-IDX)
                   MOVE CXL-DATE TO CR-LAST-DATE(WS-FIND-IDX)
               END-IF
           END-IF.

      * Carrier for WS-FIND-PLAN-CODE: the control file's carrier,
      * else the plan code itself.
       915-CARRIER-FOR-PLAN.
           MOVE WS-FIND-PLAN-CODE TO WS-FIND-CARRIER-ID.
           PERFORM VARYING WS-CPLAN-IDX FROM 1 BY 1
               UNTIL WS-CPLAN-IDX > WS-CPLAN-COUNT
               IF CP-PLAN-CODE(WS-CPLAN-IDX) = WS-FIND-PLAN-CODE
                   MOVE CP-CARRIER-ID(WS-CPLAN-IDX)
                       TO WS-FIND-CARRIER-ID
               END-IF
           END-PERFORM.

      * WS-FIND-IDX = table entry for WS-FIND-CARRIER-ID, 0 if none.
       916-FIND-CARRIER.
           MOVE 0 TO WS-FIND-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-CARR-COUNT
               IF CR-CARRIER-ID(WS-SCAN-IDX) = WS-FIND-CARRIER-ID
                   MOVE WS-SCAN-IDX TO WS-FIND-IDX
               END-IF
           END-PERFORM.

      * Find-or-add WS-FIND-CARRIER-ID; WS-FIND-IDX = 0 when the
      * table is full.
       917-ADD-CARRIER.
           PERFORM 916-FIND-CARRIER.
           IF WS-FIND-IDX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-CARR-COUNT >= 50
               DISPLAY "MORE THAN 50 CARRIERS - CARRIER "
                   FUNCTION TRIM(WS-FIND-CARRIER-ID) " NOT SENT."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CARR-COUNT.
           MOVE WS-CARR-COUNT TO WS-FIND-IDX.
           MOVE WS-FIND-CARRIER-ID TO CR-CARRIER-ID(WS-FIND-IDX).
           MOVE WS-FIND-CARRIER-NAME TO CR-NAME(WS-FIND-IDX).
           MOVE 0 TO CR-LAST-SEQ(WS-FIND-IDX).
           MOVE 0 TO CR-LAST-DATE(WS-FIND-IDX).
           MOVE "N" TO CR-SELECTED(WS-FIND-IDX).

      * One carrier's file. Pass 1 walks the deductions for the
      * carrier's enrollments (adds, changes, terminations of
      * terminated employees); pass 2 walks the carrier's register
      * for enrollments no longer on the deductions at all.
       920-SEND-ONE-CARRIER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-STAMP-DATE.
           MOVE WS-RUN-TIME TO WS-STAMP-TIME.
           INITIALIZE WS-XMIT-COUNTS.
           MOVE 0 TO WS-AMOUNT-HASH.
           COMPUTE WS-XMIT-SEQ = CR-LAST-SEQ(WS-CARR-IDX) + 1.
           MOVE CR-CARRIER-ID(WS-CARR-IDX) TO CST-CARRIER-ID.
           MOVE 0 TO CST-EMP-ID.
           MOVE LOW-VALUES TO CST-PLAN-CODE.
           MOVE "Y" TO WS-FULL-FILE-FLAG.
           START CARRIER-SENT-FILE KEY IS >= CST-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CARRIER-SENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CST-CARRIER-ID =
                               CR-CARRIER-ID(WS-CARR-IDX)
                               MOVE "N" TO WS-FULL-FILE-FLAG
                           END-IF
                   END-READ
           END-START.
           IF WS-FULL-FILE-FLAG = "Y"
               MOVE "F" TO WS-XMIT-TYPE
           ELSE
               MOVE "C" TO WS-XMIT-TYPE
           END-IF.
           PERFORM 926-BUILD-FILE-NAMES.
           OPEN OUTPUT CARRIER-ARCHIVE-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN "
                   FUNCTION TRIM(WS-CARR-ARCH-NAME) " - STATUS "
                   WS-ARCH-FILE-STATUS ". CARRIER NOT SENT."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CARRIER-PICKUP-FILE.
           IF WS-PICK-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN "
                   FUNCTION TRIM(WS-CARR-PICK-NAME) " - STATUS "
                   WS-PICK-FILE-STATUS ". CARRIER NOT SENT."
               CLOSE CARRIER-ARCHIVE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CARRIER-HEADER-LINE.
           MOVE "H" TO CHL-RECORD-TYPE.
           MOVE CR-CARRIER-ID(WS-CARR-IDX) TO CHL-CARRIER-ID.
           MOVE CR-NAME(WS-CARR-IDX) TO CHL-CARRIER-NAME.
           MOVE WS-XMIT-TYPE TO CHL-FILE-TYPE.
           MOVE WS-XMIT-SEQ TO CHL-XMIT-SEQ.
           MOVE WS-RUN-DATE TO CHL-CREATE-DATE.
           MOVE WS-RUN-TIME TO CHL-CREATE-TIME.
           MOVE "HR EMPLOYEE MASTER" TO CHL-SENDER.
           WRITE CARRIER-ARCHIVE-RECORD FROM CARRIER-HEADER-LINE.
           WRITE CARRIER-PICKUP-RECORD FROM CARRIER-HEADER-LINE.
           MOVE LOW-VALUES TO DED-KEY.
           MOVE "N" TO WS-DED-EOF-FLAG.
           START DEDUCTIONS-FILE KEY IS >= DED-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DED-EOF-FLAG
           END-START.
           PERFORM 921-SEND-ONE-ENROLLMENT
               UNTIL WS-DED-EOF-FLAG = "Y".
           MOVE CR-CARRIER-ID(WS-CARR-IDX) TO CST-CARRIER-ID.
           MOVE 0 TO CST-EMP-ID.
           MOVE LOW-VALUES TO CST-PLAN-CODE.
           MOVE "N" TO WS-CST-EOF-FLAG.
           START CARRIER-SENT-FILE KEY IS >= CST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CST-EOF-FLAG
           END-START.
           PERFORM 923-END-ONE-DROPPED UNTIL WS-CST-EOF-FLAG = "Y".
           MOVE SPACES TO CARRIER-TRAILER-LINE.
           MOVE "T" TO CTL-RECORD-TYPE.
           MOVE CR-CARRIER-ID(WS-CARR-IDX) TO CTL-CARRIER-ID.
           MOVE WS-XMIT-SEQ TO CTL-XMIT-SEQ.
           MOVE WS-DETAIL-COUNT TO CTL-DETAIL-COUNT.
           MOVE WS-ADD-COUNT TO CTL-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO CTL-CHANGE-COUNT.
           MOVE WS-TERM-COUNT TO CTL-TERM-COUNT.
           MOVE WS-AMOUNT-HASH TO CTL-AMOUNT-HASH.
           WRITE CARRIER-ARCHIVE-RECORD FROM CARRIER-TRAILER-LINE.
           WRITE CARRIER-PICKUP-RECORD FROM CARRIER-TRAILER-LINE.
           CLOSE CARRIER-ARCHIVE-FILE.
           CLOSE CARRIER-PICKUP-FILE.
           PERFORM 930-LOG-TRANSMISSION.
           MOVE WS-XMIT-SEQ TO CR-LAST-SEQ(WS-CARR-IDX).
           MOVE WS-RUN-DATE TO CR-LAST-DATE(WS-CARR-IDX).
           PERFORM 927-DISPLAY-CARRIER-TOTALS.

      * One deduction. Only the current carrier's B/R plans count;
      * the enrollment is compared with the register to decide
      * add, change, termination or nothing.
       921-SEND-ONE-ENROLLMENT.
           READ DEDUCTIONS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DED-EOF-FLAG
           END-READ.
           IF WS-DED-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF NOT DED-BENEFIT AND NOT DED-RETIREMENT
               EXIT PARAGRAPH
           END-IF.
           MOVE DED-PLAN-CODE TO WS-FIND-PLAN-CODE.
           PERFORM 915-CARRIER-FOR-PLAN.
           IF WS-FIND-CARRIER-ID NOT = CR-CARRIER-ID(WS-CARR-IDX)
               EXIT PARAGRAPH
           END-IF.
      * A deduction whose employee is gone from the master is left
      * for pass 2, which ends it if it was ever sent.
           MOVE DED-EMP-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMP-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-EMP-FOUND-FLAG
           END-READ.
           IF WS-EMP-FOUND-FLAG = "N"
               ADD 1 TO WS-ORPHAN-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CONTACT-INFO.
           IF WS-CON-AVAILABLE = "Y"
               MOVE DED-EMP-ID TO CON-EMP-ID
               READ CONTACTS-FILE
                   INVALID KEY
                       MOVE SPACES TO CONTACT-INFO
               END-READ
           END-IF.
           MOVE CR-CARRIER-ID(WS-CARR-IDX) TO CST-CARRIER-ID.
           MOVE DED-EMP-ID TO CST-EMP-ID.
           MOVE DED-PLAN-CODE TO CST-PLAN-CODE.
           READ CARRIER-SENT-FILE
               INVALID KEY
                   MOVE "N" TO WS-CST-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-CST-FOUND-FLAG
           END-READ.
           IF EMP-TERMINATED
               PERFORM 931-ENROLLMENT-TERMINATED
           ELSE
               PERFORM 932-ENROLLMENT-IN-FORCE
           END-IF.

      * Terminated employee: coverage ends on TERM-DATE. Someone
      * never sent to the carrier is not sent at all.
       931-ENROLLMENT-TERMINATED.
           IF WS-CST-FOUND-FLAG = "N"
               ADD 1 TO WS-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-STAMP TO CST-SEEN-STAMP.
           IF CST-ENDED
               ADD 1 TO WS-UNCHANGED-COUNT
               PERFORM 928-REWRITE-REGISTER
               EXIT PARAGRAPH
           END-IF.
           PERFORM 922-BUILD-DETAIL.
           MOVE "T" TO CDL-ACTION.
           MOVE CST-COVERAGE-START TO CDL-COVERAGE-START.
           MOVE TERM-DATE TO CDL-COVERAGE-END.
           PERFORM 924-WRITE-DETAIL.
           SET CST-ENDED TO TRUE.
           MOVE TERM-DATE TO CST-COVERAGE-END.
           PERFORM 929-NOTE-SENT.
           PERFORM 928-REWRITE-REGISTER.

      * Active or on-leave employee: an add if the carrier does not
      * have the enrollment (or had it ended - a rehire), a change
      * if anything sent has changed since, otherwise nothing.
       932-ENROLLMENT-IN-FORCE.
           PERFORM 922-BUILD-DETAIL.
           IF WS-CST-FOUND-FLAG = "Y"
               IF CST-ENROLLED
                   MOVE WS-RUN-STAMP TO CST-SEEN-STAMP
                   MOVE CST-COVERAGE-START TO CDL-COVERAGE-START
                   MOVE "C" TO CDL-ACTION
                   IF CARRIER-DETAIL-LINE(3:298) =
                       CST-SENT-IMAGE(3:298)
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       PERFORM 924-WRITE-DETAIL
                       PERFORM 929-NOTE-SENT
                   END-IF
                   PERFORM 928-REWRITE-REGISTER
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      * Coverage start on an add: the hire date on a carrier's full
      * file, for a hire since the carrier's last file, or for a
      * rehire after the old coverage ended; otherwise the
      * enrollment is new today.
           EVALUATE TRUE
               WHEN WS-FULL-FILE-FLAG = "Y"
                   MOVE HIRE-DATE TO WS-COVERAGE-START
               WHEN WS-CST-FOUND-FLAG = "Y"
                   IF HIRE-DATE > CST-COVERAGE-END
                       MOVE HIRE-DATE TO WS-COVERAGE-START
                   ELSE
                       MOVE WS-RUN-DATE TO WS-COVERAGE-START
                   END-IF
               WHEN HIRE-DATE >= CR-LAST-DATE(WS-CARR-IDX)
                   MOVE HIRE-DATE TO WS-COVERAGE-START
               WHEN OTHER
                   MOVE WS-RUN-DATE TO WS-COVERAGE-START
           END-EVALUATE.
           MOVE "A" TO CDL-ACTION.
           MOVE WS-COVERAGE-START TO CDL-COVERAGE-START.
           PERFORM 924-WRITE-DETAIL.
           IF WS-CST-FOUND-FLAG = "N"
               MOVE SPACES TO CARRIER-SENT-INFO
           END-IF.
           MOVE CR-CARRIER-ID(WS-CARR-IDX) TO CST-CARRIER-ID.
           MOVE DED-EMP-ID TO CST-EMP-ID.
           MOVE DED-PLAN-CODE TO CST-PLAN-CODE.
           SET CST-ENROLLED TO TRUE.
           MOVE WS-COVERAGE-START TO CST-COVERAGE-START.
           MOVE 0 TO CST-COVERAGE-END.
           MOVE WS-RUN-STAMP TO CST-SEEN-STAMP.
           PERFORM 929-NOTE-SENT.
           IF WS-CST-FOUND-FLAG = "Y"
               PERFORM 928-REWRITE-REGISTER
           ELSE
               WRITE CARRIER-SENT-INFO
                   INVALID KEY
                       DISPLAY "REGISTER WRITE FAILED FOR EMPLOYEE "
                           CST-EMP-ID " PLAN " CST-PLAN-CODE
                           " - STATUS " WS-CST-FILE-STATUS "."
                       ADD 1 TO WS-WRITE-ERRORS
               END-WRITE
           END-IF.

      * Detail record from the employee, contact and deduction
      * records in core; the caller sets action and coverage dates.
       922-BUILD-DETAIL.
           MOVE SPACES TO CARRIER-DETAIL-LINE.
           MOVE "D" TO CDL-RECORD-TYPE.
           MOVE CR-CARRIER-ID(WS-CARR-IDX) TO CDL-CARRIER-ID.
           MOVE DED-PLAN-CODE TO CDL-PLAN-CODE.
           MOVE DED-DESCRIPTION TO CDL-PLAN-DESC.
           MOVE DED-CATEGORY TO CDL-CATEGORY.
           MOVE EMP-ID TO CDL-EMP-ID.
           MOVE LAST-NAME TO CDL-LAST-NAME.
           MOVE FIRST-NAME TO CDL-FIRST-NAME.
           MOVE HIRE-DATE TO CDL-HIRE-DATE.
           MOVE EMP-STATUS TO CDL-EMP-STATUS.
           MOVE 0 TO CDL-COVERAGE-START.
           MOVE 0 TO CDL-COVERAGE-END.
           MOVE DED-METHOD TO CDL-METHOD.
           MOVE DED-AMOUNT TO CDL-AMOUNT.
           MOVE CON-ADDRESS-1 TO CDL-ADDRESS-1.
           MOVE CON-ADDRESS-2 TO CDL-ADDRESS-2.
           MOVE CON-CITY TO CDL-CITY.
           MOVE CON-STATE TO CDL-STATE.
           MOVE CON-POSTAL-CODE TO CDL-POSTAL-CODE.
           MOVE CON-PHONE TO CDL-PHONE.
           MOVE CON-EMAIL TO CDL-EMAIL.

      * Pass 2: an enrollment still in force on the register that
      * pass 1 did not see has been dropped (deduction removed, or
      * the employee taken off the master). Its coverage ends on
      * TERM-DATE if the employee is terminated, else today.
       923-END-ONE-DROPPED.
           READ CARRIER-SENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CST-EOF-FLAG
           END-READ.
           IF WS-CST-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF CST-CARRIER-ID NOT = CR-CARRIER-ID(WS-CARR-IDX)
               MOVE "Y" TO WS-CST-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF CST-SEEN-STAMP = WS-RUN-STAMP OR CST-ENDED
               EXIT PARAGRAPH
           END-IF.
           MOVE CST-SENT-IMAGE TO CARRIER-DETAIL-LINE.
           MOVE "T" TO CDL-ACTION.
           MOVE WS-RUN-DATE TO CDL-COVERAGE-END.
           MOVE CST-EMP-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-STATUS TO CDL-EMP-STATUS
                   IF EMP-TERMINATED AND TERM-DATE > 0
                       MOVE TERM-DATE TO CDL-COVERAGE-END
                   END-IF
           END-READ.
           PERFORM 924-WRITE-DETAIL.
           SET CST-ENDED TO TRUE.
           MOVE CDL-COVERAGE-END TO CST-COVERAGE-END.
           MOVE WS-RUN-STAMP TO CST-SEEN-STAMP.
           PERFORM 929-NOTE-SENT.
           PERFORM 928-REWRITE-REGISTER.

      * Writes the detail to the kept copy and the pickup file and
      * counts it into the trailer totals.
       924-WRITE-DETAIL.
           WRITE CARRIER-ARCHIVE-RECORD FROM CARRIER-DETAIL-LINE.
           WRITE CARRIER-PICKUP-RECORD FROM CARRIER-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD CDL-AMOUNT TO WS-AMOUNT-HASH.
           EVALUATE CDL-ACTION
               WHEN "A"
                   ADD 1 TO WS-ADD-COUNT
               WHEN "C"
                   ADD 1 TO WS-CHANGE-COUNT
               WHEN "T"
                   ADD 1 TO WS-TERM-COUNT
           END-EVALUATE.

      * Full file again: the carrier's register entries are
      * removed, so the next send treats it as never sent before.
       925-CLEAR-CARRIER-REGISTER.
           MOVE 0 TO WS-CLEARED-COUNT.
           MOVE CR-CARRIER-ID(WS-CARR-IDX) TO CST-CARRIER-ID.
           MOVE 0 TO CST-EMP-ID.
           MOVE LOW-VALUES TO CST-PLAN-CODE.
           MOVE "N" TO WS-CST-EOF-FLAG.
           START CARRIER-SENT-FILE KEY IS >= CST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-CST-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-CST-EOF-FLAG = "Y"
               READ CARRIER-SENT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-CST-EOF-FLAG
                   NOT AT END
                       IF CST-CARRIER-ID NOT =
                           CR-CARRIER-ID(WS-CARR-IDX)
                           MOVE "Y" TO WS-CST-EOF-FLAG
                       ELSE
                           DELETE CARRIER-SENT-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CLEARED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "CARRIER " FUNCTION TRIM(CR-CARRIER-ID(WS-CARR-IDX))
               " - " WS-CLEARED-COUNT " REGISTER ENTRIES CLEARED "
               "FOR A FULL FILE.".

       926-BUILD-FILE-NAMES.
           MOVE SPACES TO WS-CARR-ARCH-NAME WS-CARR-PICK-NAME.
           STRING "../CARRIER-"
               FUNCTION TRIM(CR-CARRIER-ID(WS-CARR-IDX))
               "-" WS-XMIT-SEQ ".TXT"
               DELIMITED BY SIZE
               INTO WS-CARR-ARCH-NAME
           END-STRING.
           STRING "../CARRIER-"
               FUNCTION TRIM(CR-CARRIER-ID(WS-CARR-IDX)) ".OUT"
               DELIMITED BY SIZE
               INTO WS-CARR-PICK-NAME
           END-STRING.

       927-DISPLAY-CARRIER-TOTALS.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "CARRIER " CR-CARRIER-ID(WS-CARR-IDX) " "
               CR-NAME(WS-CARR-IDX).
           IF WS-XMIT-TYPE = "F"
               DISPLAY "  FULL FILE NUMBER:        " WS-XMIT-SEQ
           ELSE
               DISPLAY "  CHANGE FILE NUMBER:      " WS-XMIT-SEQ
           END-IF.
           DISPLAY "  DETAIL RECORDS SENT:     " WS-DETAIL-COUNT.
           DISPLAY "    ADDS:                  " WS-ADD-COUNT.
           DISPLAY "    CHANGES:               " WS-CHANGE-COUNT.
           DISPLAY "    TERMINATIONS:          " WS-TERM-COUNT.
           DISPLAY "  UNCHANGED (NOT SENT):    " WS-UNCHANGED-COUNT.
           DISPLAY "  TERMINATED, NEVER SENT:  " WS-SKIPPED-COUNT.
           DISPLAY "  DEDUCTION, NO EMPLOYEE:  " WS-ORPHAN-COUNT.
           DISPLAY "  REGISTER WRITE FAILURES: " WS-WRITE-ERRORS.
           MOVE WS-AMOUNT-HASH TO WS-AMOUNT-DISP.
           DISPLAY "  AMOUNT HASH:  " WS-AMOUNT-DISP.
           DISPLAY "  FILE: " FUNCTION TRIM(WS-CARR-ARCH-NAME)
               " (PICKUP " FUNCTION TRIM(WS-CARR-PICK-NAME) ")".
           IF WS-WRITE-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       928-REWRITE-REGISTER.
           REWRITE CARRIER-SENT-INFO
               INVALID KEY
                   DISPLAY "REGISTER REWRITE FAILED FOR EMPLOYEE "
                       CST-EMP-ID " PLAN " CST-PLAN-CODE
                       " - STATUS " WS-CST-FILE-STATUS "."
                   ADD 1 TO WS-WRITE-ERRORS
           END-REWRITE.

      * The register now holds what was just sent.
       929-NOTE-SENT.
           MOVE CARRIER-DETAIL-LINE TO CST-SENT-IMAGE.
           MOVE WS-XMIT-SEQ TO CST-LAST-XMIT-SEQ.
           MOVE WS-RUN-DATE TO CST-LAST-SENT-DATE.

      * One line per file sent or resent.
       930-LOG-TRANSMISSION.
           ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER".
           IF WS-TERM-USER = SPACES
               MOVE "UNKNOWN" TO WS-TERM-USER
           END-IF.
           OPEN EXTEND CARRIER-LOG-FILE.
           IF WS-CXL-FILE-STATUS NOT = "00"
               OPEN OUTPUT CARRIER-LOG-FILE
           END-IF.
           MOVE SPACES TO CARRIER-LOG-RECORD.
           MOVE CR-CARRIER-ID(WS-CARR-IDX) TO CXL-CARRIER-ID.
           MOVE WS-XMIT-SEQ TO CXL-XMIT-SEQ.
           MOVE WS-XMIT-TYPE TO CXL-TYPE.
           MOVE WS-RUN-DATE TO CXL-DATE.
           MOVE WS-RUN-TIME TO CXL-TIME.
           MOVE WS-DETAIL-COUNT TO CXL-DETAIL-COUNT.
           MOVE WS-ADD-COUNT TO CXL-ADD-COUNT.
           MOVE WS-CHANGE-COUNT TO CXL-CHANGE-COUNT.
           MOVE WS-TERM-COUNT TO CXL-TERM-COUNT.
           MOVE WS-AMOUNT-HASH TO CXL-AMOUNT-HASH.
           MOVE WS-CARR-ARCH-NAME TO CXL-FILE-NAME.
           MOVE WS-TERM-USER TO CXL-USER.
           WRITE CARRIER-LOG-RECORD.
           CLOSE CARRIER-LOG-FILE.

      * Resend: finds the logged file (the latest for the carrier
      * when no number is given), copies the kept copy back to the
      * pickup file unchanged, checks the record count against the
      * log, and logs the resend.
       950-RESEND-TRANSMISSION.
           MOVE "N" TO WS-LOG-FOUND-FLAG.
           OPEN INPUT CARRIER-LOG-FILE.
           IF WS-CXL-FILE-STATUS NOT = "00"
               DISPLAY "NO TRANSMISSION LOG - NOTHING TO RESEND."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG.
           PERFORM 951-FIND-ONE-LOG-LINE UNTIL EOF-FLAG = "Y".
           CLOSE CARRIER-LOG-FILE.
           IF WS-LOG-FOUND-FLAG = "N"
               DISPLAY "NO FILE " I-XMIT-SEQ " LOGGED FOR CARRIER "
                   FUNCTION TRIM(I-CARRIER-ID) " - NOTHING RESENT."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RESEND-LOG-LINE TO CARRIER-LOG-RECORD.
           MOVE CXL-FILE-NAME TO WS-CARR-ARCH-NAME.
           MOVE SPACES TO WS-CARR-PICK-NAME.
           STRING "../CARRIER-" FUNCTION TRIM(CXL-CARRIER-ID) ".OUT"
               DELIMITED BY SIZE
               INTO WS-CARR-PICK-NAME
           END-STRING.
           OPEN INPUT CARRIER-ARCHIVE-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "KEPT COPY " FUNCTION TRIM(WS-CARR-ARCH-NAME)
                   " CANNOT BE OPENED - STATUS " WS-ARCH-FILE-STATUS
                   ". NOTHING RESENT."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CARRIER-PICKUP-FILE.
           IF WS-PICK-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN "
                   FUNCTION TRIM(WS-CARR-PICK-NAME) " - STATUS "
                   WS-PICK-FILE-STATUS ". NOTHING RESENT."
               CLOSE CARRIER-ARCHIVE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CARRIER-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       WRITE CARRIER-PICKUP-RECORD
                           FROM CARRIER-ARCHIVE-RECORD
                       ADD 1 TO WS-COPY-COUNT
               END-READ
           END-PERFORM.
           CLOSE CARRIER-ARCHIVE-FILE.
           CLOSE CARRIER-PICKUP-FILE.
           IF WS-COPY-COUNT NOT = CXL-DETAIL-COUNT + 2
               DISPLAY "KEPT COPY HAS " WS-COPY-COUNT " RECORDS, "
                   "LOG SAYS " CXL-DETAIL-COUNT " DETAILS PLUS "
                   "HEADER AND TRAILER - CHECK BEFORE SENDING."
               MOVE 8 TO RETURN-CODE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER".
           IF WS-TERM-USER = SPACES
               MOVE "UNKNOWN" TO WS-TERM-USER
           END-IF.
           OPEN EXTEND CARRIER-LOG-FILE.
           IF WS-CXL-FILE-STATUS NOT = "00"
               OPEN OUTPUT CARRIER-LOG-FILE
           END-IF.
           MOVE "R" TO CXL-TYPE.
           MOVE WS-RUN-DATE TO CXL-DATE.
           MOVE WS-RUN-TIME TO CXL-TIME.
           MOVE WS-TERM-USER TO CXL-USER.
           WRITE CARRIER-LOG-RECORD.
           CLOSE CARRIER-LOG-FILE.
           DISPLAY "CARRIER " FUNCTION TRIM(CXL-CARRIER-ID)
               " FILE " CXL-XMIT-SEQ " RESENT - "
               FUNCTION TRIM(WS-CARR-PICK-NAME) " READY FOR PICKUP.".

       951-FIND-ONE-LOG-LINE.
           READ CARRIER-LOG-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF CXL-CARRIER-ID NOT = I-CARRIER-ID OR
               (CXL-TYPE NOT = "F" AND CXL-TYPE NOT = "C")
               EXIT PARAGRAPH
           END-IF.
           IF I-XMIT-SEQ = 0 OR CXL-XMIT-SEQ = I-XMIT-SEQ
               MOVE CARRIER-LOG-RECORD TO WS-RESEND-LOG-LINE
               MOVE "Y" TO WS-LOG-FOUND-FLAG
           END-IF.

       960-LIST-TRANSMISSIONS.
           OPEN INPUT CARRIER-LOG-FILE.
           IF WS-CXL-FILE-STATUS NOT = "00"
               DISPLAY "NO TRANSMISSION LOG - NOTHING SENT YET."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CARRIER  FILE#  T DATE     TIME     DETAILS "
               "   ADDS CHANGES   TERMS USER".
           DISPLAY SEPARATOR-LINE.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CARRIER-LOG-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       IF I-CARRIER-ID = SPACES OR
                           I-CARRIER-ID = CXL-CARRIER-ID
                           DISPLAY CXL-CARRIER-ID " " CXL-XMIT-SEQ
                               " " CXL-TYPE " " CXL-DATE " "
                               CXL-TIME " " CXL-DETAIL-COUNT " "
                               CXL-ADD-COUNT " " CXL-CHANGE-COUNT
                               " " CXL-TERM-COUNT " "
                               FUNCTION TRIM(CXL-USER)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARRIER-LOG-FILE.

      * Takes the single-writer interlock before the sent register
      * is touched; a lock already LOCKED refuses the run.
       880-TAKE-BATCH-LOCK.
           MOVE SPACES TO BATCH-LOCK-RECORD.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = "00"
               READ BATCH-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LCK-LOCKED
                           DISPLAY "BATCH LOCK HELD BY "
                               FUNCTION TRIM(LCK-HOLDER)
                               " SINCE " LCK-DATE " " LCK-TIME
                               " (USER "
                               FUNCTION TRIM(LCK-USER)
                               "). RUN REFUSED."
                       END-IF
               END-READ
               CLOSE BATCH-LOCK-FILE
               IF LCK-LOCKED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER".
           IF WS-TERM-USER = SPACES
               MOVE "UNKNOWN" TO WS-TERM-USER
           END-IF.
           OPEN OUTPUT BATCH-LOCK-FILE.
           MOVE SPACES TO BATCH-LOCK-RECORD.
           SET LCK-LOCKED TO TRUE.
           MOVE "EMPCARR" TO LCK-HOLDER.
           MOVE WS-RUN-DATE TO LCK-DATE.
           MOVE WS-RUN-TIME TO LCK-TIME.
           MOVE WS-TERM-USER TO LCK-USER.
           WRITE BATCH-LOCK-RECORD.
           CLOSE BATCH-LOCK-FILE.
           MOVE "Y" TO WS-LOCK-HELD-FLAG.

       881-RELEASE-BATCH-LOCK.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT BATCH-LOCK-FILE.
           MOVE SPACES TO BATCH-LOCK-RECORD.
           SET LCK-FREE TO TRUE.
           MOVE WS-RUN-DATE TO LCK-DATE.
           MOVE WS-RUN-TIME TO LCK-TIME.
           WRITE BATCH-LOCK-RECORD.
           CLOSE BATCH-LOCK-FILE.
           MOVE "N" TO WS-LOCK-HELD-FLAG.

       END PROGRAM EMPLOYEE-CARRIER-EXTRACT.
