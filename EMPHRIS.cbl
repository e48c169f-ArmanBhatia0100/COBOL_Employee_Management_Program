      ******************************************************************
      * Author: Arman Bhatia
      * Date: Oct 15, 2026
      * Purpose: Front end to the nightly transaction apply. Reads
      * the HRIS delimited extract (HRIS-EXTRACT.TXT) and builds the
      * EMPTRANS.DAT card file EMPTRANS expects: every row mapped to
      * its A/U/D/L/R/C card layout, with the field edits and date
      * reformatting done here, under an H header card carrying a
      * newly issued batch id and a T trailer card carrying the
      * card count and salary hash, worked out exactly the way the
      * apply verifies them. A row that cannot be mapped is left out
      * of the batch and listed, with its reason and the row as
      * received, on HRIS-CONVERT-ERRORS.RPT for HR to correct and
      * send again. Every batch written is logged on
      * HRIS-BATCH-LOG.DAT.
      *
      * Extract rows: fields separated by "|", first field the event
      * code, second the EMP-ID. A row whose first field is EVENT is
      * the column-heading row and blank rows are skipped.
      *   HIRE    or A = add           CHANGE  or U = update
      *   TERM    or D = terminate     LOA     or L = leave
      *   RTW     or R = return        CONTACT or C = contact
      * Employee rows (16 fields): event, EMP-ID, department, first
      *   name, last name, years of service, salary, job title,
      *   hire date, term date, leave type, leave start, leave
      *   return, effective date, supervisor EMP-ID, override
      *   reason.
      * Contact rows (15 fields): event, EMP-ID, address 1,
      *   address 2, city, state, postal code, phone, e-mail,
      *   emergency contact 1 name / phone / relationship,
      *   emergency contact 2 name / phone / relationship.
      * Dates may come as YYYYMMDD, YYYY-MM-DD or MM/DD/YYYY and go
      * on the card as YYYYMMDD. A salary may carry a $ sign and
      * thousands commas. Blank fields stay blank on the card (on a
      * CHANGE row blank keeps the value on file). Required fields
      * are the ones EMPTRANS requires for the action.
      *
      * Batch id: H + the run date as YYDDD + a two-digit sequence,
      * one past the highest issued today on the applied-batch
      * register or the conversion log.
      *
      * Return code: 0 = every row converted; 4 = batch written but
      * some rows are on the error listing; 8 = no batch (extract
      * missing or empty, no row converted, batch lock held, no
      * batch id left for today, or a file would not open). On an 8
      * EMPTRANS.DAT is left empty so it can never be applied.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-HRIS-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRIS-EXTRACT-FILE ASSIGN TO "../HRIS-EXTRACT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HRX-FILE-STATUS.

           SELECT CONVERT-WORK-FILE ASSIGN TO "../HRIS-CONVERT.WRK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRK-FILE-STATUS.

           SELECT BATCH-CARD-FILE ASSIGN TO "../EMPTRANS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT CONVERT-ERROR-FILE
           ASSIGN TO "../HRIS-CONVERT-ERRORS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERR-RPT-STATUS.

           SELECT BATCH-REGISTER-FILE
           ASSIGN TO "../BATCH-REGISTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BREG-FILE-STATUS.

           SELECT CONVERT-LOG-FILE ASSIGN TO "../HRIS-BATCH-LOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CVL-FILE-STATUS.

           SELECT BATCH-LOCK-FILE ASSIGN TO "../BATCH-LOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HRIS-EXTRACT-FILE.
       01 HRIS-EXTRACT-LINE        PIC X(400).

      * Converted cards, held until the count and hash for the
      * header and trailer are known.
       FD CONVERT-WORK-FILE.
       01 CONVERT-WORK-RECORD      PIC X(254).

      * The apply's transaction file: header card, the converted
      * cards, trailer card - see TRANSACTION-RECORD,
      * BATCH-HEADER-RECORD and BATCH-TRAILER-RECORD in EMPTRANS.
       FD BATCH-CARD-FILE.
       01 BATCH-CARD-RECORD        PIC X(254).
       01 CV-HEADER-CARD.
           05 CVH-RECORD-TYPE      PIC X(1).
           05 CVH-BATCH-ID         PIC X(8).
           05 CVH-CREATE-DATE      PIC 9(8).
           05 CVH-EXPECTED-COUNT   PIC 9(6).
       01 CV-TRAILER-CARD.
           05 CVT-RECORD-TYPE      PIC X(1).
           05 CVT-RECORD-COUNT     PIC 9(6).
           05 CVT-SALARY-HASH      PIC 9(12).99.

       FD CONVERT-ERROR-FILE.
       01 CONVERT-ERROR-LINE       PIC X(132).

       FD BATCH-REGISTER-FILE.
       01 BATCH-REGISTER-RECORD.
           05 BRG-BATCH-ID         PIC X(8).
           05 FILLER               PIC X(1).
           05 BRG-APPLIED-DATE     PIC 9(8).

      * One line per batch written: id, date, cards, hash, rows
      * left on the error listing, extract rows read.
       FD CONVERT-LOG-FILE.
       01 CONVERT-LOG-RECORD.
           05 CVL-BATCH-ID         PIC X(8).
           05 FILLER               PIC X(1).
           05 CVL-CREATE-DATE      PIC 9(8).
           05 FILLER               PIC X(1).
           05 CVL-CARD-COUNT       PIC 9(6).
           05 FILLER               PIC X(1).
           05 CVL-SALARY-HASH      PIC 9(12).99.
           05 FILLER               PIC X(1).
           05 CVL-ERROR-COUNT      PIC 9(6).
           05 FILLER               PIC X(1).
           05 CVL-ROWS-READ        PIC 9(6).

       FD BATCH-LOCK-FILE.
           COPY "BATCH-LOCK.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-HRX-FILE-STATUS    PIC X(2).
           05 WS-WRK-FILE-STATUS    PIC X(2).
           05 WS-OUT-FILE-STATUS    PIC X(2).
           05 WS-ERR-RPT-STATUS     PIC X(2).
           05 WS-BREG-FILE-STATUS   PIC X(2).
           05 WS-CVL-FILE-STATUS    PIC X(2).
           05 WS-LOCK-FILE-STATUS   PIC X(2).

       01 WS-FLAGS.
           05 EOF-FLAG             PIC X(1) VALUE "N".
           05 WS-ROW-OK-FLAG       PIC X(1).
           05 WS-OVERFLOW-FLAG     PIC X(1).
           05 WS-REG-EOF-FLAG      PIC X(1).
           05 WS-RPT-OPEN-FLAG     PIC X(1) VALUE "N".
           05 WS-EMPTY-OUT-FLAG    PIC X(1) VALUE "Y".
           05 WS-FLD-BLANK         PIC X(1).

       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-DAY               PIC 9(7).
       01 WS-RUN-DAY-R REDEFINES WS-RUN-DAY.
           05 FILLER               PIC 9(2).
           05 WS-RUN-YYDDD         PIC 9(5).

      * The batch id issued to this run.
       01 WS-BATCH-ID.
           05 WS-BATCH-PREFIX.
               10 FILLER           PIC X(1) VALUE "H".
               10 WS-BATCH-YYDDD   PIC 9(5).
           05 WS-BATCH-SEQ         PIC 9(2).
       01 WS-HIGH-SEQ              PIC 9(2).
       01 WS-SCAN-ID               PIC X(8).
       01 WS-SCAN-ID-R REDEFINES WS-SCAN-ID.
           05 WS-SCAN-PREFIX       PIC X(6).
           05 WS-SCAN-SEQ          PIC X(2).

      * The extract row split at the delimiters. Field 1 is the
      * event code, field 2 the EMP-ID; the rest follow the
      * employee or contact order given above.
       01 WS-HRIS-FIELDS.
           05 HF-VALUE             PIC X(60) OCCURS 16 TIMES.
       01 WS-FIELD-COUNT           PIC 9(3).
       01 WS-FIELDS-EXPECTED       PIC 9(3).
       01 WS-COUNT-DISP            PIC ZZ9.
       01 WS-EVENT                 PIC X(10).
       01 WS-ACTION                PIC X(1).
       01 WS-ACT-IDX               PIC 9(1).

      * Field being edited: which field, its name for the error
      * listing, and its longest allowed value. WS-FLD-WORK is one
      * byte longer than HF-VALUE so the byte after any value is
      * always a space.
       01 WS-FLD-IDX               PIC 9(2).
       01 WS-FLD-NAME              PIC X(16).
       01 WS-FLD-MAX               PIC 9(2).
       01 WS-FLD-MAX-DISP          PIC Z9.
       01 WS-FLD-WORK              PIC X(61).
       01 WS-FLD-LEN               PIC 9(2).
       01 WS-FLD-NUMBER            PIC 9(6).
       01 WS-FLD-AMOUNT            PIC S9(9)V99.
       01 WS-FLD-YOS               PIC S9(3)V99.
       01 WS-AT-COUNT              PIC 9(2).
       01 WS-ERR-REASON            PIC X(40).
       01 WS-ERROR-TEXT            PIC X(60).
       01 WS-ACTION-NAME           PIC X(8).

      * Edited values in card form.
       01 WS-ID-OUT                PIC 9(6).
       01 WS-DEPT-OUT              PIC 9(3).
       01 WS-YOS-OUT               PIC 99.9.
       01 WS-SALARY-OUT            PIC 9(7).99.

      * Date reformatting: the three parts as received, then the
      * date in YYYYMMDD for the range check.
       01 WS-DASH-COUNT            PIC 9(2).
       01 WS-SLASH-COUNT           PIC 9(2).
       01 WS-DP-YEAR               PIC X(8).
       01 WS-DP-MONTH              PIC X(8).
       01 WS-DP-DAY                PIC X(8).
       01 WS-DP-YEAR-LEN           PIC 9(2).
       01 WS-DP-MONTH-LEN          PIC 9(2).
       01 WS-DP-DAY-LEN            PIC 9(2).
       01 WS-DATE-CHECK            PIC 9(8).
       01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
           05 WS-DC-YEAR           PIC 9(4).
           05 WS-DC-MONTH          PIC 9(2).
           05 WS-DC-DAY            PIC 9(2).
       01 WS-DATE-INT              PIC 9(7).

      * The card being built. Employee cards follow EMPTRANS's
      * TRANSACTION-RECORD, contact cards its CONTACT-TRX-RECORD.
       01 CV-EMPLOYEE-CARD.
           05 CVE-ACTION           PIC X(1).
           05 CVE-EMP-ID           PIC X(6).
           05 CVE-DEP-CODE         PIC X(3).
           05 CVE-FIRST-NAME       PIC X(20).
           05 CVE-LAST-NAME        PIC X(20).
           05 CVE-YEAR-OF-SERVICE  PIC X(4).
           05 CVE-SALARY           PIC X(10).
           05 CVE-JOB-TITLE        PIC X(25).
           05 CVE-HIRE-DATE        PIC X(8).
           05 CVE-TERM-DATE        PIC X(8).
           05 CVE-LEAVE-TYPE       PIC X(1).
           05 CVE-LEAVE-START      PIC X(8).
           05 CVE-LEAVE-RETURN     PIC X(8).
           05 CVE-EFFECTIVE-DATE   PIC X(8).
           05 CVE-SUPERVISOR-ID    PIC X(6).
           05 CVE-OVERRIDE-REASON  PIC X(25).
           05 FILLER               PIC X(93).
       01 CV-CONTACT-CARD REDEFINES CV-EMPLOYEE-CARD.
           05 CVC-ACTION           PIC X(1).
           05 CVC-EMP-ID           PIC X(6).
           05 CVC-ADDRESS-1        PIC X(30).
           05 CVC-ADDRESS-2        PIC X(30).
           05 CVC-CITY             PIC X(20).
           05 CVC-STATE            PIC X(2).
           05 CVC-POSTAL-CODE      PIC X(10).
           05 CVC-PHONE            PIC X(15).
           05 CVC-EMAIL            PIC X(40).
           05 CVC-EMERG-1-NAME     PIC X(25).
           05 CVC-EMERG-1-PHONE    PIC X(15).
           05 CVC-EMERG-1-REL      PIC X(10).
           05 CVC-EMERG-2-NAME     PIC X(25).
           05 CVC-EMERG-2-PHONE    PIC X(15).
           05 CVC-EMERG-2-REL      PIC X(10).

      * Cards converted by action, in AUDLRC order.
       01 WS-ACTION-CODES          PIC X(6) VALUE "AUDLRC".
       01 WS-ACTION-CODE-R REDEFINES WS-ACTION-CODES.
           05 WS-ACTION-CODE       PIC X(1) OCCURS 6 TIMES.
       01 WS-ACTION-COUNTS.
           05 WS-ACTION-COUNT      PIC 9(6) OCCURS 6 TIMES.

      * Run control totals. The hash is the sum of the salary
      * columns of the A and U cards - what EMPTRANS adds up.
       01 WS-ROW-NUM               PIC 9(6) VALUE 0.
       01 WS-ROWS-SKIPPED          PIC 9(6) VALUE 0.
       01 WS-ROWS-CONVERTED        PIC 9(6) VALUE 0.
       01 WS-ROWS-IN-ERROR         PIC 9(6) VALUE 0.
       01 WS-CARDS-WRITTEN         PIC 9(6) VALUE 0.
       01 WS-SALARY-HASH           PIC 9(11)V99 VALUE 0.
       01 WS-HASH-DISP             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-FAIL-TEXT             PIC X(60).

      * Print-file support: 132-column pages, heading with run date
      * and page number, column headers on every page.
       01 WS-RPT-PAGE-NUM          PIC 9(4).
       01 WS-RPT-LINE-COUNT        PIC 9(2).
       01 WS-RPT-LINES-PER-PAGE    PIC 9(2) VALUE 55.
       01 WS-RPT-WORK-LINE         PIC X(132).
       01 WS-RPT-SEPARATOR         PIC X(132) VALUE ALL "-".

       01 CONVERT-PAGE-HEADING.
           05 FILLER               PIC X(40)
               VALUE "HRIS EXTRACT CONVERSION - ERROR LISTING".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 CPH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "PAGE: ".
           05 CPH-PAGE-NUM         PIC ZZZ9.
           05 FILLER               PIC X(60) VALUE SPACES.
       01 CONVERT-COLUMN-HEADING   PIC X(132) VALUE
           "     ROW  EVENT       EMP-ID      REASON".
       01 CONVERT-ERROR-DETAIL.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CED-ROW-NUM          PIC ZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CED-EVENT            PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CED-EMP-ID           PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CED-REASON           PIC X(60).
           05 FILLER               PIC X(38) VALUE SPACES.
       01 CONVERT-ERROR-ROW.
           05 FILLER               PIC X(10) VALUE "      ROW:".
           05 FILLER               PIC X(1) VALUE SPACES.
           05 CER-ROW-TEXT         PIC X(121).

       01 SEPARATOR-LINE           PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       010-RUN-HRIS-CONVERT.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "HRIS EXTRACT CONVERSION".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-DAY FROM DAY YYYYDDD.
           PERFORM 015-CHECK-BATCH-LOCK.
           PERFORM 012-OPEN-CONVERT-FILES.
           MOVE 0 TO WS-ACTION-COUNT(1) WS-ACTION-COUNT(2)
               WS-ACTION-COUNT(3) WS-ACTION-COUNT(4)
               WS-ACTION-COUNT(5) WS-ACTION-COUNT(6).
           MOVE "N" TO EOF-FLAG.
           PERFORM 020-CONVERT-ONE-ROW UNTIL EOF-FLAG = "Y".
           CLOSE HRIS-EXTRACT-FILE.
           CLOSE CONVERT-WORK-FILE.
           IF WS-ROWS-CONVERTED = 0
               IF WS-ROWS-IN-ERROR = 0
                   MOVE "EXTRACT HOLDS NO ROWS TO CONVERT"
                       TO WS-FAIL-TEXT
               ELSE
                   MOVE "NO ROW CONVERTED - SEE THE ERROR LISTING"
                       TO WS-FAIL-TEXT
               END-IF
               PERFORM 090-FAIL-CONVERSION
           END-IF.
           PERFORM 060-ASSIGN-BATCH-ID.
           PERFORM 070-WRITE-BATCH-FILE.
           PERFORM 075-LOG-BATCH.
           PERFORM 085-PRINT-SUMMARY.
           CLOSE CONVERT-ERROR-FILE.
           IF WS-ROWS-IN-ERROR > 0
               DISPLAY "WARNING - " WS-ROWS-IN-ERROR " ROW(S) LEFT "
                   "OUT OF THE BATCH. SEE HRIS-CONVERT-ERRORS.RPT."
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The extract, the work file and the error listing must all
      * open before a row is read.
       012-OPEN-CONVERT-FILES.
           OPEN OUTPUT CONVERT-ERROR-FILE.
           IF WS-ERR-RPT-STATUS NOT = "00"
               MOVE "COULD NOT OPEN HRIS-CONVERT-ERRORS.RPT"
                   TO WS-FAIL-TEXT
               PERFORM 090-FAIL-CONVERSION
           END-IF.
           MOVE "Y" TO WS-RPT-OPEN-FLAG.
           MOVE 0 TO WS-RPT-PAGE-NUM.
           MOVE 99 TO WS-RPT-LINE-COUNT.
           OPEN INPUT HRIS-EXTRACT-FILE.
           IF WS-HRX-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "COULD NOT OPEN HRIS-EXTRACT.TXT - STATUS "
                   WS-HRX-FILE-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FAIL-TEXT
               END-STRING
               PERFORM 090-FAIL-CONVERSION
           END-IF.
           OPEN OUTPUT CONVERT-WORK-FILE.
           IF WS-WRK-FILE-STATUS NOT = "00"
               CLOSE HRIS-EXTRACT-FILE
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "COULD NOT OPEN HRIS-CONVERT.WRK - STATUS "
                   WS-WRK-FILE-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FAIL-TEXT
               END-STRING
               PERFORM 090-FAIL-CONVERSION
           END-IF.

      * The apply reads EMPTRANS.DAT while it holds the batch lock;
      * a new file must not be written under it. Nothing else in
      * this run touches a master, so the lock is only read.
       015-CHECK-BATCH-LOCK.
           MOVE SPACES TO BATCH-LOCK-RECORD.
           OPEN INPUT BATCH-LOCK-FILE.
           IF WS-LOCK-FILE-STATUS = "00"
               READ BATCH-LOCK-FILE
                   AT END
                       CONTINUE
               END-READ
               CLOSE BATCH-LOCK-FILE
           END-IF.
           IF LCK-LOCKED
               DISPLAY "BATCH LOCK HELD BY "
                   FUNCTION TRIM(LCK-HOLDER)
                   " SINCE " LCK-DATE " " LCK-TIME
                   " (USER " FUNCTION TRIM(LCK-USER) ")."
               MOVE "N" TO WS-EMPTY-OUT-FLAG
               MOVE "BATCH LOCK HELD - EMPTRANS.DAT NOT REPLACED"
                   TO WS-FAIL-TEXT
               PERFORM 090-FAIL-CONVERSION
           END-IF.

      * One extract row: split it, map the event code, check the
      * field count for the layout, then edit and map the fields.
      * A row that passes is kept on the work file; one that fails
      * goes to the error listing with the first reason found.
       020-CONVERT-ONE-ROW.
           READ HRIS-EXTRACT-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROW-NUM.
           INSPECT HRIS-EXTRACT-LINE REPLACING ALL X"0D" BY SPACE.
           IF HRIS-EXTRACT-LINE = SPACES
               ADD 1 TO WS-ROWS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-HRIS-FIELDS.
           MOVE 0 TO WS-FIELD-COUNT.
           MOVE "N" TO WS-OVERFLOW-FLAG.
           UNSTRING HRIS-EXTRACT-LINE DELIMITED BY "|"
               INTO HF-VALUE(1) HF-VALUE(2) HF-VALUE(3)
                    HF-VALUE(4) HF-VALUE(5) HF-VALUE(6)
                    HF-VALUE(7) HF-VALUE(8) HF-VALUE(9)
                    HF-VALUE(10) HF-VALUE(11) HF-VALUE(12)
                    HF-VALUE(13) HF-VALUE(14) HF-VALUE(15)
                    HF-VALUE(16)
               TALLYING IN WS-FIELD-COUNT
               ON OVERFLOW
                   MOVE "Y" TO WS-OVERFLOW-FLAG
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HF-VALUE(1)))
               TO WS-EVENT.
           IF WS-EVENT = "EVENT"
               ADD 1 TO WS-ROWS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-ROW-OK-FLAG.
           MOVE SPACES TO WS-ERROR-TEXT.
           PERFORM 022-MAP-EVENT-CODE.
           IF WS-ROW-OK-FLAG = "Y"
               IF WS-OVERFLOW-FLAG = "Y" OR
                   WS-FIELD-COUNT NOT = WS-FIELDS-EXPECTED
                   MOVE "N" TO WS-ROW-OK-FLAG
                   IF WS-OVERFLOW-FLAG = "Y"
                       MOVE "MORE THAN 16 FIELDS" TO WS-ERR-REASON
                   ELSE
                       MOVE WS-FIELD-COUNT TO WS-COUNT-DISP
                       MOVE SPACES TO WS-ERR-REASON
                       STRING FUNCTION TRIM(WS-COUNT-DISP) " FIELDS"
                           DELIMITED BY SIZE
                           INTO WS-ERR-REASON
                       END-STRING
                   END-IF
                   MOVE WS-FIELDS-EXPECTED TO WS-COUNT-DISP
                   STRING "ROW HAS " FUNCTION TRIM(WS-ERR-REASON)
                       ", " FUNCTION TRIM(WS-ACTION-NAME)
                       " ROWS HAVE " FUNCTION TRIM(WS-COUNT-DISP)
                       DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
                   END-STRING
               END-IF
           END-IF.
           IF WS-ROW-OK-FLAG = "Y"
               IF WS-ACTION = "C"
                   PERFORM 050-MAP-CONTACT-ROW
               ELSE
                   PERFORM 040-MAP-EMPLOYEE-ROW
               END-IF
           END-IF.
           IF WS-ROW-OK-FLAG = "Y"
               PERFORM 058-KEEP-CONVERTED-CARD
           ELSE
               PERFORM 080-LIST-ROW-ERROR
           END-IF.

      * The HRIS event names, or EMPTRANS's own action letters.
       022-MAP-EVENT-CODE.
           EVALUATE WS-EVENT
               WHEN "HIRE"
               WHEN "A"
                   MOVE "A" TO WS-ACTION
                   MOVE "HIRE" TO WS-ACTION-NAME
               WHEN "CHANGE"
               WHEN "U"
                   MOVE "U" TO WS-ACTION
                   MOVE "CHANGE" TO WS-ACTION-NAME
               WHEN "TERM"
               WHEN "D"
                   MOVE "D" TO WS-ACTION
                   MOVE "TERM" TO WS-ACTION-NAME
               WHEN "LOA"
               WHEN "L"
                   MOVE "L" TO WS-ACTION
                   MOVE "LOA" TO WS-ACTION-NAME
               WHEN "RTW"
               WHEN "R"
                   MOVE "R" TO WS-ACTION
                   MOVE "RTW" TO WS-ACTION-NAME
               WHEN "CONTACT"
               WHEN "C"
                   MOVE "C" TO WS-ACTION
                   MOVE "CONTACT" TO WS-ACTION-NAME
               WHEN SPACES
                   MOVE "N" TO WS-ROW-OK-FLAG
                   MOVE "BLANK EVENT CODE" TO WS-ERROR-TEXT
               WHEN OTHER
                   MOVE "N" TO WS-ROW-OK-FLAG
                   MOVE "UNKNOWN EVENT CODE" TO WS-ERROR-TEXT
           END-EVALUATE.
           IF WS-ROW-OK-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACTION-CODE(WS-ACT-IDX) = WS-ACTION
               CONTINUE
           END-PERFORM.
           IF WS-ACTION = "C"
               MOVE 15 TO WS-FIELDS-EXPECTED
           ELSE
               MOVE 16 TO WS-FIELDS-EXPECTED
           END-IF.

      * Field edits. The caller sets WS-FLD-IDX, WS-FLD-NAME and
      * WS-FLD-MAX; the edited value is left in WS-FLD-WORK (or
      * the numeric work field) and WS-FLD-BLANK says whether the
      * field was empty. Each edit stands down once the row has
      * failed, so the listing shows the first reason.
       030-PREPARE-FIELD.
           MOVE FUNCTION TRIM(HF-VALUE(WS-FLD-IDX)) TO WS-FLD-WORK.
           IF WS-FLD-WORK = SPACES
               MOVE "Y" TO WS-FLD-BLANK
               MOVE 0 TO WS-FLD-LEN
           ELSE
               MOVE "N" TO WS-FLD-BLANK
               MOVE 0 TO WS-FLD-LEN
               INSPECT WS-FLD-WORK TALLYING WS-FLD-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.

      * Free text: anything up to the card column width.
       031-EDIT-TEXT-FIELD.
           IF WS-ROW-OK-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 030-PREPARE-FIELD.
           IF WS-FLD-WORK(WS-FLD-MAX + 1:) NOT = SPACES
               MOVE WS-FLD-MAX TO WS-FLD-MAX-DISP
               MOVE SPACES TO WS-ERR-REASON
               STRING "LONGER THAN " FUNCTION TRIM(WS-FLD-MAX-DISP)
                   " CHARACTERS"
                   DELIMITED BY SIZE
                   INTO WS-ERR-REASON
               END-STRING
               PERFORM 039-FIELD-ERROR
           END-IF.

      * A number of up to WS-FLD-MAX digits (EMP-ID, department,
      * supervisor), zero-filled on the card by the caller.
       032-EDIT-NUMBER-FIELD.
           IF WS-ROW-OK-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 030-PREPARE-FIELD.
           MOVE 0 TO WS-FLD-NUMBER.
           IF WS-FLD-BLANK = "Y"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN WS-FLD-WORK(WS-FLD-LEN + 1:) NOT = SPACES
                   MOVE "HAS EMBEDDED SPACES" TO WS-ERR-REASON
                   PERFORM 039-FIELD-ERROR
               WHEN WS-FLD-WORK(1:WS-FLD-LEN) NOT NUMERIC
                   MOVE "NOT NUMERIC" TO WS-ERR-REASON
                   PERFORM 039-FIELD-ERROR
               WHEN WS-FLD-LEN > WS-FLD-MAX
                   MOVE WS-FLD-MAX TO WS-FLD-MAX-DISP
                   MOVE SPACES TO WS-ERR-REASON
                   STRING "LONGER THAN "
                       FUNCTION TRIM(WS-FLD-MAX-DISP) " DIGITS"
                       DELIMITED BY SIZE
                       INTO WS-ERR-REASON
                   END-STRING
                   PERFORM 039-FIELD-ERROR
               WHEN OTHER
                   COMPUTE WS-FLD-NUMBER =
                       FUNCTION NUMVAL(WS-FLD-WORK(1:WS-FLD-LEN))
           END-EVALUATE.

      * A date as YYYYMMDD, YYYY-MM-DD or MM/DD/YYYY (month and day
      * may be one digit in the punctuated forms). Left in
      * WS-DATE-CHECK as YYYYMMDD once it passes the same range
      * check the other batch programs apply to master dates.
       033-EDIT-DATE-FIELD.
           IF WS-ROW-OK-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 030-PREPARE-FIELD.
           MOVE 0 TO WS-DATE-CHECK.
           IF WS-FLD-BLANK = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-FLD-WORK(WS-FLD-LEN + 1:) NOT = SPACES
               MOVE "HAS EMBEDDED SPACES" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DASH-COUNT WS-SLASH-COUNT.
           INSPECT WS-FLD-WORK(1:WS-FLD-LEN)
               TALLYING WS-DASH-COUNT FOR ALL "-"
                        WS-SLASH-COUNT FOR ALL "/".
           MOVE SPACES TO WS-DP-YEAR WS-DP-MONTH WS-DP-DAY.
           MOVE 0 TO WS-DP-YEAR-LEN WS-DP-MONTH-LEN WS-DP-DAY-LEN.
           EVALUATE TRUE
               WHEN WS-DASH-COUNT = 2 AND WS-SLASH-COUNT = 0
                   UNSTRING WS-FLD-WORK(1:WS-FLD-LEN)
                       DELIMITED BY "-"
                       INTO WS-DP-YEAR COUNT IN WS-DP-YEAR-LEN
                            WS-DP-MONTH COUNT IN WS-DP-MONTH-LEN
                            WS-DP-DAY COUNT IN WS-DP-DAY-LEN
                   END-UNSTRING
               WHEN WS-SLASH-COUNT = 2 AND WS-DASH-COUNT = 0
                   UNSTRING WS-FLD-WORK(1:WS-FLD-LEN)
                       DELIMITED BY "/"
                       INTO WS-DP-MONTH COUNT IN WS-DP-MONTH-LEN
                            WS-DP-DAY COUNT IN WS-DP-DAY-LEN
                            WS-DP-YEAR COUNT IN WS-DP-YEAR-LEN
                   END-UNSTRING
               WHEN WS-DASH-COUNT = 0 AND WS-SLASH-COUNT = 0 AND
                   WS-FLD-LEN = 8
                   MOVE WS-FLD-WORK(1:4) TO WS-DP-YEAR
                   MOVE WS-FLD-WORK(5:2) TO WS-DP-MONTH
                   MOVE WS-FLD-WORK(7:2) TO WS-DP-DAY
                   MOVE 4 TO WS-DP-YEAR-LEN
                   MOVE 2 TO WS-DP-MONTH-LEN WS-DP-DAY-LEN
               WHEN OTHER
                   MOVE "NOT YYYYMMDD, YYYY-MM-DD OR MM/DD/YYYY"
                       TO WS-ERR-REASON
                   PERFORM 039-FIELD-ERROR
                   EXIT PARAGRAPH
           END-EVALUATE.
           IF WS-DP-YEAR-LEN NOT = 4 OR
               WS-DP-MONTH-LEN < 1 OR WS-DP-MONTH-LEN > 2 OR
               WS-DP-DAY-LEN < 1 OR WS-DP-DAY-LEN > 2
               MOVE "NOT A VALID DATE" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-DP-YEAR(1:WS-DP-YEAR-LEN) NOT NUMERIC OR
               WS-DP-MONTH(1:WS-DP-MONTH-LEN) NOT NUMERIC OR
               WS-DP-DAY(1:WS-DP-DAY-LEN) NOT NUMERIC
               MOVE "NOT A VALID DATE" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-CHECK =
               FUNCTION NUMVAL(WS-DP-YEAR(1:WS-DP-YEAR-LEN)) * 10000
               + FUNCTION NUMVAL(WS-DP-MONTH(1:WS-DP-MONTH-LEN))
               * 100
               + FUNCTION NUMVAL(WS-DP-DAY(1:WS-DP-DAY-LEN)).
           IF WS-DC-YEAR < 1900 OR WS-DC-YEAR > 2099 OR
               WS-DC-MONTH < 1 OR WS-DC-MONTH > 12 OR
               WS-DC-DAY < 1 OR WS-DC-DAY > 31
               MOVE "NOT A VALID DATE" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK).
           IF WS-DATE-INT = 0
               MOVE "NOT A VALID DATE" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
           END-IF.

      * Salary: numeric, $ sign and thousands commas allowed, up to
      * the master's 9(7)V99.
       034-EDIT-SALARY-FIELD.
           IF WS-ROW-OK-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 030-PREPARE-FIELD.
           MOVE 0 TO WS-FLD-AMOUNT.
           IF WS-FLD-BLANK = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL-C(WS-FLD-WORK) NOT = 0
               MOVE "NOT A VALID AMOUNT" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FLD-AMOUNT = FUNCTION NUMVAL-C(WS-FLD-WORK).
           IF WS-FLD-AMOUNT < 0 OR WS-FLD-AMOUNT > 9999999.99
               MOVE "OUT OF RANGE (0 - 9,999,999.99)"
                   TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
           END-IF.

      * Years of service: 0-75, the range EMPTRANS accepts, to one
      * decimal as the master holds it.
       035-EDIT-YOS-FIELD.
           IF WS-ROW-OK-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 030-PREPARE-FIELD.
           MOVE 0 TO WS-FLD-YOS.
           IF WS-FLD-BLANK = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-FLD-WORK) NOT = 0
               MOVE "NOT NUMERIC" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FLD-YOS = FUNCTION NUMVAL(WS-FLD-WORK).
           IF WS-FLD-YOS < 0 OR WS-FLD-YOS > 75
               MOVE "OUT OF RANGE (0 - 75)" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
           END-IF.

      * Leave type: one of the codes the master knows.
       036-EDIT-LEAVE-TYPE.
           IF WS-ROW-OK-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 030-PREPARE-FIELD.
           MOVE FUNCTION UPPER-CASE(WS-FLD-WORK) TO WS-FLD-WORK.
           IF WS-FLD-BLANK = "N"
               IF WS-FLD-LEN NOT = 1 OR
                   (WS-FLD-WORK(1:1) NOT = "M" AND
                    WS-FLD-WORK(1:1) NOT = "P" AND
                    WS-FLD-WORK(1:1) NOT = "F" AND
                    WS-FLD-WORK(1:1) NOT = "S" AND
                    WS-FLD-WORK(1:1) NOT = "O")
                   MOVE "NOT M, P, F, S OR O" TO WS-ERR-REASON
                   PERFORM 039-FIELD-ERROR
               END-IF
           END-IF.

      * State: two letters, upper case on the card.
       037-EDIT-STATE-FIELD.
           IF WS-ROW-OK-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 030-PREPARE-FIELD.
           MOVE FUNCTION UPPER-CASE(WS-FLD-WORK) TO WS-FLD-WORK.
           IF WS-FLD-BLANK = "N"
               IF WS-FLD-LEN NOT = 2 OR
                   WS-FLD-WORK(1:2) NOT ALPHABETIC
                   MOVE "NOT A 2-LETTER CODE" TO WS-ERR-REASON
                   PERFORM 039-FIELD-ERROR
               END-IF
           END-IF.

      * E-mail: the card width, no spaces, exactly one @.
       038-EDIT-EMAIL-FIELD.
           PERFORM 031-EDIT-TEXT-FIELD.
           IF WS-ROW-OK-FLAG = "N" OR WS-FLD-BLANK = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-AT-COUNT.
           INSPECT WS-FLD-WORK TALLYING WS-AT-COUNT FOR ALL "@".
           IF WS-FLD-WORK(WS-FLD-LEN + 1:) NOT = SPACES OR
               WS-AT-COUNT NOT = 1
               MOVE "NOT A VALID ADDRESS" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
           END-IF.

       039-FIELD-ERROR.
           IF WS-ROW-OK-FLAG = "Y"
               MOVE "N" TO WS-ROW-OK-FLAG
               MOVE SPACES TO WS-ERROR-TEXT
               STRING FUNCTION TRIM(WS-FLD-NAME) " "
                   FUNCTION TRIM(WS-ERR-REASON)
                   DELIMITED BY SIZE
                   INTO WS-ERROR-TEXT
               END-STRING
           END-IF.

      * Employee row to an A/U/D/L/R card, field by field in card
      * column order, then the fields the action requires.
       040-MAP-EMPLOYEE-ROW.
           MOVE SPACES TO CV-EMPLOYEE-CARD.
           MOVE WS-ACTION TO CVE-ACTION.
           MOVE 2 TO WS-FLD-IDX.
           MOVE "EMP-ID" TO WS-FLD-NAME.
           MOVE 6 TO WS-FLD-MAX.
           PERFORM 032-EDIT-NUMBER-FIELD.
           IF WS-ROW-OK-FLAG = "Y" AND
               (WS-FLD-BLANK = "Y" OR WS-FLD-NUMBER = 0)
               MOVE "MISSING OR ZERO" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
           END-IF.
           MOVE WS-FLD-NUMBER TO WS-ID-OUT.
           MOVE WS-ID-OUT TO CVE-EMP-ID.
           MOVE 3 TO WS-FLD-IDX.
           MOVE "DEPARTMENT" TO WS-FLD-NAME.
           MOVE 3 TO WS-FLD-MAX.
           PERFORM 032-EDIT-NUMBER-FIELD.
           IF WS-FLD-BLANK = "N"
               MOVE WS-FLD-NUMBER TO WS-DEPT-OUT
               MOVE WS-DEPT-OUT TO CVE-DEP-CODE
           END-IF.
           MOVE 4 TO WS-FLD-IDX.
           MOVE "FIRST NAME" TO WS-FLD-NAME.
           MOVE 20 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVE-FIRST-NAME.
           MOVE 5 TO WS-FLD-IDX.
           MOVE "LAST NAME" TO WS-FLD-NAME.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVE-LAST-NAME.
           MOVE 6 TO WS-FLD-IDX.
           MOVE "YEARS OF SERVICE" TO WS-FLD-NAME.
           PERFORM 035-EDIT-YOS-FIELD.
           IF WS-FLD-BLANK = "N"
               COMPUTE WS-YOS-OUT ROUNDED = WS-FLD-YOS
               MOVE WS-YOS-OUT TO CVE-YEAR-OF-SERVICE
           END-IF.
           MOVE 7 TO WS-FLD-IDX.
           MOVE "SALARY" TO WS-FLD-NAME.
           PERFORM 034-EDIT-SALARY-FIELD.
           IF WS-FLD-BLANK = "N"
               MOVE WS-FLD-AMOUNT TO WS-SALARY-OUT
               MOVE WS-SALARY-OUT TO CVE-SALARY
           END-IF.
           MOVE 8 TO WS-FLD-IDX.
           MOVE "JOB TITLE" TO WS-FLD-NAME.
           MOVE 25 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVE-JOB-TITLE.
           MOVE 9 TO WS-FLD-IDX.
           MOVE "HIRE DATE" TO WS-FLD-NAME.
           PERFORM 033-EDIT-DATE-FIELD.
           IF WS-FLD-BLANK = "N"
               MOVE WS-DATE-CHECK TO CVE-HIRE-DATE
           END-IF.
           MOVE 10 TO WS-FLD-IDX.
           MOVE "TERM DATE" TO WS-FLD-NAME.
           PERFORM 033-EDIT-DATE-FIELD.
           IF WS-FLD-BLANK = "N"
               MOVE WS-DATE-CHECK TO CVE-TERM-DATE
           END-IF.
           MOVE 11 TO WS-FLD-IDX.
           MOVE "LEAVE TYPE" TO WS-FLD-NAME.
           PERFORM 036-EDIT-LEAVE-TYPE.
           MOVE WS-FLD-WORK TO CVE-LEAVE-TYPE.
           MOVE 12 TO WS-FLD-IDX.
           MOVE "LEAVE START" TO WS-FLD-NAME.
           PERFORM 033-EDIT-DATE-FIELD.
           IF WS-FLD-BLANK = "N"
               MOVE WS-DATE-CHECK TO CVE-LEAVE-START
           END-IF.
           MOVE 13 TO WS-FLD-IDX.
           MOVE "LEAVE RETURN" TO WS-FLD-NAME.
           PERFORM 033-EDIT-DATE-FIELD.
           IF WS-FLD-BLANK = "N"
               MOVE WS-DATE-CHECK TO CVE-LEAVE-RETURN
           END-IF.
           MOVE 14 TO WS-FLD-IDX.
           MOVE "EFFECTIVE DATE" TO WS-FLD-NAME.
           PERFORM 033-EDIT-DATE-FIELD.
           IF WS-FLD-BLANK = "N"
               MOVE WS-DATE-CHECK TO CVE-EFFECTIVE-DATE
           END-IF.
           MOVE 15 TO WS-FLD-IDX.
           MOVE "SUPERVISOR ID" TO WS-FLD-NAME.
           MOVE 6 TO WS-FLD-MAX.
           PERFORM 032-EDIT-NUMBER-FIELD.
           IF WS-FLD-BLANK = "N"
               MOVE WS-FLD-NUMBER TO WS-ID-OUT
               MOVE WS-ID-OUT TO CVE-SUPERVISOR-ID
           END-IF.
           MOVE 16 TO WS-FLD-IDX.
           MOVE "OVERRIDE REASON" TO WS-FLD-NAME.
           MOVE 25 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVE-OVERRIDE-REASON.
           IF WS-ROW-OK-FLAG = "Y"
               PERFORM 045-CHECK-EMPLOYEE-REQUIRED
           END-IF.

      * What EMPTRANS requires of each action: A every employee
      * field but the title, D the termination date, L the leave
      * type and dates with the return after the start. A CHANGE
      * with nothing to change is refused here rather than applied
      * as a no-op.
       045-CHECK-EMPLOYEE-REQUIRED.
           MOVE SPACES TO WS-FLD-NAME.
           EVALUATE TRUE
               WHEN WS-ACTION = "A" AND CVE-DEP-CODE = SPACES
                   MOVE "DEPARTMENT" TO WS-FLD-NAME
               WHEN WS-ACTION = "A" AND CVE-FIRST-NAME = SPACES
                   MOVE "FIRST NAME" TO WS-FLD-NAME
               WHEN WS-ACTION = "A" AND CVE-LAST-NAME = SPACES
                   MOVE "LAST NAME" TO WS-FLD-NAME
               WHEN WS-ACTION = "A" AND
                   CVE-YEAR-OF-SERVICE = SPACES
                   MOVE "YEARS OF SERVICE" TO WS-FLD-NAME
               WHEN WS-ACTION = "A" AND CVE-SALARY = SPACES
                   MOVE "SALARY" TO WS-FLD-NAME
               WHEN WS-ACTION = "A" AND CVE-HIRE-DATE = SPACES
                   MOVE "HIRE DATE" TO WS-FLD-NAME
               WHEN WS-ACTION = "D" AND CVE-TERM-DATE = SPACES
                   MOVE "TERM DATE" TO WS-FLD-NAME
               WHEN WS-ACTION = "L" AND CVE-LEAVE-TYPE = SPACES
                   MOVE "LEAVE TYPE" TO WS-FLD-NAME
               WHEN WS-ACTION = "L" AND CVE-LEAVE-START = SPACES
                   MOVE "LEAVE START" TO WS-FLD-NAME
               WHEN WS-ACTION = "L" AND CVE-LEAVE-RETURN = SPACES
                   MOVE "LEAVE RETURN" TO WS-FLD-NAME
           END-EVALUATE.
           IF WS-FLD-NAME NOT = SPACES
               MOVE SPACES TO WS-ERR-REASON
               STRING "REQUIRED ON A " FUNCTION TRIM(WS-ACTION-NAME)
                   " ROW"
                   DELIMITED BY SIZE
                   INTO WS-ERR-REASON
               END-STRING
               PERFORM 039-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACTION = "L" AND
               CVE-LEAVE-RETURN NOT > CVE-LEAVE-START
               MOVE "LEAVE RETURN" TO WS-FLD-NAME
               MOVE "NOT AFTER LEAVE START" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACTION = "U" AND
               CV-EMPLOYEE-CARD(8:115) = SPACES AND
               CVE-SUPERVISOR-ID = SPACES AND
               CVE-OVERRIDE-REASON = SPACES
               MOVE "ROW" TO WS-FLD-NAME
               MOVE "HAS NO FIELD TO CHANGE" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
           END-IF.

      * Contact row to a C card. The whole contact record is
      * replaced on the apply, so EMPTRANS's required fields must
      * all be present.
       050-MAP-CONTACT-ROW.
           MOVE SPACES TO CV-CONTACT-CARD.
           MOVE "C" TO CVC-ACTION.
           MOVE 2 TO WS-FLD-IDX.
           MOVE "EMP-ID" TO WS-FLD-NAME.
           MOVE 6 TO WS-FLD-MAX.
           PERFORM 032-EDIT-NUMBER-FIELD.
           IF WS-ROW-OK-FLAG = "Y" AND
               (WS-FLD-BLANK = "Y" OR WS-FLD-NUMBER = 0)
               MOVE "MISSING OR ZERO" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
           END-IF.
           MOVE WS-FLD-NUMBER TO WS-ID-OUT.
           MOVE WS-ID-OUT TO CVC-EMP-ID.
           MOVE 3 TO WS-FLD-IDX.
           MOVE "ADDRESS 1" TO WS-FLD-NAME.
           MOVE 30 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-ADDRESS-1.
           MOVE 4 TO WS-FLD-IDX.
           MOVE "ADDRESS 2" TO WS-FLD-NAME.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-ADDRESS-2.
           MOVE 5 TO WS-FLD-IDX.
           MOVE "CITY" TO WS-FLD-NAME.
           MOVE 20 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-CITY.
           MOVE 6 TO WS-FLD-IDX.
           MOVE "STATE" TO WS-FLD-NAME.
           PERFORM 037-EDIT-STATE-FIELD.
           MOVE WS-FLD-WORK TO CVC-STATE.
           MOVE 7 TO WS-FLD-IDX.
           MOVE "POSTAL CODE" TO WS-FLD-NAME.
           MOVE 10 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-POSTAL-CODE.
           MOVE 8 TO WS-FLD-IDX.
           MOVE "PHONE" TO WS-FLD-NAME.
           MOVE 15 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-PHONE.
           MOVE 9 TO WS-FLD-IDX.
           MOVE "E-MAIL" TO WS-FLD-NAME.
           MOVE 40 TO WS-FLD-MAX.
           PERFORM 038-EDIT-EMAIL-FIELD.
           MOVE WS-FLD-WORK TO CVC-EMAIL.
           MOVE 10 TO WS-FLD-IDX.
           MOVE "EMERG 1 NAME" TO WS-FLD-NAME.
           MOVE 25 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-EMERG-1-NAME.
           MOVE 11 TO WS-FLD-IDX.
           MOVE "EMERG 1 PHONE" TO WS-FLD-NAME.
           MOVE 15 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-EMERG-1-PHONE.
           MOVE 12 TO WS-FLD-IDX.
           MOVE "EMERG 1 RELATION" TO WS-FLD-NAME.
           MOVE 10 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-EMERG-1-REL.
           MOVE 13 TO WS-FLD-IDX.
           MOVE "EMERG 2 NAME" TO WS-FLD-NAME.
           MOVE 25 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-EMERG-2-NAME.
           MOVE 14 TO WS-FLD-IDX.
           MOVE "EMERG 2 PHONE" TO WS-FLD-NAME.
           MOVE 15 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-EMERG-2-PHONE.
           MOVE 15 TO WS-FLD-IDX.
           MOVE "EMERG 2 RELATION" TO WS-FLD-NAME.
           MOVE 10 TO WS-FLD-MAX.
           PERFORM 031-EDIT-TEXT-FIELD.
           MOVE WS-FLD-WORK TO CVC-EMERG-2-REL.
           IF WS-ROW-OK-FLAG = "Y"
               PERFORM 055-CHECK-CONTACT-REQUIRED
           END-IF.

       055-CHECK-CONTACT-REQUIRED.
           MOVE SPACES TO WS-FLD-NAME.
           EVALUATE TRUE
               WHEN CVC-ADDRESS-1 = SPACES
                   MOVE "ADDRESS 1" TO WS-FLD-NAME
               WHEN CVC-CITY = SPACES
                   MOVE "CITY" TO WS-FLD-NAME
               WHEN CVC-PHONE = SPACES
                   MOVE "PHONE" TO WS-FLD-NAME
               WHEN CVC-EMERG-1-NAME = SPACES
                   MOVE "EMERG 1 NAME" TO WS-FLD-NAME
               WHEN CVC-EMERG-1-PHONE = SPACES
                   MOVE "EMERG 1 PHONE" TO WS-FLD-NAME
           END-EVALUATE.
           IF WS-FLD-NAME NOT = SPACES
               MOVE "REQUIRED ON A CONTACT ROW" TO WS-ERR-REASON
               PERFORM 039-FIELD-ERROR
           END-IF.

      * The card passed: onto the work file and into the totals.
      * Only A and U cards count toward the salary hash, as on the
      * apply's verify pass.
       058-KEEP-CONVERTED-CARD.
           MOVE CV-EMPLOYEE-CARD TO CONVERT-WORK-RECORD.
           WRITE CONVERT-WORK-RECORD.
           ADD 1 TO WS-ROWS-CONVERTED.
           ADD 1 TO WS-ACTION-COUNT(WS-ACT-IDX).
           IF (WS-ACTION = "A" OR WS-ACTION = "U") AND
               CVE-SALARY NOT = SPACES
               ADD FUNCTION NUMVAL(CVE-SALARY) TO WS-SALARY-HASH
           END-IF.

      * Next batch id for today. Ids already applied are on the
      * register; ids converted but not yet applied are on the
      * conversion log. Either file may not exist yet.
       060-ASSIGN-BATCH-ID.
           MOVE WS-RUN-YYDDD TO WS-BATCH-YYDDD.
           MOVE 0 TO WS-HIGH-SEQ.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF WS-BREG-FILE-STATUS = "00"
               MOVE "N" TO WS-REG-EOF-FLAG
               PERFORM 061-SCAN-ONE-REGISTER-LINE
                   UNTIL WS-REG-EOF-FLAG = "Y"
               CLOSE BATCH-REGISTER-FILE
           END-IF.
           OPEN INPUT CONVERT-LOG-FILE.
           IF WS-CVL-FILE-STATUS = "00"
               MOVE "N" TO WS-REG-EOF-FLAG
               PERFORM 062-SCAN-ONE-LOG-LINE
                   UNTIL WS-REG-EOF-FLAG = "Y"
               CLOSE CONVERT-LOG-FILE
           END-IF.
           IF WS-HIGH-SEQ = 99
               MOVE "ALL 99 BATCH IDS FOR TODAY ARE USED"
                   TO WS-FAIL-TEXT
               PERFORM 090-FAIL-CONVERSION
           END-IF.
           COMPUTE WS-BATCH-SEQ = WS-HIGH-SEQ + 1.
           DISPLAY "BATCH ID ISSUED: " WS-BATCH-ID.

       061-SCAN-ONE-REGISTER-LINE.
           READ BATCH-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REG-EOF-FLAG
               NOT AT END
                   MOVE BRG-BATCH-ID TO WS-SCAN-ID
                   PERFORM 063-NOTE-SEQUENCE
           END-READ.

       062-SCAN-ONE-LOG-LINE.
           READ CONVERT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-REG-EOF-FLAG
               NOT AT END
                   MOVE CVL-BATCH-ID TO WS-SCAN-ID
                   PERFORM 063-NOTE-SEQUENCE
           END-READ.

       063-NOTE-SEQUENCE.
           IF WS-SCAN-PREFIX = WS-BATCH-PREFIX AND
               WS-SCAN-SEQ IS NUMERIC
               IF WS-SCAN-SEQ > WS-HIGH-SEQ
                   MOVE WS-SCAN-SEQ TO WS-HIGH-SEQ
               END-IF
           END-IF.

      * Header, the converted cards, trailer. Counts are the
      * detail cards only, as EMPTRANS counts them.
       070-WRITE-BATCH-FILE.
           OPEN OUTPUT BATCH-CARD-FILE.
           IF WS-OUT-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "COULD NOT OPEN EMPTRANS.DAT - STATUS "
                   WS-OUT-FILE-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FAIL-TEXT
               END-STRING
               PERFORM 090-FAIL-CONVERSION
           END-IF.
           OPEN INPUT CONVERT-WORK-FILE.
           IF WS-WRK-FILE-STATUS NOT = "00"
               CLOSE BATCH-CARD-FILE
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "COULD NOT REOPEN HRIS-CONVERT.WRK - STATUS "
                   WS-WRK-FILE-STATUS
                   DELIMITED BY SIZE
                   INTO WS-FAIL-TEXT
               END-STRING
               PERFORM 090-FAIL-CONVERSION
           END-IF.
           MOVE SPACES TO BATCH-CARD-RECORD.
           MOVE "H" TO CVH-RECORD-TYPE.
           MOVE WS-BATCH-ID TO CVH-BATCH-ID.
           MOVE WS-RUN-DATE TO CVH-CREATE-DATE.
           MOVE WS-ROWS-CONVERTED TO CVH-EXPECTED-COUNT.
           WRITE CV-HEADER-CARD.
           MOVE 0 TO WS-CARDS-WRITTEN.
           MOVE "N" TO EOF-FLAG.
           PERFORM 071-COPY-ONE-CARD UNTIL EOF-FLAG = "Y".
           CLOSE CONVERT-WORK-FILE.
           MOVE SPACES TO BATCH-CARD-RECORD.
           MOVE "T" TO CVT-RECORD-TYPE.
           MOVE WS-CARDS-WRITTEN TO CVT-RECORD-COUNT.
           MOVE WS-SALARY-HASH TO CVT-SALARY-HASH.
           WRITE CV-TRAILER-CARD.
           CLOSE BATCH-CARD-FILE.
           IF WS-CARDS-WRITTEN NOT = WS-ROWS-CONVERTED
               MOVE SPACES TO WS-FAIL-TEXT
               STRING "WORK FILE HELD " WS-CARDS-WRITTEN
                   " CARD(S), " WS-ROWS-CONVERTED " CONVERTED"
                   DELIMITED BY SIZE
                   INTO WS-FAIL-TEXT
               END-STRING
               PERFORM 090-FAIL-CONVERSION
           END-IF.
           DISPLAY "EMPTRANS.DAT WRITTEN - BATCH " WS-BATCH-ID ", "
               WS-CARDS-WRITTEN " CARD(S).".

       071-COPY-ONE-CARD.
           READ CONVERT-WORK-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   MOVE CONVERT-WORK-RECORD TO BATCH-CARD-RECORD
                   WRITE BATCH-CARD-RECORD
                   ADD 1 TO WS-CARDS-WRITTEN
           END-READ.

       075-LOG-BATCH.
           OPEN EXTEND CONVERT-LOG-FILE.
           IF WS-CVL-FILE-STATUS NOT = "00"
               OPEN OUTPUT CONVERT-LOG-FILE
           END-IF.
           MOVE SPACES TO CONVERT-LOG-RECORD.
           MOVE WS-BATCH-ID TO CVL-BATCH-ID.
           MOVE WS-RUN-DATE TO CVL-CREATE-DATE.
           MOVE WS-CARDS-WRITTEN TO CVL-CARD-COUNT.
           MOVE WS-SALARY-HASH TO CVL-SALARY-HASH.
           MOVE WS-ROWS-IN-ERROR TO CVL-ERROR-COUNT.
           MOVE WS-ROW-NUM TO CVL-ROWS-READ.
           WRITE CONVERT-LOG-RECORD.
           CLOSE CONVERT-LOG-FILE.

      * The row's reason, then the row as received so HR can find
      * and correct it in the HRIS.
       080-LIST-ROW-ERROR.
           ADD 1 TO WS-ROWS-IN-ERROR.
           MOVE WS-ROW-NUM TO CED-ROW-NUM.
           MOVE WS-EVENT TO CED-EVENT.
           MOVE FUNCTION TRIM(HF-VALUE(2)) TO CED-EMP-ID.
           MOVE WS-ERROR-TEXT TO CED-REASON.
           MOVE CONVERT-ERROR-DETAIL TO WS-RPT-WORK-LINE.
           PERFORM 093-WRITE-CONVERT-LINE.
           MOVE HRIS-EXTRACT-LINE TO CER-ROW-TEXT.
           MOVE CONVERT-ERROR-ROW TO WS-RPT-WORK-LINE.
           PERFORM 093-WRITE-CONVERT-LINE.

       085-PRINT-SUMMARY.
           IF WS-ROWS-IN-ERROR = 0
               MOVE "  NO ROWS IN ERROR." TO WS-RPT-WORK-LINE
               PERFORM 093-WRITE-CONVERT-LINE
           END-IF.
           MOVE WS-RPT-SEPARATOR TO WS-RPT-WORK-LINE.
           PERFORM 093-WRITE-CONVERT-LINE.
           MOVE WS-SALARY-HASH TO WS-HASH-DISP.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "  BATCH " WS-BATCH-ID "  CREATED " WS-RUN-DATE
               "  CARDS " WS-CARDS-WRITTEN "  SALARY HASH "
               WS-HASH-DISP
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 093-WRITE-CONVERT-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "  CARDS BY ACTION:  A " WS-ACTION-COUNT(1)
               "  U " WS-ACTION-COUNT(2) "  D " WS-ACTION-COUNT(3)
               "  L " WS-ACTION-COUNT(4) "  R " WS-ACTION-COUNT(5)
               "  C " WS-ACTION-COUNT(6)
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 093-WRITE-CONVERT-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "  EXTRACT ROWS READ: " WS-ROW-NUM
               "  HEADING/BLANK (SKIPPED): " WS-ROWS-SKIPPED
               "  CONVERTED: " WS-ROWS-CONVERTED
               "  IN ERROR: " WS-ROWS-IN-ERROR
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 093-WRITE-CONVERT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 093-WRITE-CONVERT-LINE.
           DISPLAY "EXTRACT ROWS READ: " WS-ROW-NUM.
           DISPLAY "ROWS CONVERTED:    " WS-ROWS-CONVERTED.
           DISPLAY "ROWS IN ERROR:     " WS-ROWS-IN-ERROR.
           DISPLAY "SALARY HASH:       " WS-HASH-DISP.

      * No batch this run. EMPTRANS.DAT is emptied (unless the
      * apply holds the lock and may be reading it) so yesterday's
      * cards can never be taken for tonight's, and the step ends
      * RC=8 so the apply does not run.
       090-FAIL-CONVERSION.
           DISPLAY "CONVERSION FAILED - " FUNCTION TRIM(WS-FAIL-TEXT)
               ".".
           IF WS-RPT-OPEN-FLAG = "Y"
               MOVE SPACES TO WS-RPT-WORK-LINE
               STRING "*** CONVERSION FAILED - "
                   FUNCTION TRIM(WS-FAIL-TEXT)
                   ". NO BATCH WRITTEN ***"
                   DELIMITED BY SIZE
                   INTO WS-RPT-WORK-LINE
               END-STRING
               PERFORM 093-WRITE-CONVERT-LINE
               CLOSE CONVERT-ERROR-FILE
           END-IF.
           IF WS-EMPTY-OUT-FLAG = "Y"
               OPEN OUTPUT BATCH-CARD-FILE
               IF WS-OUT-FILE-STATUS = "00"
                   CLOSE BATCH-CARD-FILE
               END-IF
           END-IF.
           DISPLAY "NO BATCH WRITTEN. THE APPLY MUST NOT RUN.".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       092-CONVERT-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUM.
           MOVE WS-RUN-DATE TO CPH-RUN-DATE.
           MOVE WS-RPT-PAGE-NUM TO CPH-PAGE-NUM.
           WRITE CONVERT-ERROR-LINE FROM CONVERT-PAGE-HEADING.
           WRITE CONVERT-ERROR-LINE FROM CONVERT-COLUMN-HEADING.
           WRITE CONVERT-ERROR-LINE FROM WS-RPT-SEPARATOR.
           MOVE 3 TO WS-RPT-LINE-COUNT.

       093-WRITE-CONVERT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 092-CONVERT-PAGE-HEADING
           END-IF.
           WRITE CONVERT-ERROR-LINE FROM WS-RPT-WORK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

       END PROGRAM EMPLOYEE-HRIS-CONVERT.
