      ******************************************************************
      * Author: Arman Bhatia
      * Date: Oct 15, 2026
      * Purpose: Paid time-off ledger batch over PTO-BALANCE.DAT.
      * Ordinary vacation, sick and personal time was kept in a
      * spreadsheet beside the master; the balances now live on
      * file, one record per employee per bank. The monthly accrual
      * credits each bank by YEAR-OF-SERVICE tier, cuts carried
      * balances back to each bank's cap at the first accrual of a
      * new year, and skips terminated employees and employees on
      * an unpaid leave. Every credit and every capped forfeit is
      * written to the audit trail. Time taken and manual
      * adjustments are posted through the maintenance program.
      *
      * Modes (first console/SYSIN line):
      *   A = monthly accrual (second line: the month to credit,
      *       YYYYMM, blank = the current month) - PTO-ACCRUAL.RPT
      *   S = balance statements (second line: EMP-ID, blank =
      *       every employee with a balance) - PTO-STATEMENT.RPT
      *   L = accrued-liability report by department, valued from
      *       SALARY, for the month-end booking - PTO-LIABILITY.RPT
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-PTO-ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES-FILE ASSIGN TO "../EMPLOYEE-FILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES
           FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEPARTMENTS-FILE ASSIGN TO "../DEPARTMENT-FILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DEPT-CODE
           FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT PTO-BALANCE-FILE ASSIGN TO "../PTO-BALANCE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTO-KEY
           FILE STATUS IS WS-PTO-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDIT-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BATCH-LOCK-FILE ASSIGN TO "../BATCH-LOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

      * ASSIGN USING: the three reports share one print file;
      * WS-PTO-RPT-NAME is set to the report the mode writes.
           SELECT PTO-REPORT-FILE ASSIGN USING WS-PTO-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PTO-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEES-FILE.
           COPY "EMPLOYEE-RECORD.cpy".

       FD DEPARTMENTS-FILE.
           COPY "DEPARTMENT-RECORD.cpy".

       FD PTO-BALANCE-FILE.
           COPY "PTO-BALANCE-RECORD.cpy".

       FD AUDIT-LOG-FILE.
           COPY "AUDIT-RECORD.cpy".

       FD BATCH-LOCK-FILE.
           COPY "BATCH-LOCK.cpy".

       FD PTO-REPORT-FILE.
       01 PTO-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-EMP-FILE-STATUS    PIC X(2).
           05 WS-DEPT-FILE-STATUS   PIC X(2).
           05 WS-PTO-FILE-STATUS    PIC X(2).
           05 WS-AUDIT-FILE-STATUS  PIC X(2).
           05 WS-LOCK-FILE-STATUS   PIC X(2).
           05 WS-PTO-RPT-STATUS     PIC X(2).

       01 WS-FLAGS.
           05 EOF-FLAG             PIC X(1) VALUE "N".
           05 WS-VALID-FLAG        PIC X(1).
           05 WS-PTO-EOF-FLAG      PIC X(1).
           05 WS-DEPT-EOF-FLAG     PIC X(1).
           05 WS-PTO-FOUND-FLAG    PIC X(1).
           05 WS-PTO-AVAILABLE     PIC X(1).
           05 WS-WRITE-OK-FLAG     PIC X(1).

       01 WS-MODE                  PIC X(1).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-TIME              PIC 9(8).
       01 WS-TERM-USER             PIC X(20).
      * Single-writer interlock: the accrual rewrites the ledger and
      * takes exclusive control, the same as any other batch writer;
      * the two report modes are read-only and do not.
       01 WS-LOCK-HELD-FLAG        PIC X(1) VALUE "N".

      * The month being credited. The run refuses a month after the
      * current one; an earlier month may be run late, and records
      * already credited for it are skipped.
       01 WS-PERIOD-ALPHA          PIC X(6).
       01 WS-ACCRUAL-PERIOD        PIC 9(6).
       01 WS-ACCRUAL-PERIOD-R REDEFINES WS-ACCRUAL-PERIOD.
           05 WS-PERIOD-YEAR       PIC 9(4).
           05 WS-PERIOD-MONTH      PIC 9(2).
       01 WS-RUN-PERIOD            PIC 9(6).
       01 WS-HIRE-PERIOD           PIC 9(6).

      * Accrual schedule. Vacation accrues by YEAR-OF-SERVICE tier:
      * hours credited a month, and the most hours that may be
      * carried into a new year. A tier applies below its service
      * limit; the last tier takes everyone past the one before.
      * Sick and personal time accrue at one rate for everyone;
      * personal time does not carry over at all.
       01 WS-TIER-VALUES.
      *    Under 2 years: 80 hours a year, carry 40.
           05 FILLER               PIC 99V9  VALUE 2.0.
           05 FILLER               PIC 99V99 VALUE 6.67.
           05 FILLER               PIC 9(3)  VALUE 40.
      *    2 to under 5 years: 120 hours a year, carry 80.
           05 FILLER               PIC 99V9  VALUE 5.0.
           05 FILLER               PIC 99V99 VALUE 10.00.
           05 FILLER               PIC 9(3)  VALUE 80.
      *    5 to under 10 years: 160 hours a year, carry 120.
           05 FILLER               PIC 99V9  VALUE 10.0.
           05 FILLER               PIC 99V99 VALUE 13.33.
           05 FILLER               PIC 9(3)  VALUE 120.
      *    10 years and over: 200 hours a year, carry 160.
           05 FILLER               PIC 99V9  VALUE 99.9.
           05 FILLER               PIC 99V99 VALUE 16.67.
           05 FILLER               PIC 9(3)  VALUE 160.
       01 WS-TIER-TABLE REDEFINES WS-TIER-VALUES.
           05 WS-TIER-ENTRY OCCURS 4 TIMES.
               10 TIER-UNDER-YEARS PIC 99V9.
               10 TIER-VAC-MONTHLY PIC 99V99.
               10 TIER-VAC-CARRY   PIC 9(3).
       01 WS-TIER-COUNT            PIC 9(1) VALUE 4.
       01 WS-TIER-IDX              PIC 9(1).
       01 WS-EMP-TIER              PIC 9(1).
       01 WS-SICK-MONTHLY          PIC 99V99 VALUE 8.00.
       01 WS-SICK-CARRY            PIC 9(3)  VALUE 480.
       01 WS-PERS-MONTHLY          PIC 99V99 VALUE 2.00.
       01 WS-PERS-CARRY            PIC 9(3)  VALUE 0.
       01 WS-YEAR-NUM              PIC 99V9.

      * One bank's worth of accrual work, set by the caller of
      * 712-ACCRUE-ONE-BANK and read back from it.
       01 WS-BANK-CODE             PIC X(1).
       01 WS-BANK-NAME             PIC X(10).
       01 WS-BANK-FIELD            PIC X(12).
       01 WS-BANK-MONTHLY          PIC 99V99.
       01 WS-BANK-CARRY            PIC 9(3).
       01 WS-BANK-CREDIT           PIC 9(3)V99.
       01 WS-BANK-BALANCE          PIC 9(5)V99.
       01 WS-OLD-HOURS             PIC 9(5)V99.
       01 WS-CAP-OLD-HOURS         PIC 9(5)V99.
       01 WS-FORFEIT-HOURS         PIC 9(5)V99.
       01 WS-EMP-FORFEIT           PIC 9(5)V99.
       01 WS-EMP-DONE-COUNT        PIC 9(1).
       01 WS-EMP-CREDIT-COUNT      PIC 9(1).

      * Accrual run control totals.
       01 WS-ACCRUAL-COUNTS.
           05 WS-EMP-READ          PIC 9(6) VALUE 0.
           05 WS-EMP-ACCRUED       PIC 9(6) VALUE 0.
           05 WS-SKIP-TERMINATED   PIC 9(6) VALUE 0.
           05 WS-SKIP-NOT-HIRED    PIC 9(6) VALUE 0.
           05 WS-SKIP-UNPAID-LEAVE PIC 9(6) VALUE 0.
           05 WS-SKIP-DONE         PIC 9(6) VALUE 0.
           05 WS-BANKS-CREATED     PIC 9(6) VALUE 0.
           05 WS-BANK-ERRORS       PIC 9(6) VALUE 0.
       01 WS-TOT-VAC-CREDIT        PIC 9(7)V99 VALUE 0.
       01 WS-TOT-SICK-CREDIT       PIC 9(7)V99 VALUE 0.
       01 WS-TOT-PERS-CREDIT       PIC 9(7)V99 VALUE 0.
       01 WS-TOT-FORFEIT           PIC 9(7)V99 VALUE 0.
       01 WS-TOT-HOURS-DISP        PIC Z,ZZZ,ZZ9.99.

      * Statement scope and control.
       01 WS-SCOPE-ALPHA           PIC X(6).
       01 WS-STMT-EMP-ID           PIC 9(6).
       01 WS-STMT-LAST-EMP-ID      PIC 9(6).
       01 WS-STMT-EMP-COUNT        PIC 9(6).
       01 WS-STMT-NAME             PIC X(30).
       01 WS-STMT-STATUS-NAME      PIC X(10).

      * Department names for the liability report, loaded once.
       01 WS-DEPT-REF-COUNT        PIC 9(3) VALUE 0.
       01 WS-DEPT-REF-TABLE.
           05 WS-DEPT-REF-ENTRY OCCURS 50 TIMES.
               10 DR-CODE          PIC 9(3).
               10 DR-NAME          PIC X(25).
       01 WS-DEPT-IDX              PIC 9(3).

      * Liability work table: one entry per employee with hours on
      * file, printed department by department after the load. The
      * hourly rate is annual SALARY over the standard work year.
      * Vacation and personal hours are paid out on leaving and are
      * valued; sick hours are not paid out and print as a memo.
       01 WS-ANNUAL-HOURS          PIC 9(4) VALUE 2080.
       01 WS-LIAB-COUNT            PIC 9(4) VALUE 0.
       01 WS-LIAB-TRUNC-FLAG       PIC X(1) VALUE "N".
       01 WS-LIAB-TABLE.
           05 WS-LIAB-ENTRY OCCURS 3000 TIMES.
               10 LB-EMP-ID        PIC 9(6).
               10 LB-DEPT          PIC 9(3).
               10 LB-NAME          PIC X(28).
               10 LB-STATUS        PIC X(1).
               10 LB-SALARY        PIC 9(7)V99.
               10 LB-RATE          PIC 9(5)V9999.
               10 LB-VAC-HRS       PIC 9(5)V99.
               10 LB-PERS-HRS      PIC 9(5)V99.
               10 LB-SICK-HRS      PIC 9(5)V99.
               10 LB-AMOUNT        PIC 9(9)V99.
               10 LB-PRINTED       PIC X(1).
       01 WS-LIAB-IDX              PIC 9(4).
       01 WS-LIAB-DEPT             PIC 9(3).
       01 WS-LIAB-DEPT-NAME        PIC X(25).
       01 WS-LIAB-SECTION-COUNT    PIC 9(6).
       01 WS-LIAB-SECTION-VAC      PIC 9(7)V99.
       01 WS-LIAB-SECTION-PERS     PIC 9(7)V99.
       01 WS-LIAB-SECTION-SICK     PIC 9(7)V99.
       01 WS-LIAB-SECTION-AMOUNT   PIC 9(11)V99.
       01 WS-LIAB-GRAND-COUNT      PIC 9(6) VALUE 0.
       01 WS-LIAB-GRAND-VAC        PIC 9(7)V99 VALUE 0.
       01 WS-LIAB-GRAND-PERS       PIC 9(7)V99 VALUE 0.
       01 WS-LIAB-GRAND-SICK       PIC 9(7)V99 VALUE 0.
       01 WS-LIAB-GRAND-AMOUNT     PIC 9(11)V99 VALUE 0.

      * Audit-trail line assembly, same image as the maintenance
      * program and the transaction apply.
       01 WS-AUDIT-OPERATION       PIC X(6).
       01 WS-AUDIT-DATE            PIC 9(8).
       01 WS-AUDIT-TIME            PIC 9(8).
       01 WS-AUDIT-FIELD           PIC X(12).
       01 WS-AUDIT-OLD-VALUE       PIC X(25).
       01 WS-AUDIT-NEW-VALUE       PIC X(25).
       01 WS-HOURS-DISP            PIC ZZ,ZZ9.99.

      * Print-file support: 132-column pages, heading with run date
      * and page number, column headers on every page.
       01 WS-PTO-RPT-NAME          PIC X(40).
       01 WS-RPT-PAGE-NUM          PIC 9(4).
       01 WS-RPT-LINE-COUNT        PIC 9(2).
       01 WS-RPT-LINES-PER-PAGE    PIC 9(2) VALUE 55.
       01 WS-RPT-RUN-DATE          PIC 9(8).
       01 WS-RPT-WORK-LINE         PIC X(132).
       01 WS-RPT-SEPARATOR         PIC X(132) VALUE ALL "-".

       01 PTO-PAGE-HEADING.
           05 PRH-TITLE            PIC X(40).
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 PRH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "PAGE: ".
           05 PRH-PAGE-NUM         PIC ZZZ9.
           05 FILLER               PIC X(60) VALUE SPACES.
       01 PTO-COLUMN-HEADING       PIC X(132).

       01 ACCRUAL-COLUMN-HEADING   PIC X(132) VALUE
           "EMP-ID  NAME                        DEPT TIER VAC-CR   VA"
           & "C-BAL SICK-CR  SICK-BAL PERS-CR  PERS-BAL  NOTE".
       01 ACCRUAL-DETAIL-LINE.
           05 ADL-EMP-ID           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ADL-NAME             PIC X(28).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ADL-DEPT             PIC 9(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 ADL-TIER             PIC 9(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ADL-VAC-CREDIT       PIC ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ADL-VAC-BAL          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ADL-SICK-CREDIT      PIC ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ADL-SICK-BAL         PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ADL-PERS-CREDIT      PIC ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 ADL-PERS-BAL         PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ADL-NOTE             PIC X(32).

       01 STATEMENT-COLUMN-HEADING PIC X(132) VALUE
           "    BANK          BALANCE    YEAR     ACCRUED        TAKE"
           & "N   FORFEITED   LAST-MO".
       01 STATEMENT-BANK-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SBL-BANK             PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SBL-BALANCE          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SBL-YEAR             PIC 9(4).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SBL-ACCRUED          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SBL-TAKEN            PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SBL-FORFEITED        PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SBL-LAST-ACCRUAL     PIC 9(6).
           05 FILLER               PIC X(52) VALUE SPACES.

       01 LIABILITY-COLUMN-HEADING PIC X(132) VALUE
           "  EMP-ID  NAME                        ST        SALARY  HO"
           & "URLY-RATE    VAC-HRS   PERS-HRS      LIABILITY   SICK-H"
           & "RS".
       01 LIABILITY-DETAIL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDL-EMP-ID           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDL-NAME             PIC X(28).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LDL-STATUS           PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDL-SALARY           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDL-RATE             PIC ZZ,ZZ9.9999.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDL-VAC-HRS          PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDL-PERS-HRS         PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDL-SICK-HRS         PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(17) VALUE SPACES.
       01 LIABILITY-TOTAL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LTL-LABEL            PIC X(40).
           05 LTL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(19) VALUE SPACES.
           05 LTL-VAC-HRS          PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LTL-PERS-HRS         PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LTL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LTL-SICK-HRS         PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(17) VALUE SPACES.

       01 SEPARATOR-LINE           PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       700-RUN-PTO-UTILITY.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "PAID TIME-OFF ACCRUAL / BALANCE UTILITY".
           PERFORM 705-GET-MODE.
           EVALUATE WS-MODE
               WHEN "A"
                   PERFORM 780-TAKE-BATCH-LOCK
                   IF WS-LOCK-HELD-FLAG = "Y"
                       PERFORM 710-ACCRUAL-RUN
                       PERFORM 781-RELEASE-BATCH-LOCK
                   ELSE
                       DISPLAY "RUN REFUSED - NO HOURS ACCRUED."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN "S"
                   PERFORM 720-STATEMENT-RUN
               WHEN "L"
                   PERFORM 730-LIABILITY-RUN
           END-EVALUATE.
           STOP RUN.

       705-GET-MODE.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "MODE? (A=MONTHLY ACCRUAL S=BALANCE "
                   "STATEMENTS L=LIABILITY REPORT)"
               ACCEPT WS-MODE
               MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
               IF WS-MODE = "A" OR WS-MODE = "S" OR WS-MODE = "L"
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   DISPLAY "INVALID MODE - USE A, S OR L. TRY "
                       "AGAIN."
               END-IF
           END-PERFORM.

      * The month to credit: blank takes the current month. A month
      * after the current one is refused - hours are never credited
      * ahead of time.
       706-GET-ACCRUAL-PERIOD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "ACCRUAL MONTH? (YYYYMM, BLANK = THIS MONTH)"
               ACCEPT WS-PERIOD-ALPHA
               EVALUATE TRUE
                   WHEN WS-PERIOD-ALPHA = SPACES
                       MOVE WS-RUN-PERIOD TO WS-ACCRUAL-PERIOD
                       MOVE "Y" TO WS-VALID-FLAG
                   WHEN WS-PERIOD-ALPHA IS NOT NUMERIC
                       DISPLAY "INVALID MONTH - USE YYYYMM. TRY "
                           "AGAIN."
                   WHEN OTHER
                       MOVE WS-PERIOD-ALPHA TO WS-ACCRUAL-PERIOD
                       IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                           DISPLAY "INVALID MONTH - USE YYYYMM. "
                               "TRY AGAIN."
                       ELSE
                           IF WS-ACCRUAL-PERIOD > WS-RUN-PERIOD
                               DISPLAY "CANNOT ACCRUE A FUTURE "
                                   "MONTH. TRY AGAIN."
                           ELSE
                               MOVE "Y" TO WS-VALID-FLAG
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * Statement scope: one employee, or everyone with a balance.
       707-GET-STATEMENT-SCOPE.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "EMPLOYEE-ID FOR THE STATEMENT? (BLANK = "
                   "ALL EMPLOYEES)"
               ACCEPT WS-SCOPE-ALPHA
               IF WS-SCOPE-ALPHA = SPACES
                   MOVE 0 TO WS-STMT-EMP-ID
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-SCOPE-ALPHA) = 0
                       MOVE FUNCTION NUMVAL(WS-SCOPE-ALPHA)
                           TO WS-STMT-EMP-ID
                       MOVE "Y" TO WS-VALID-FLAG
                   ELSE
                       DISPLAY "INVALID EMPLOYEE-ID - NUMERIC "
                           "VALUE REQUIRED. TRY AGAIN."
                   END-IF
               END-IF
           END-PERFORM.

      * Opens the ledger for the accrual, creating it on the first
      * run - same open-or-create pattern as the masters.
       708-OPEN-PTO-FILE-IO.
           OPEN I-O PTO-BALANCE-FILE.
           IF WS-PTO-FILE-STATUS = "35"
               OPEN OUTPUT PTO-BALANCE-FILE
               CLOSE PTO-BALANCE-FILE
               OPEN I-O PTO-BALANCE-FILE
           END-IF.

      * Monthly accrual: one pass over the employee master, each
      * eligible employee's three banks credited for the month.
      * Nothing is touched unless the master, the ledger and the
      * register print file all open.
       710-ACCRUAL-RUN.
           PERFORM 706-GET-ACCRUAL-PERIOD.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". NO HOURS ACCRUED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 708-OPEN-PTO-FILE-IO.
           IF WS-PTO-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN PTO-BALANCE.DAT - STATUS "
                   WS-PTO-FILE-STATUS ". NO HOURS ACCRUED."
               CLOSE EMPLOYEES-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "../PTO-ACCRUAL.RPT" TO WS-PTO-RPT-NAME.
           MOVE "MONTHLY PTO ACCRUAL REGISTER" TO PRH-TITLE.
           MOVE ACCRUAL-COLUMN-HEADING TO PTO-COLUMN-HEADING.
           PERFORM 760-OPEN-PTO-REPORT.
           IF WS-PTO-RPT-STATUS NOT = "00"
               CLOSE EMPLOYEES-FILE
               CLOSE PTO-BALANCE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "ACCRUAL MONTH: " WS-ACCRUAL-PERIOD
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           MOVE "N" TO EOF-FLAG.
           PERFORM 711-ACCRUE-ONE-EMPLOYEE UNTIL EOF-FLAG = "Y".
           PERFORM 719-PRINT-ACCRUAL-TOTALS.
           PERFORM 761-CLOSE-PTO-REPORT.
           CLOSE AUDIT-LOG-FILE.
           CLOSE PTO-BALANCE-FILE.
           CLOSE EMPLOYEES-FILE.
           IF WS-BANK-ERRORS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Eligibility for one employee, then the three banks. A leave
      * of absence keeps accruing when it is protected leave
      * (medical, parental, family); a sabbatical or other leave is
      * unpaid and does not accrue until the employee returns.
       711-ACCRUE-ONE-EMPLOYEE.
           READ EMPLOYEES-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMP-READ.
           MOVE HIRE-DATE(1:6) TO WS-HIRE-PERIOD.
           MOVE SPACES TO ACCRUAL-DETAIL-LINE.
           MOVE EMP-ID TO ADL-EMP-ID.
           STRING FUNCTION TRIM(LAST-NAME) ", "
               FUNCTION TRIM(FIRST-NAME)
               DELIMITED BY SIZE
               INTO ADL-NAME
           END-STRING.
           MOVE EMP-DEP-CODE TO ADL-DEPT.
           EVALUATE TRUE
               WHEN EMP-TERMINATED
                   ADD 1 TO WS-SKIP-TERMINATED
               WHEN WS-HIRE-PERIOD > WS-ACCRUAL-PERIOD
                   ADD 1 TO WS-SKIP-NOT-HIRED
               WHEN EMP-ON-LEAVE AND
                   (LEAVE-SABBATICAL OR LEAVE-OTHER)
                   ADD 1 TO WS-SKIP-UNPAID-LEAVE
                   MOVE 0 TO ADL-TIER
                   STRING "NO ACCRUAL - UNPAID LEAVE (" LEAVE-TYPE
                       ")"
                       DELIMITED BY SIZE
                       INTO ADL-NOTE
                   END-STRING
                   MOVE ACCRUAL-DETAIL-LINE TO WS-RPT-WORK-LINE
                   PERFORM 763-WRITE-PTO-REPORT-LINE
               WHEN OTHER
                   PERFORM 714-SET-SERVICE-TIER
                   PERFORM 715-ACCRUE-ALL-BANKS
           END-EVALUATE.

      * Credits vacation, sick and personal for the current
      * employee and prints the register line.
       715-ACCRUE-ALL-BANKS.
           MOVE WS-EMP-TIER TO ADL-TIER.
           MOVE 0 TO WS-EMP-DONE-COUNT WS-EMP-CREDIT-COUNT.
           MOVE 0 TO WS-EMP-FORFEIT.
           MOVE "V" TO WS-BANK-CODE.
           MOVE "VACATION HRS" TO WS-BANK-FIELD.
           MOVE TIER-VAC-MONTHLY(WS-EMP-TIER) TO WS-BANK-MONTHLY.
           MOVE TIER-VAC-CARRY(WS-EMP-TIER) TO WS-BANK-CARRY.
           PERFORM 712-ACCRUE-ONE-BANK.
           MOVE WS-BANK-CREDIT TO ADL-VAC-CREDIT.
           MOVE WS-BANK-BALANCE TO ADL-VAC-BAL.
           ADD WS-BANK-CREDIT TO WS-TOT-VAC-CREDIT.
           MOVE "S" TO WS-BANK-CODE.
           MOVE "SICK HRS" TO WS-BANK-FIELD.
           MOVE WS-SICK-MONTHLY TO WS-BANK-MONTHLY.
           MOVE WS-SICK-CARRY TO WS-BANK-CARRY.
           PERFORM 712-ACCRUE-ONE-BANK.
           MOVE WS-BANK-CREDIT TO ADL-SICK-CREDIT.
           MOVE WS-BANK-BALANCE TO ADL-SICK-BAL.
           ADD WS-BANK-CREDIT TO WS-TOT-SICK-CREDIT.
           MOVE "P" TO WS-BANK-CODE.
           MOVE "PERSONAL HRS" TO WS-BANK-FIELD.
           MOVE WS-PERS-MONTHLY TO WS-BANK-MONTHLY.
           MOVE WS-PERS-CARRY TO WS-BANK-CARRY.
           PERFORM 712-ACCRUE-ONE-BANK.
           MOVE WS-BANK-CREDIT TO ADL-PERS-CREDIT.
           MOVE WS-BANK-BALANCE TO ADL-PERS-BAL.
           ADD WS-BANK-CREDIT TO WS-TOT-PERS-CREDIT.
           EVALUATE TRUE
               WHEN WS-EMP-CREDIT-COUNT > 0
                   ADD 1 TO WS-EMP-ACCRUED
               WHEN WS-EMP-DONE-COUNT = 3
                   ADD 1 TO WS-SKIP-DONE
                   MOVE "ALREADY ACCRUED FOR THIS MONTH"
                       TO ADL-NOTE
               WHEN OTHER
                   MOVE "*** LEDGER WRITE FAILED ***" TO ADL-NOTE
           END-EVALUATE.
           IF WS-EMP-FORFEIT > 0
               MOVE WS-EMP-FORFEIT TO WS-HOURS-DISP
               STRING "CARRY CAP - FORFEIT "
                   FUNCTION TRIM(WS-HOURS-DISP) " HRS"
                   DELIMITED BY SIZE
                   INTO ADL-NOTE
               END-STRING
           END-IF.
           MOVE ACCRUAL-DETAIL-LINE TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.

      * Reads (or starts) one bank and credits the month. A bank
      * already credited for this month is left alone. The first
      * credit in a new year applies the carry-over cap first.
      * WS-BANK-CREDIT and WS-BANK-BALANCE come back for the
      * register line.
       712-ACCRUE-ONE-BANK.
           MOVE 0 TO WS-BANK-CREDIT WS-FORFEIT-HOURS.
           MOVE EMP-ID TO PTO-EMP-ID.
           MOVE WS-BANK-CODE TO PTO-BANK.
           READ PTO-BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PTO-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-PTO-FOUND-FLAG
           END-READ.
           IF WS-PTO-FOUND-FLAG = "N"
               MOVE SPACES TO PTO-BALANCE-INFO
               MOVE EMP-ID TO PTO-EMP-ID
               MOVE WS-BANK-CODE TO PTO-BANK
               MOVE 0 TO PTO-BALANCE-HOURS PTO-YTD-ACCRUED
                   PTO-YTD-TAKEN PTO-YTD-FORFEITED PTO-LAST-ACCRUAL
               MOVE WS-PERIOD-YEAR TO PTO-BALANCE-YEAR
           END-IF.
           MOVE PTO-BALANCE-HOURS TO WS-BANK-BALANCE.
           IF PTO-LAST-ACCRUAL >= WS-ACCRUAL-PERIOD
               ADD 1 TO WS-EMP-DONE-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF PTO-BALANCE-YEAR < WS-PERIOD-YEAR
               PERFORM 713-APPLY-CARRY-OVER-CAP
           END-IF.
           MOVE PTO-BALANCE-HOURS TO WS-OLD-HOURS.
           ADD WS-BANK-MONTHLY TO PTO-BALANCE-HOURS.
           ADD WS-BANK-MONTHLY TO PTO-YTD-ACCRUED.
           MOVE WS-ACCRUAL-PERIOD TO PTO-LAST-ACCRUAL.
           IF WS-PTO-FOUND-FLAG = "Y"
               REWRITE PTO-BALANCE-INFO
                   INVALID KEY
                       MOVE "N" TO WS-WRITE-OK-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITE-OK-FLAG
               END-REWRITE
           ELSE
               WRITE PTO-BALANCE-INFO
                   INVALID KEY
                       MOVE "N" TO WS-WRITE-OK-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITE-OK-FLAG
                       ADD 1 TO WS-BANKS-CREATED
               END-WRITE
           END-IF.
           IF WS-WRITE-OK-FLAG = "N"
               DISPLAY "PTO LEDGER WRITE FAILED FOR EMPLOYEE "
                   EMP-ID " BANK " WS-BANK-CODE " - STATUS "
                   WS-PTO-FILE-STATUS "."
               ADD 1 TO WS-BANK-ERRORS
               EXIT PARAGRAPH
           END-IF.
           IF WS-FORFEIT-HOURS > 0
               MOVE "PTOCAP" TO WS-AUDIT-OPERATION
               MOVE WS-BANK-FIELD TO WS-AUDIT-FIELD
               MOVE WS-CAP-OLD-HOURS TO WS-HOURS-DISP
               MOVE WS-HOURS-DISP TO WS-AUDIT-OLD-VALUE
               MOVE WS-OLD-HOURS TO WS-HOURS-DISP
               MOVE WS-HOURS-DISP TO WS-AUDIT-NEW-VALUE
               PERFORM 716-WRITE-AUDIT-LOG
               ADD WS-FORFEIT-HOURS TO WS-EMP-FORFEIT
               ADD WS-FORFEIT-HOURS TO WS-TOT-FORFEIT
           END-IF.
           MOVE "PTOACR" TO WS-AUDIT-OPERATION.
           MOVE WS-BANK-FIELD TO WS-AUDIT-FIELD.
           MOVE WS-OLD-HOURS TO WS-HOURS-DISP.
           MOVE WS-HOURS-DISP TO WS-AUDIT-OLD-VALUE.
           MOVE PTO-BALANCE-HOURS TO WS-HOURS-DISP.
           MOVE WS-HOURS-DISP TO WS-AUDIT-NEW-VALUE.
           PERFORM 716-WRITE-AUDIT-LOG.
           MOVE WS-BANK-MONTHLY TO WS-BANK-CREDIT.
           MOVE PTO-BALANCE-HOURS TO WS-BANK-BALANCE.
           ADD 1 TO WS-EMP-CREDIT-COUNT.

      * Turn of the year for one bank: anything over the bank's
      * carry-over cap is forfeited and kept as the new year's
      * forfeit figure, and the year-to-date figures restart.
       713-APPLY-CARRY-OVER-CAP.
           MOVE PTO-BALANCE-HOURS TO WS-CAP-OLD-HOURS.
           IF PTO-BALANCE-HOURS > WS-BANK-CARRY
               COMPUTE WS-FORFEIT-HOURS =
                   PTO-BALANCE-HOURS - WS-BANK-CARRY
               MOVE WS-BANK-CARRY TO PTO-BALANCE-HOURS
           END-IF.
           MOVE WS-FORFEIT-HOURS TO PTO-YTD-FORFEITED.
           MOVE 0 TO PTO-YTD-ACCRUED PTO-YTD-TAKEN.
           MOVE WS-PERIOD-YEAR TO PTO-BALANCE-YEAR.

      * Vacation tier from YEAR-OF-SERVICE: the first tier whose
      * limit the employee is still under; the last tier otherwise.
       714-SET-SERVICE-TIER.
           MOVE YEAR-OF-SERVICE TO WS-YEAR-NUM.
           MOVE WS-TIER-COUNT TO WS-EMP-TIER.
           PERFORM VARYING WS-TIER-IDX FROM WS-TIER-COUNT BY -1
               UNTIL WS-TIER-IDX < 1
               IF WS-YEAR-NUM < TIER-UNDER-YEARS(WS-TIER-IDX)
                   MOVE WS-TIER-IDX TO WS-EMP-TIER
               END-IF
           END-PERFORM.

       716-WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER".
           IF WS-TERM-USER = SPACES
               MOVE "UNKNOWN" TO WS-TERM-USER
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE EMP-ID TO AUD-EMP-ID.
           MOVE WS-AUDIT-OPERATION TO AUD-OPERATION.
           MOVE WS-AUDIT-DATE TO AUD-DATE.
           MOVE WS-AUDIT-TIME TO AUD-TIME.
           MOVE WS-TERM-USER TO AUD-USER.
           MOVE WS-AUDIT-FIELD TO AUD-FIELD-NAME.
           MOVE WS-AUDIT-OLD-VALUE TO AUD-OLD-VALUE.
           MOVE WS-AUDIT-NEW-VALUE TO AUD-NEW-VALUE.
           WRITE AUDIT-RECORD.
           MOVE SPACES TO WS-AUDIT-FIELD WS-AUDIT-OLD-VALUE
               WS-AUDIT-NEW-VALUE.

      * Sets WS-BANK-NAME from the bank code in PTO-BANK.
       717-SET-BANK-NAME.
           EVALUATE TRUE
               WHEN PTO-VACATION
                   MOVE "VACATION" TO WS-BANK-NAME
               WHEN PTO-SICK
                   MOVE "SICK" TO WS-BANK-NAME
               WHEN PTO-PERSONAL
                   MOVE "PERSONAL" TO WS-BANK-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-BANK-NAME
           END-EVALUATE.

      * End-of-run proof of what was credited versus skipped, on
      * the register and on SYSOUT.
       719-PRINT-ACCRUAL-TOTALS.
           MOVE WS-RPT-SEPARATOR TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "PTO ACCRUAL - CONTROL TOTALS".
           DISPLAY "  ACCRUAL MONTH:           " WS-ACCRUAL-PERIOD.
           DISPLAY "  EMPLOYEES READ:          " WS-EMP-READ.
           DISPLAY "  EMPLOYEES CREDITED:      " WS-EMP-ACCRUED.
           DISPLAY "  SKIPPED - TERMINATED:    " WS-SKIP-TERMINATED.
           DISPLAY "  SKIPPED - NOT YET HIRED: " WS-SKIP-NOT-HIRED.
           DISPLAY "  SKIPPED - UNPAID LEAVE:  "
               WS-SKIP-UNPAID-LEAVE.
           DISPLAY "  SKIPPED - ALREADY DONE:  " WS-SKIP-DONE.
           DISPLAY "  NEW BANK RECORDS:        " WS-BANKS-CREATED.
           DISPLAY "  LEDGER WRITE FAILURES:   " WS-BANK-ERRORS.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "EMPLOYEES READ " WS-EMP-READ
               "   CREDITED " WS-EMP-ACCRUED
               "   TERMINATED " WS-SKIP-TERMINATED
               "   NOT YET HIRED " WS-SKIP-NOT-HIRED
               "   UNPAID LEAVE " WS-SKIP-UNPAID-LEAVE
               "   ALREADY DONE " WS-SKIP-DONE
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           MOVE WS-TOT-VAC-CREDIT TO WS-TOT-HOURS-DISP.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "HOURS CREDITED - VACATION " WS-TOT-HOURS-DISP
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           DISPLAY "  VACATION HOURS CREDITED: " WS-TOT-HOURS-DISP.
           MOVE WS-TOT-SICK-CREDIT TO WS-TOT-HOURS-DISP.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "HOURS CREDITED - SICK     " WS-TOT-HOURS-DISP
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           DISPLAY "  SICK HOURS CREDITED:     " WS-TOT-HOURS-DISP.
           MOVE WS-TOT-PERS-CREDIT TO WS-TOT-HOURS-DISP.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "HOURS CREDITED - PERSONAL " WS-TOT-HOURS-DISP
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           DISPLAY "  PERSONAL HOURS CREDITED: " WS-TOT-HOURS-DISP.
           MOVE WS-TOT-FORFEIT TO WS-TOT-HOURS-DISP.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "HOURS FORFEITED AT CAP    " WS-TOT-HOURS-DISP
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           DISPLAY "  HOURS FORFEITED AT CAP:  " WS-TOT-HOURS-DISP.
           DISPLAY SEPARATOR-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.

      * Balance statements: the ledger is keyed EMP-ID + bank, so
      * one START and a sequential read give each employee's banks
      * together. The employee master supplies name and status.
       720-STATEMENT-RUN.
           PERFORM 707-GET-STATEMENT-SCOPE.
           OPEN INPUT PTO-BALANCE-FILE.
           IF WS-PTO-FILE-STATUS NOT = "00"
               DISPLAY "NO PTO BALANCES ON FILE (STATUS "
                   WS-PTO-FILE-STATUS ") - NO STATEMENTS WRITTEN."
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". NO STATEMENTS WRITTEN."
               CLOSE PTO-BALANCE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "../PTO-STATEMENT.RPT" TO WS-PTO-RPT-NAME.
           MOVE "PAID TIME-OFF BALANCE STATEMENT" TO PRH-TITLE.
           MOVE STATEMENT-COLUMN-HEADING TO PTO-COLUMN-HEADING.
           PERFORM 760-OPEN-PTO-REPORT.
           IF WS-PTO-RPT-STATUS = "00"
               MOVE 0 TO WS-STMT-EMP-COUNT
               MOVE 0 TO WS-STMT-LAST-EMP-ID
               MOVE WS-STMT-EMP-ID TO PTO-EMP-ID
               MOVE LOW-VALUES TO PTO-BANK
               MOVE "N" TO WS-PTO-EOF-FLAG
               START PTO-BALANCE-FILE KEY IS >= PTO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PTO-EOF-FLAG
               END-START
               PERFORM 721-STATEMENT-ONE-BALANCE
                   UNTIL WS-PTO-EOF-FLAG = "Y"
               MOVE SPACES TO WS-RPT-WORK-LINE
               PERFORM 763-WRITE-PTO-REPORT-LINE
               MOVE SPACES TO WS-RPT-WORK-LINE
               STRING WS-STMT-EMP-COUNT " EMPLOYEE STATEMENT(S)."
                   DELIMITED BY SIZE
                   INTO WS-RPT-WORK-LINE
               END-STRING
               PERFORM 763-WRITE-PTO-REPORT-LINE
               MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE
               PERFORM 763-WRITE-PTO-REPORT-LINE
               PERFORM 761-CLOSE-PTO-REPORT
               IF WS-STMT-EMP-ID NOT = 0 AND WS-STMT-EMP-COUNT = 0
                   DISPLAY "NO PTO BALANCES ON FILE FOR EMPLOYEE "
                       WS-STMT-EMP-ID "."
               END-IF
           END-IF.
           CLOSE EMPLOYEES-FILE.
           CLOSE PTO-BALANCE-FILE.

       721-STATEMENT-ONE-BALANCE.
           READ PTO-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTO-EOF-FLAG
           END-READ.
           IF WS-PTO-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STMT-EMP-ID NOT = 0 AND
               PTO-EMP-ID NOT = WS-STMT-EMP-ID
               MOVE "Y" TO WS-PTO-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF PTO-EMP-ID NOT = WS-STMT-LAST-EMP-ID
               PERFORM 722-STATEMENT-EMPLOYEE-HEADER
           END-IF.
           PERFORM 717-SET-BANK-NAME.
           MOVE WS-BANK-NAME TO SBL-BANK.
           MOVE PTO-BALANCE-HOURS TO SBL-BALANCE.
           MOVE PTO-BALANCE-YEAR TO SBL-YEAR.
           MOVE PTO-YTD-ACCRUED TO SBL-ACCRUED.
           MOVE PTO-YTD-TAKEN TO SBL-TAKEN.
           MOVE PTO-YTD-FORFEITED TO SBL-FORFEITED.
           MOVE PTO-LAST-ACCRUAL TO SBL-LAST-ACCRUAL.
           MOVE STATEMENT-BANK-LINE TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.

      * Name, department and status line that opens each
      * employee's statement block.
       722-STATEMENT-EMPLOYEE-HEADER.
           MOVE PTO-EMP-ID TO WS-STMT-LAST-EMP-ID.
           ADD 1 TO WS-STMT-EMP-COUNT.
           MOVE SPACES TO WS-STMT-NAME.
           MOVE PTO-EMP-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO WS-STMT-NAME
                   MOVE SPACES TO WS-STMT-STATUS-NAME
                   MOVE 0 TO EMP-DEP-CODE
                   MOVE "00.0" TO YEAR-OF-SERVICE
               NOT INVALID KEY
                   STRING FUNCTION TRIM(LAST-NAME) ", "
                       FUNCTION TRIM(FIRST-NAME)
                       DELIMITED BY SIZE
                       INTO WS-STMT-NAME
                   END-STRING
                   EVALUATE TRUE
                       WHEN EMP-TERMINATED
                           MOVE "TERMINATED" TO WS-STMT-STATUS-NAME
                       WHEN EMP-ON-LEAVE
                           MOVE "ON LEAVE" TO WS-STMT-STATUS-NAME
                       WHEN OTHER
                           MOVE "ACTIVE" TO WS-STMT-STATUS-NAME
                   END-EVALUATE
           END-READ.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "EMPLOYEE " PTO-EMP-ID "  " WS-STMT-NAME
               "  DEPT " EMP-DEP-CODE
               "  STATUS " WS-STMT-STATUS-NAME
               "  SERVICE " YEAR-OF-SERVICE " YRS"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 763-WRITE-PTO-REPORT-LINE.

      * Accrued-liability report. Terminated employees are left
      * out (their time is settled in the final pay); everyone else
      * with hours on file is valued at SALARY / standard hours and
      * printed under their department, departments in code order,
      * with any employee whose department is not on the master in
      * a closing section of its own.
       730-LIABILITY-RUN.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". REPORT NOT WRITTEN."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT PTO-BALANCE-FILE.
           IF WS-PTO-FILE-STATUS = "00"
               MOVE "Y" TO WS-PTO-AVAILABLE
           ELSE
               MOVE "N" TO WS-PTO-AVAILABLE
               DISPLAY "NO PTO BALANCES ON FILE (STATUS "
                   WS-PTO-FILE-STATUS ") - LIABILITY IS ZERO."
           END-IF.
           PERFORM 733-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-LIAB-COUNT.
           MOVE "N" TO EOF-FLAG.
           PERFORM 731-LOAD-ONE-LIABILITY UNTIL EOF-FLAG = "Y".
           CLOSE EMPLOYEES-FILE.
           IF WS-PTO-AVAILABLE = "Y"
               CLOSE PTO-BALANCE-FILE
           END-IF.
           MOVE "../PTO-LIABILITY.RPT" TO WS-PTO-RPT-NAME.
           MOVE "PTO ACCRUED LIABILITY BY DEPARTMENT" TO PRH-TITLE.
           MOVE LIABILITY-COLUMN-HEADING TO PTO-COLUMN-HEADING.
           PERFORM 760-OPEN-PTO-REPORT.
           IF WS-PTO-RPT-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIAB-TRUNC-FLAG = "Y"
               MOVE "*** MORE THAN 3000 EMPLOYEES WITH HOURS - "
                   & "REPORT IS INCOMPLETE ***" TO WS-RPT-WORK-LINE
               PERFORM 763-WRITE-PTO-REPORT-LINE
               DISPLAY "WARNING - LIABILITY TABLE FULL, REPORT IS "
                   "INCOMPLETE."
           END-IF.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-REF-COUNT
               MOVE DR-CODE(WS-DEPT-IDX) TO WS-LIAB-DEPT
               MOVE DR-NAME(WS-DEPT-IDX) TO WS-LIAB-DEPT-NAME
               PERFORM 735-PRINT-DEPT-SECTION
           END-PERFORM.
           PERFORM 736-PRINT-UNMATCHED-SECTION.
           MOVE WS-RPT-SEPARATOR TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           MOVE SPACES TO LIABILITY-TOTAL-LINE.
           MOVE "COMPANY TOTAL - EMPLOYEES:" TO LTL-LABEL.
           MOVE WS-LIAB-GRAND-COUNT TO LTL-COUNT.
           MOVE WS-LIAB-GRAND-VAC TO LTL-VAC-HRS.
           MOVE WS-LIAB-GRAND-PERS TO LTL-PERS-HRS.
           MOVE WS-LIAB-GRAND-AMOUNT TO LTL-AMOUNT.
           MOVE WS-LIAB-GRAND-SICK TO LTL-SICK-HRS.
           MOVE LIABILITY-TOTAL-LINE TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "HOURLY RATE = ANNUAL SALARY / " WS-ANNUAL-HOURS
               " HOURS. VACATION AND PERSONAL HOURS ARE VALUED; "
               "SICK HOURS ARE NOT PAID OUT AND SHOW AS A MEMO."
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           PERFORM 761-CLOSE-PTO-REPORT.

       731-LOAD-ONE-LIABILITY.
           READ EMPLOYEES-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF EOF-FLAG = "Y" OR EMP-TERMINATED
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIAB-COUNT >= 3000
               MOVE "Y" TO WS-LIAB-TRUNC-FLAG
               MOVE "Y" TO EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LIAB-COUNT.
           MOVE 0 TO LB-VAC-HRS(WS-LIAB-COUNT)
               LB-PERS-HRS(WS-LIAB-COUNT) LB-SICK-HRS(WS-LIAB-COUNT).
           IF WS-PTO-AVAILABLE = "Y"
               MOVE "V" TO WS-BANK-CODE
               PERFORM 732-GET-BANK-HOURS
               MOVE WS-BANK-BALANCE TO LB-VAC-HRS(WS-LIAB-COUNT)
               MOVE "P" TO WS-BANK-CODE
               PERFORM 732-GET-BANK-HOURS
               MOVE WS-BANK-BALANCE TO LB-PERS-HRS(WS-LIAB-COUNT)
               MOVE "S" TO WS-BANK-CODE
               PERFORM 732-GET-BANK-HOURS
               MOVE WS-BANK-BALANCE TO LB-SICK-HRS(WS-LIAB-COUNT)
           END-IF.
      * Nobody with no hours at all earns a line - give the slot
      * back.
           IF LB-VAC-HRS(WS-LIAB-COUNT) = 0 AND
               LB-PERS-HRS(WS-LIAB-COUNT) = 0 AND
               LB-SICK-HRS(WS-LIAB-COUNT) = 0
               SUBTRACT 1 FROM WS-LIAB-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE EMP-ID TO LB-EMP-ID(WS-LIAB-COUNT).
           MOVE EMP-DEP-CODE TO LB-DEPT(WS-LIAB-COUNT).
           MOVE SPACES TO LB-NAME(WS-LIAB-COUNT).
           STRING FUNCTION TRIM(LAST-NAME) ", "
               FUNCTION TRIM(FIRST-NAME)
               DELIMITED BY SIZE
               INTO LB-NAME(WS-LIAB-COUNT)
           END-STRING.
           MOVE EMP-STATUS TO LB-STATUS(WS-LIAB-COUNT).
           MOVE SALARY TO LB-SALARY(WS-LIAB-COUNT).
           COMPUTE LB-RATE(WS-LIAB-COUNT) ROUNDED =
               SALARY / WS-ANNUAL-HOURS.
           COMPUTE LB-AMOUNT(WS-LIAB-COUNT) ROUNDED =
               (LB-VAC-HRS(WS-LIAB-COUNT) +
               LB-PERS-HRS(WS-LIAB-COUNT)) * LB-RATE(WS-LIAB-COUNT).
           MOVE "N" TO LB-PRINTED(WS-LIAB-COUNT).

      * Balance of one bank for the current employee; zero when the
      * employee has no record for it.
       732-GET-BANK-HOURS.
           MOVE EMP-ID TO PTO-EMP-ID.
           MOVE WS-BANK-CODE TO PTO-BANK.
           READ PTO-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO WS-BANK-BALANCE
               NOT INVALID KEY
                   MOVE PTO-BALANCE-HOURS TO WS-BANK-BALANCE
           END-READ.

      * Department names for the section headings, in code order.
       733-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-DEPT-REF-COUNT.
           OPEN INPUT DEPARTMENTS-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "NO DEPARTMENT MASTER FOUND (STATUS "
                   WS-DEPT-FILE-STATUS ") - EVERY EMPLOYEE PRINTS "
                   "UNDER DEPARTMENT NOT ON MASTER."
           ELSE
               MOVE "N" TO WS-DEPT-EOF-FLAG
               PERFORM 734-LOAD-ONE-DEPT
                   UNTIL WS-DEPT-EOF-FLAG = "Y"
               CLOSE DEPARTMENTS-FILE
           END-IF.

       734-LOAD-ONE-DEPT.
           READ DEPARTMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DEPT-EOF-FLAG
               NOT AT END
                   IF WS-DEPT-REF-COUNT < 50
                       ADD 1 TO WS-DEPT-REF-COUNT
                       MOVE DEPT-CODE TO DR-CODE(WS-DEPT-REF-COUNT)
                       MOVE DEPT-NAME TO DR-NAME(WS-DEPT-REF-COUNT)
                   END-IF
           END-READ.

      * One department's section: heading, a line per employee in
      * WS-LIAB-DEPT, and the department subtotal. A department
      * with nobody holding hours prints nothing.
       735-PRINT-DEPT-SECTION.
           PERFORM 737-CLEAR-SECTION-TOTALS.
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
               UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
               IF LB-DEPT(WS-LIAB-IDX) = WS-LIAB-DEPT AND
                   LB-PRINTED(WS-LIAB-IDX) = "N"
                   IF WS-LIAB-SECTION-COUNT = 0
                       MOVE SPACES TO WS-RPT-WORK-LINE
                       PERFORM 763-WRITE-PTO-REPORT-LINE
                       MOVE SPACES TO WS-RPT-WORK-LINE
                       STRING "DEPARTMENT " WS-LIAB-DEPT "  "
                           WS-LIAB-DEPT-NAME
                           DELIMITED BY SIZE
                           INTO WS-RPT-WORK-LINE
                       END-STRING
                       PERFORM 763-WRITE-PTO-REPORT-LINE
                   END-IF
                   PERFORM 738-PRINT-ONE-LIABILITY
               END-IF
           END-PERFORM.
           IF WS-LIAB-SECTION-COUNT > 0
               MOVE "DEPARTMENT TOTAL - EMPLOYEES:" TO LTL-LABEL
               PERFORM 739-PRINT-SECTION-TOTAL
           END-IF.

      * Whatever no department section claimed: employees whose
      * department code is not on the department master.
       736-PRINT-UNMATCHED-SECTION.
           PERFORM 737-CLEAR-SECTION-TOTALS.
           PERFORM VARYING WS-LIAB-IDX FROM 1 BY 1
               UNTIL WS-LIAB-IDX > WS-LIAB-COUNT
               IF LB-PRINTED(WS-LIAB-IDX) = "N"
                   IF WS-LIAB-SECTION-COUNT = 0
                       MOVE SPACES TO WS-RPT-WORK-LINE
                       PERFORM 763-WRITE-PTO-REPORT-LINE
                       MOVE "DEPARTMENT NOT ON MASTER"
                           TO WS-RPT-WORK-LINE
                       PERFORM 763-WRITE-PTO-REPORT-LINE
                   END-IF
                   PERFORM 738-PRINT-ONE-LIABILITY
               END-IF
           END-PERFORM.
           IF WS-LIAB-SECTION-COUNT > 0
               MOVE "UNASSIGNED TOTAL - EMPLOYEES:" TO LTL-LABEL
               PERFORM 739-PRINT-SECTION-TOTAL
           END-IF.

       737-CLEAR-SECTION-TOTALS.
           MOVE 0 TO WS-LIAB-SECTION-COUNT WS-LIAB-SECTION-VAC
               WS-LIAB-SECTION-PERS WS-LIAB-SECTION-SICK
               WS-LIAB-SECTION-AMOUNT.

       738-PRINT-ONE-LIABILITY.
           MOVE LB-EMP-ID(WS-LIAB-IDX) TO LDL-EMP-ID.
           MOVE LB-NAME(WS-LIAB-IDX) TO LDL-NAME.
           MOVE LB-STATUS(WS-LIAB-IDX) TO LDL-STATUS.
           MOVE LB-SALARY(WS-LIAB-IDX) TO LDL-SALARY.
           MOVE LB-RATE(WS-LIAB-IDX) TO LDL-RATE.
           MOVE LB-VAC-HRS(WS-LIAB-IDX) TO LDL-VAC-HRS.
           MOVE LB-PERS-HRS(WS-LIAB-IDX) TO LDL-PERS-HRS.
           MOVE LB-AMOUNT(WS-LIAB-IDX) TO LDL-AMOUNT.
           MOVE LB-SICK-HRS(WS-LIAB-IDX) TO LDL-SICK-HRS.
           MOVE LIABILITY-DETAIL-LINE TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.
           MOVE "Y" TO LB-PRINTED(WS-LIAB-IDX).
           ADD 1 TO WS-LIAB-SECTION-COUNT WS-LIAB-GRAND-COUNT.
           ADD LB-VAC-HRS(WS-LIAB-IDX)
               TO WS-LIAB-SECTION-VAC WS-LIAB-GRAND-VAC.
           ADD LB-PERS-HRS(WS-LIAB-IDX)
               TO WS-LIAB-SECTION-PERS WS-LIAB-GRAND-PERS.
           ADD LB-SICK-HRS(WS-LIAB-IDX)
               TO WS-LIAB-SECTION-SICK WS-LIAB-GRAND-SICK.
           ADD LB-AMOUNT(WS-LIAB-IDX)
               TO WS-LIAB-SECTION-AMOUNT WS-LIAB-GRAND-AMOUNT.

      * The caller sets LTL-LABEL.
       739-PRINT-SECTION-TOTAL.
           MOVE WS-LIAB-SECTION-COUNT TO LTL-COUNT.
           MOVE WS-LIAB-SECTION-VAC TO LTL-VAC-HRS.
           MOVE WS-LIAB-SECTION-PERS TO LTL-PERS-HRS.
           MOVE WS-LIAB-SECTION-AMOUNT TO LTL-AMOUNT.
           MOVE WS-LIAB-SECTION-SICK TO LTL-SICK-HRS.
           MOVE LIABILITY-TOTAL-LINE TO WS-RPT-WORK-LINE.
           PERFORM 763-WRITE-PTO-REPORT-LINE.

      * Shared writer for the three reports. The caller sets
      * WS-PTO-RPT-NAME, PRH-TITLE and the column heading first.
       760-OPEN-PTO-REPORT.
           OPEN OUTPUT PTO-REPORT-FILE.
           IF WS-PTO-RPT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN "
                   FUNCTION TRIM(WS-PTO-RPT-NAME) " - STATUS "
                   WS-PTO-RPT-STATUS ". REPORT NOT WRITTEN."
           ELSE
               ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
               MOVE 0 TO WS-RPT-PAGE-NUM
               MOVE 99 TO WS-RPT-LINE-COUNT
           END-IF.

       761-CLOSE-PTO-REPORT.
           CLOSE PTO-REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-PTO-RPT-NAME) " WRITTEN.".

       762-PTO-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUM.
           MOVE WS-RPT-RUN-DATE TO PRH-RUN-DATE.
           MOVE WS-RPT-PAGE-NUM TO PRH-PAGE-NUM.
           WRITE PTO-REPORT-LINE FROM PTO-PAGE-HEADING.
           WRITE PTO-REPORT-LINE FROM PTO-COLUMN-HEADING.
           WRITE PTO-REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE 3 TO WS-RPT-LINE-COUNT.

       763-WRITE-PTO-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 762-PTO-PAGE-HEADING
           END-IF.
           WRITE PTO-REPORT-LINE FROM WS-RPT-WORK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

      * Takes the single-writer interlock before the accrual
      * touches the ledger; a lock already LOCKED refuses the run.
       780-TAKE-BATCH-LOCK.
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
                               FUNCTION TRIM(LCK-USER) ")."
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
           MOVE "EMPACCRUE" TO LCK-HOLDER.
           MOVE WS-RUN-DATE TO LCK-DATE.
           MOVE WS-RUN-TIME TO LCK-TIME.
           MOVE WS-TERM-USER TO LCK-USER.
           WRITE BATCH-LOCK-RECORD.
           CLOSE BATCH-LOCK-FILE.
           MOVE "Y" TO WS-LOCK-HELD-FLAG.

       781-RELEASE-BATCH-LOCK.
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

       END PROGRAM EMPLOYEE-PTO-ACCRUAL.
