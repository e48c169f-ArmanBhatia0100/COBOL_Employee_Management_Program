      ******************************************************************
      * Author: Arman Bhatia
      * Date: Oct 15, 2026
      * Purpose: Pay-period payroll close and year-end over the
      * year-to-date earnings file (PAYROLL-YTD.DAT). The payroll
      * register in the maintenance program only shows what a
      * period would pay; this run closes a numbered pay period
      * and posts it. Pay periods are calendar months numbered
      * YYYYPP (PP 01-12), the same monthly basis the register and
      * the deduction amounts already use.
      *
      * Modes (first console/SYSIN line):
      *   P = close a pay period (second line: YYYYPP, blank = the
      *       current month). Each employee paid in the period gets
      *       gross (SALARY / 12, prorated by calendar days for a
      *       hire, termination or leave start inside the period),
      *       each deduction by DED-PLAN-CODE, and net posted to the
      *       YTD file. A period already on PAYROLL-REGISTER.DAT is
      *       refused, and periods close in sequence within a year.
      *       Register printed to PAYROLL-PERIOD.RPT.
      *   E = year-end reports only (second line: YYYY, blank =
      *       this year) - annual earnings statements and the
      *       deduction-plan totals, nothing changed. Run it to
      *       check the year before closing.
      *   Y = year-end close: the same two reports, then the year's
      *       YTD records are rolled out to PAYROLL-YTD-YYYY.DAT and
      *       deleted from the live file. Needs period 12 closed;
      *       refused for a year already closed.
      * P and Y update the YTD file and take the batch lock.
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-PAYROLL-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES-FILE ASSIGN TO "../EMPLOYEE-FILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-ID
           ALTERNATE RECORD KEY IS LAST-NAME WITH DUPLICATES
           FILE STATUS IS WS-EMP-FILE-STATUS.

           SELECT DEDUCTIONS-FILE ASSIGN TO "../DEDUCTION-FILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DED-KEY
           FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT PAYROLL-YTD-FILE ASSIGN TO "../PAYROLL-YTD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-KEY
           FILE STATUS IS WS-YTD-FILE-STATUS.

      * One line per period closed and per year closed - what makes
      * a second close of the same period impossible.
           SELECT PAY-REGISTER-FILE
           ASSIGN TO "../PAYROLL-REGISTER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREG-FILE-STATUS.

      * ASSIGN USING: the closed year's history generation is named
      * at run time (PAYROLL-YTD-YYYY.DAT).
           SELECT YTD-HISTORY-FILE ASSIGN USING WS-YTD-HIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT BATCH-LOCK-FILE ASSIGN TO "../BATCH-LOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

      * ASSIGN USING: the period register and the two year-end
      * reports share one print file.
           SELECT PAY-REPORT-FILE ASSIGN USING WS-PAY-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEES-FILE.
           COPY "EMPLOYEE-RECORD.cpy".

       FD DEDUCTIONS-FILE.
           COPY "DEDUCTION-RECORD.cpy".

       FD PAYROLL-YTD-FILE.
           COPY "PAYROLL-YTD-RECORD.cpy".

       FD PAY-REGISTER-FILE.
       01 PAY-REGISTER-RECORD.
      *    P = pay period closed, Y = year closed (period YYYY00).
           05 PRG-TYPE             PIC X(1).
           05 FILLER               PIC X(1).
           05 PRG-PERIOD           PIC 9(6).
           05 FILLER               PIC X(1).
           05 PRG-CLOSED-DATE      PIC 9(8).
           05 FILLER               PIC X(1).
           05 PRG-CLOSED-TIME      PIC 9(8).
           05 FILLER               PIC X(1).
           05 PRG-EMP-COUNT        PIC 9(6).
           05 FILLER               PIC X(1).
           05 PRG-GROSS            PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 PRG-DEDUCTIONS       PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 PRG-NET              PIC 9(11)V99.
           05 FILLER               PIC X(1).
           05 PRG-USER             PIC X(20).

       FD YTD-HISTORY-FILE.
       01 YTD-HISTORY-RECORD       PIC X(86).

       FD BATCH-LOCK-FILE.
           COPY "BATCH-LOCK.cpy".

       FD PAY-REPORT-FILE.
       01 PAY-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-EMP-FILE-STATUS    PIC X(2).
           05 WS-DED-FILE-STATUS    PIC X(2).
           05 WS-YTD-FILE-STATUS    PIC X(2).
           05 WS-PREG-FILE-STATUS   PIC X(2).
           05 WS-HIST-FILE-STATUS   PIC X(2).
           05 WS-LOCK-FILE-STATUS   PIC X(2).
           05 WS-PAY-RPT-STATUS     PIC X(2).

       01 WS-FLAGS.
           05 EOF-FLAG             PIC X(1) VALUE "N".
           05 WS-VALID-FLAG        PIC X(1).
           05 WS-DED-AVAILABLE     PIC X(1).
           05 WS-DED-EOF-FLAG      PIC X(1).
           05 WS-YTD-EOF-FLAG      PIC X(1).
           05 WS-REG-EOF-FLAG      PIC X(1).
           05 WS-YTD-FOUND-FLAG    PIC X(1).
           05 WS-WRITE-OK-FLAG     PIC X(1).
           05 WS-LIMITED-FLAG      PIC X(1).
           05 WS-ROLL-FLAG         PIC X(1).
           05 WS-STMT-OPEN-FLAG    PIC X(1).

       01 WS-MODE                  PIC X(1).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-TIME              PIC 9(8).
       01 WS-TERM-USER             PIC X(20).
       01 WS-LOCK-HELD-FLAG        PIC X(1) VALUE "N".

      * The pay period being closed, and its first and last day.
       01 WS-PERIOD-ALPHA          PIC X(6).
       01 WS-PAY-PERIOD            PIC 9(6).
       01 WS-PAY-PERIOD-R REDEFINES WS-PAY-PERIOD.
           05 WS-PAY-YEAR          PIC 9(4).
           05 WS-PAY-PERIOD-NUM    PIC 9(2).
       01 WS-RUN-PERIOD            PIC 9(6).
       01 WS-PERIOD-START          PIC 9(8).
       01 WS-NEXT-PERIOD-START     PIC 9(8).
       01 WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD-START.
           05 WS-NEXT-YEAR         PIC 9(4).
           05 WS-NEXT-MONTH        PIC 9(2).
           05 WS-NEXT-DAY          PIC 9(2).
       01 WS-PERIOD-START-INT      PIC 9(7).
       01 WS-PERIOD-END-INT        PIC 9(7).
       01 WS-DAYS-IN-PERIOD        PIC 9(2).
       01 WS-WORK-START-INT        PIC 9(7).
       01 WS-WORK-END-INT          PIC 9(7).
       01 WS-DAYS-PAID             PIC S9(7).
       01 WS-PAY-DATE-INT          PIC 9(7).

      * What the register already holds, gathered by 805 before a
      * period or a year is allowed to close.
       01 WS-LAST-CLOSED-PERIOD    PIC 9(6).
       01 WS-YEAR-LAST-PERIOD      PIC 9(6).
       01 WS-PERIOD-DUP-FLAG       PIC X(1).
       01 WS-YEAR-CLOSED-FLAG      PIC X(1).
       01 WS-EXPECTED-PERIOD       PIC 9(6).

      * Year-end: the year reported / closed.
       01 WS-YEAR-ALPHA            PIC X(4).
       01 WS-CLOSE-YEAR            PIC 9(4).

      * One employee's pay for the period.
       01 WS-MONTHLY-PAY           PIC 9(7)V99.
       01 WS-GROSS                 PIC 9(7)V99.
       01 WS-EMP-DED-TOTAL         PIC 9(7)V99.
       01 WS-NET                   PIC 9(7)V99.
       01 WS-DED-THIS-AMOUNT       PIC 9(7)V99.
       01 WS-PAY-NOTE              PIC X(30).
       01 WS-EMP-DED-COUNT         PIC 9(2).
       01 WS-EMP-DED-IDX           PIC 9(2).
       01 WS-EMP-DED-TABLE.
           05 WS-EMP-DED-ENTRY OCCURS 20 TIMES.
               10 ED-PLAN-CODE     PIC X(4).
               10 ED-DESCRIPTION   PIC X(20).
               10 ED-CATEGORY      PIC X(1).
               10 ED-AMOUNT        PIC 9(7)V99.

      * Deduction totals by plan code, kept in plan-code order -
      * the period register's plan summary and the year-end
      * plan-totals report for the carriers.
       01 WS-PLAN-COUNT            PIC 9(2) VALUE 0.
       01 WS-PLAN-TRUNC-FLAG       PIC X(1) VALUE "N".
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 50 TIMES.
               10 PL-CODE          PIC X(4).
               10 PL-DESCRIPTION   PIC X(20).
               10 PL-CATEGORY      PIC X(1).
               10 PL-COUNT         PIC 9(6).
               10 PL-AMOUNT        PIC 9(11)V99.
       01 WS-PLAN-IDX              PIC 9(2).
       01 WS-PLAN-SHIFT-IDX        PIC 9(2).
       01 WS-PLAN-FIND-CODE        PIC X(4).
       01 WS-PLAN-FIND-DESC        PIC X(20).
       01 WS-PLAN-FIND-CAT         PIC X(1).
       01 WS-PLAN-FIND-AMOUNT      PIC 9(9)V99.
       01 WS-CAT-TOTALS.
           05 WS-CAT-BENEFIT       PIC 9(11)V99.
           05 WS-CAT-GARNISH       PIC 9(11)V99.
           05 WS-CAT-RETIRE        PIC 9(11)V99.
           05 WS-CAT-OTHER         PIC 9(11)V99.

      * Run control totals.
       01 WS-PAY-COUNTS.
           05 WS-EMP-READ          PIC 9(6) VALUE 0.
           05 WS-EMP-PAID          PIC 9(6) VALUE 0.
           05 WS-EMP-PRORATED      PIC 9(6) VALUE 0.
           05 WS-SKIP-NOT-HIRED    PIC 9(6) VALUE 0.
           05 WS-SKIP-TERMINATED   PIC 9(6) VALUE 0.
           05 WS-SKIP-ON-LEAVE     PIC 9(6) VALUE 0.
           05 WS-SKIP-POSTED       PIC 9(6) VALUE 0.
           05 WS-POST-ERRORS       PIC 9(6) VALUE 0.
           05 WS-YTD-ROLLED        PIC 9(6) VALUE 0.
           05 WS-YTD-DELETED       PIC 9(6) VALUE 0.
       01 WS-TOT-GROSS             PIC 9(11)V99 VALUE 0.
       01 WS-TOT-DEDUCTIONS        PIC 9(11)V99 VALUE 0.
       01 WS-TOT-NET               PIC 9(11)V99 VALUE 0.
       01 WS-TOT-DISP              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-DISP-2            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-DISP-3            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Year-end statement control: the current employee's summary
      * figures, held until the plan lines under it are printed.
       01 WS-STMT-EMP-ID           PIC 9(6).
       01 WS-STMT-NAME             PIC X(30).
       01 WS-STMT-GROSS            PIC 9(9)V99.
       01 WS-STMT-DEDUCTIONS       PIC 9(9)V99.
       01 WS-STMT-NET              PIC 9(9)V99.
       01 WS-STMT-PERIODS          PIC 9(2).
       01 WS-STMT-EMP-COUNT        PIC 9(6) VALUE 0.
       01 WS-YTD-HIST-NAME         PIC X(40).

      * Print-file support: 132-column pages, heading with run date
      * and page number, column headers on every page.
       01 WS-PAY-RPT-NAME          PIC X(40).
       01 WS-RPT-PAGE-NUM          PIC 9(4).
       01 WS-RPT-LINE-COUNT        PIC 9(2).
       01 WS-RPT-LINES-PER-PAGE    PIC 9(2) VALUE 55.
       01 WS-RPT-RUN-DATE          PIC 9(8).
       01 WS-RPT-WORK-LINE         PIC X(132).
       01 WS-RPT-SEPARATOR         PIC X(132) VALUE ALL "-".

       01 PAY-PAGE-HEADING.
           05 PYH-TITLE            PIC X(40).
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 PYH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "PAGE: ".
           05 PYH-PAGE-NUM         PIC ZZZ9.
           05 FILLER               PIC X(60) VALUE SPACES.
       01 PAY-COLUMN-HEADING       PIC X(132).

       01 PERIOD-COLUMN-HEADING    PIC X(132) VALUE
           "EMP-ID  NAME                        DEPT ST  DAYS       "
           & "  GROSS  DEDUCTIONS         NET  NOTE".
       01 PERIOD-DETAIL-LINE.
           05 PDL-EMP-ID           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-NAME             PIC X(28).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 PDL-DEPT             PIC 9(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-STATUS           PIC X(1).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-DAYS             PIC Z9.
           05 FILLER               PIC X(1) VALUE "/".
           05 PDL-DAYS-IN-PERIOD   PIC 99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 PDL-GROSS            PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-DEDUCTIONS       PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-NET              PIC ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-NOTE             PIC X(30).
           05 FILLER               PIC X(13) VALUE SPACES.

       01 PLAN-COLUMN-HEADING      PIC X(132) VALUE
           "  PLAN  DESCRIPTION          CAT EMPLOYEES          AMOUN"
           & "T".
       01 PLAN-TOTAL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PTL-CODE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PTL-DESCRIPTION      PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PTL-CATEGORY         PIC X(1).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 PTL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 PTL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(74) VALUE SPACES.

       01 STATEMENT-COLUMN-HEADING PIC X(132) VALUE
           "    PLAN  DESCRIPTION                      AMOUNT  NOTE".
       01 STATEMENT-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 ASL-CODE             PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ASL-LABEL            PIC X(24).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ASL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ASL-NOTE             PIC X(30).
           05 FILLER               PIC X(51) VALUE SPACES.

       01 SEPARATOR-LINE           PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       800-RUN-PAYROLL-UTILITY.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "PAYROLL PERIOD CLOSE / YEAR-END UTILITY".
           PERFORM 801-GET-MODE.
           EVALUATE WS-MODE
               WHEN "P"
                   PERFORM 802-GET-PAY-PERIOD
                   PERFORM 880-TAKE-BATCH-LOCK
                   IF WS-LOCK-HELD-FLAG = "Y"
                       PERFORM 810-CLOSE-PAY-PERIOD
                       PERFORM 881-RELEASE-BATCH-LOCK
                   ELSE
                       DISPLAY "RUN REFUSED - NOTHING POSTED."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN "E"
                   PERFORM 803-GET-CLOSE-YEAR
                   MOVE "N" TO WS-ROLL-FLAG
                   PERFORM 840-YEAR-END-RUN
               WHEN "Y"
                   PERFORM 803-GET-CLOSE-YEAR
                   MOVE "Y" TO WS-ROLL-FLAG
                   PERFORM 880-TAKE-BATCH-LOCK
                   IF WS-LOCK-HELD-FLAG = "Y"
                       PERFORM 840-YEAR-END-RUN
                       PERFORM 881-RELEASE-BATCH-LOCK
                   ELSE
                       DISPLAY "RUN REFUSED - YEAR NOT CLOSED."
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           STOP RUN.

       801-GET-MODE.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "MODE? (P=CLOSE PAY PERIOD E=YEAR-END "
                   "REPORTS ONLY Y=YEAR-END CLOSE)"
               ACCEPT WS-MODE
               MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
               IF WS-MODE = "P" OR WS-MODE = "E" OR WS-MODE = "Y"
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   DISPLAY "INVALID MODE - USE P, E OR Y. TRY "
                       "AGAIN."
               END-IF
           END-PERFORM.

      * The period to close: blank takes the current month. A
      * period after the current month is refused - pay is never
      * posted ahead of time.
       802-GET-PAY-PERIOD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "PAY PERIOD TO CLOSE? (YYYYPP, PP 01-12, "
                   "BLANK = THIS MONTH)"
               ACCEPT WS-PERIOD-ALPHA
               EVALUATE TRUE
                   WHEN WS-PERIOD-ALPHA = SPACES
                       MOVE WS-RUN-PERIOD TO WS-PAY-PERIOD
                       MOVE "Y" TO WS-VALID-FLAG
                   WHEN WS-PERIOD-ALPHA IS NOT NUMERIC
                       DISPLAY "INVALID PERIOD - USE YYYYPP. TRY "
                           "AGAIN."
                   WHEN OTHER
                       MOVE WS-PERIOD-ALPHA TO WS-PAY-PERIOD
                       IF WS-PAY-PERIOD-NUM < 1 OR
                           WS-PAY-PERIOD-NUM > 12
                           DISPLAY "INVALID PERIOD - PP MUST BE "
                               "01-12. TRY AGAIN."
                       ELSE
                           IF WS-PAY-PERIOD > WS-RUN-PERIOD
                               DISPLAY "CANNOT CLOSE A FUTURE "
                                   "PERIOD. TRY AGAIN."
                           ELSE
                               MOVE "Y" TO WS-VALID-FLAG
                           END-IF
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * The year to report or close: blank takes this year.
       803-GET-CLOSE-YEAR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "PAY YEAR? (YYYY, BLANK = THIS YEAR)"
               ACCEPT WS-YEAR-ALPHA
               EVALUATE TRUE
                   WHEN WS-YEAR-ALPHA = SPACES
                       MOVE WS-RUN-DATE(1:4) TO WS-CLOSE-YEAR
                       MOVE "Y" TO WS-VALID-FLAG
                   WHEN WS-YEAR-ALPHA IS NOT NUMERIC
                       DISPLAY "INVALID YEAR - USE YYYY. TRY AGAIN."
                   WHEN OTHER
                       MOVE WS-YEAR-ALPHA TO WS-CLOSE-YEAR
                       IF WS-CLOSE-YEAR > WS-RUN-DATE(1:4)
                           DISPLAY "CANNOT CLOSE A FUTURE YEAR. "
                               "TRY AGAIN."
                       ELSE
                           MOVE "Y" TO WS-VALID-FLAG
                       END-IF
               END-EVALUATE
           END-PERFORM.

      * Scans the period register: whether WS-PAY-PERIOD is already
      * closed, the last period closed overall and within
      * WS-CLOSE-YEAR, and whether that year is already closed. A
      * missing register is a first run - nothing closed yet.
       805-SCAN-PAY-REGISTER.
           MOVE "N" TO WS-PERIOD-DUP-FLAG WS-YEAR-CLOSED-FLAG.
           MOVE 0 TO WS-LAST-CLOSED-PERIOD WS-YEAR-LAST-PERIOD.
           OPEN INPUT PAY-REGISTER-FILE.
           IF WS-PREG-FILE-STATUS = "00"
               MOVE "N" TO WS-REG-EOF-FLAG
               PERFORM 806-READ-ONE-REGISTER-LINE
                   UNTIL WS-REG-EOF-FLAG = "Y"
               CLOSE PAY-REGISTER-FILE
           END-IF.

       806-READ-ONE-REGISTER-LINE.
           READ PAY-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REG-EOF-FLAG
               NOT AT END
                   EVALUATE PRG-TYPE
                       WHEN "P"
                           IF PRG-PERIOD = WS-PAY-PERIOD
                               MOVE "Y" TO WS-PERIOD-DUP-FLAG
                           END-IF
                           IF PRG-PERIOD > WS-LAST-CLOSED-PERIOD
                               MOVE PRG-PERIOD
                                   TO WS-LAST-CLOSED-PERIOD
                           END-IF
                           IF PRG-PERIOD(1:4) = WS-CLOSE-YEAR AND
                               PRG-PERIOD > WS-YEAR-LAST-PERIOD
                               MOVE PRG-PERIOD
                                   TO WS-YEAR-LAST-PERIOD
                           END-IF
                       WHEN "Y"
                           IF PRG-PERIOD(1:4) = WS-CLOSE-YEAR
                               MOVE "Y" TO WS-YEAR-CLOSED-FLAG
                           END-IF
                   END-EVALUATE
           END-READ.

      * Appends a closed period (type P) or closed year (type Y) to
      * the register once the posting ran to the end.
       807-RECORD-REGISTER-LINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER".
           IF WS-TERM-USER = SPACES
               MOVE "UNKNOWN" TO WS-TERM-USER
           END-IF.
           OPEN EXTEND PAY-REGISTER-FILE.
           IF WS-PREG-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAY-REGISTER-FILE
           END-IF.
           MOVE SPACES TO PAY-REGISTER-RECORD.
           IF WS-MODE = "Y"
               MOVE "Y" TO PRG-TYPE
               MOVE WS-CLOSE-YEAR TO PRG-PERIOD(1:4)
               MOVE "00" TO PRG-PERIOD(5:2)
               MOVE WS-STMT-EMP-COUNT TO PRG-EMP-COUNT
           ELSE
               MOVE "P" TO PRG-TYPE
               MOVE WS-PAY-PERIOD TO PRG-PERIOD
               MOVE WS-EMP-PAID TO PRG-EMP-COUNT
           END-IF.
           MOVE WS-RUN-DATE TO PRG-CLOSED-DATE.
           MOVE WS-RUN-TIME TO PRG-CLOSED-TIME.
           MOVE WS-TOT-GROSS TO PRG-GROSS.
           MOVE WS-TOT-DEDUCTIONS TO PRG-DEDUCTIONS.
           MOVE WS-TOT-NET TO PRG-NET.
           MOVE WS-TERM-USER TO PRG-USER.
           WRITE PAY-REGISTER-RECORD.
           CLOSE PAY-REGISTER-FILE.

      * First and last day of the pay period as day numbers, for
      * the proration arithmetic.
       808-SET-PERIOD-DATES.
           MOVE WS-PAY-PERIOD TO WS-PERIOD-START(1:6).
           MOVE "01" TO WS-PERIOD-START(7:2).
           MOVE WS-PERIOD-START TO WS-NEXT-PERIOD-START.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START) - 1.
           COMPUTE WS-DAYS-IN-PERIOD =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1.

      * Pay-period close. Refused whole if the period is already
      * on the register, its year is already closed, or it is not
      * the next period after the last one closed in its year.
      * Nothing is posted unless the master, the YTD file and the
      * register print file all open.
       810-CLOSE-PAY-PERIOD.
           MOVE WS-PAY-YEAR TO WS-CLOSE-YEAR.
           PERFORM 805-SCAN-PAY-REGISTER.
           IF WS-PERIOD-DUP-FLAG = "Y"
               DISPLAY "PERIOD " WS-PAY-PERIOD " IS ALREADY CLOSED "
                   "- NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-YEAR-CLOSED-FLAG = "Y"
               DISPLAY "PAY YEAR " WS-PAY-YEAR " HAS BEEN CLOSED - "
                   "NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAY-PERIOD < WS-LAST-CLOSED-PERIOD
               DISPLAY "PERIOD " WS-PAY-PERIOD " IS BEFORE THE LAST "
                   "PERIOD CLOSED (" WS-LAST-CLOSED-PERIOD
                   ") - NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-YEAR-LAST-PERIOD NOT = 0
               COMPUTE WS-EXPECTED-PERIOD = WS-YEAR-LAST-PERIOD + 1
               IF WS-PAY-PERIOD NOT = WS-EXPECTED-PERIOD
                   DISPLAY "PERIODS CLOSE IN SEQUENCE - THE NEXT "
                       "PERIOD TO CLOSE IS " WS-EXPECTED-PERIOD
                       ". NOTHING POSTED."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM 808-SET-PERIOD-DATES.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". NOTHING POSTED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O PAYROLL-YTD-FILE.
           IF WS-YTD-FILE-STATUS = "35"
               OPEN OUTPUT PAYROLL-YTD-FILE
               CLOSE PAYROLL-YTD-FILE
               OPEN I-O PAYROLL-YTD-FILE
           END-IF.
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN PAYROLL-YTD.DAT - STATUS "
                   WS-YTD-FILE-STATUS ". NOTHING POSTED."
               CLOSE EMPLOYEES-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "../PAYROLL-PERIOD.RPT" TO WS-PAY-RPT-NAME.
           MOVE "PAY PERIOD CLOSE REGISTER" TO PYH-TITLE.
           MOVE PERIOD-COLUMN-HEADING TO PAY-COLUMN-HEADING.
           PERFORM 860-OPEN-PAY-REPORT.
           IF WS-PAY-RPT-STATUS NOT = "00"
               CLOSE EMPLOYEES-FILE
               CLOSE PAYROLL-YTD-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DEDUCTIONS-FILE.
           IF WS-DED-FILE-STATUS = "00"
               MOVE "Y" TO WS-DED-AVAILABLE
           ELSE
               MOVE "N" TO WS-DED-AVAILABLE
               DISPLAY "NO DEDUCTION FILE (STATUS "
                   WS-DED-FILE-STATUS ") - NET WILL EQUAL GROSS."
           END-IF.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "PAY PERIOD: " WS-PAY-PERIOD "   FROM "
               WS-PERIOD-START "   DAYS IN PERIOD: "
               WS-DAYS-IN-PERIOD
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE 0 TO WS-PLAN-COUNT.
           MOVE "N" TO EOF-FLAG.
           PERFORM 811-PAY-ONE-EMPLOYEE UNTIL EOF-FLAG = "Y".
           PERFORM 819-PRINT-PERIOD-TOTALS.
           PERFORM 861-CLOSE-PAY-REPORT.
           IF WS-DED-AVAILABLE = "Y"
               CLOSE DEDUCTIONS-FILE
           END-IF.
           CLOSE PAYROLL-YTD-FILE.
           CLOSE EMPLOYEES-FILE.
      * A period with posting failures stays open so the rerun -
      * which skips everything already posted - can finish it.
           IF WS-POST-ERRORS > 0
               DISPLAY "POSTING FAILURES - PERIOD " WS-PAY-PERIOD
                   " LEFT OPEN. CORRECT AND RERUN."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 807-RECORD-REGISTER-LINE
               DISPLAY "PERIOD " WS-PAY-PERIOD " CLOSED."
           END-IF.

      * Works out whether, and for how many days, the employee is
      * paid in the period. Paid days run from the later of the
      * period start and HIRE-DATE to the earlier of the period end,
      * TERM-DATE (terminated) or the day before LEAVE-START-DATE
      * (on leave - leave is unpaid through payroll).
       811-PAY-ONE-EMPLOYEE.
           READ EMPLOYEES-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMP-READ.
           MOVE SPACES TO WS-PAY-NOTE.
           MOVE WS-PERIOD-START-INT TO WS-WORK-START-INT.
           MOVE WS-PERIOD-END-INT TO WS-WORK-END-INT.
           IF HIRE-DATE NOT NUMERIC OR HIRE-DATE = 0
               MOVE WS-PERIOD-START TO HIRE-DATE
           END-IF.
           COMPUTE WS-PAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE(HIRE-DATE).
           IF WS-PAY-DATE-INT > WS-PERIOD-END-INT
               ADD 1 TO WS-SKIP-NOT-HIRED
               EXIT PARAGRAPH
           END-IF.
           IF WS-PAY-DATE-INT > WS-WORK-START-INT
               MOVE WS-PAY-DATE-INT TO WS-WORK-START-INT
               STRING "PRORATED - HIRED " HIRE-DATE
                   DELIMITED BY SIZE
                   INTO WS-PAY-NOTE
               END-STRING
           END-IF.
           EVALUATE TRUE
               WHEN EMP-TERMINATED
                   IF TERM-DATE NOT NUMERIC OR TERM-DATE = 0
                       ADD 1 TO WS-SKIP-TERMINATED
                       EXIT PARAGRAPH
                   END-IF
                   COMPUTE WS-PAY-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(TERM-DATE)
                   IF WS-PAY-DATE-INT < WS-PERIOD-START-INT
                       ADD 1 TO WS-SKIP-TERMINATED
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-PAY-DATE-INT < WS-WORK-END-INT
                       MOVE WS-PAY-DATE-INT TO WS-WORK-END-INT
                       MOVE SPACES TO WS-PAY-NOTE
                       STRING "PRORATED - TERMINATED " TERM-DATE
                           DELIMITED BY SIZE
                           INTO WS-PAY-NOTE
                       END-STRING
                   END-IF
               WHEN EMP-ON-LEAVE
                   IF LEAVE-START-DATE NOT NUMERIC OR
                       LEAVE-START-DATE = 0
                       MOVE WS-PERIOD-START TO LEAVE-START-DATE
                   END-IF
                   COMPUTE WS-PAY-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(LEAVE-START-DATE) - 1
                   IF WS-PAY-DATE-INT < WS-WORK-END-INT
                       MOVE WS-PAY-DATE-INT TO WS-WORK-END-INT
                       MOVE SPACES TO WS-PAY-NOTE
                       STRING "PRORATED - LEAVE FROM "
                           LEAVE-START-DATE
                           DELIMITED BY SIZE
                           INTO WS-PAY-NOTE
                       END-STRING
                   END-IF
           END-EVALUATE.
           COMPUTE WS-DAYS-PAID =
               WS-WORK-END-INT - WS-WORK-START-INT + 1.
           IF WS-DAYS-PAID < 1
               IF EMP-ON-LEAVE
                   ADD 1 TO WS-SKIP-ON-LEAVE
               ELSE
                   ADD 1 TO WS-SKIP-TERMINATED
               END-IF
               EXIT PARAGRAPH
           END-IF.
      * A record part-posted by a failed earlier run of this period
      * is skipped, not paid twice.
           MOVE WS-PAY-YEAR TO YTD-YEAR.
           MOVE EMP-ID TO YTD-EMP-ID.
           MOVE SPACES TO YTD-PLAN-CODE.
           READ PAYROLL-YTD-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND-FLAG
           END-READ.
           IF WS-YTD-FOUND-FLAG = "Y" AND
               YTD-LAST-PERIOD >= WS-PAY-PERIOD
               ADD 1 TO WS-SKIP-POSTED
               EXIT PARAGRAPH
           END-IF.
           PERFORM 812-COMPUTE-PAY.
           PERFORM 815-POST-YTD.
           PERFORM 818-PRINT-PAY-LINE.

      * Gross for the days paid, then the employee's deductions
      * against it: percentages of this period's gross, flat
      * monthly amounts prorated like the gross. Deductions never
      * take net below zero - the plan that would is cut back and
      * the line is flagged.
       812-COMPUTE-PAY.
           COMPUTE WS-MONTHLY-PAY ROUNDED = SALARY / 12.
           IF WS-DAYS-PAID >= WS-DAYS-IN-PERIOD
               MOVE WS-MONTHLY-PAY TO WS-GROSS
           ELSE
               COMPUTE WS-GROSS ROUNDED = WS-MONTHLY-PAY *
                   WS-DAYS-PAID / WS-DAYS-IN-PERIOD
               ADD 1 TO WS-EMP-PRORATED
           END-IF.
           MOVE 0 TO WS-EMP-DED-TOTAL WS-EMP-DED-COUNT.
           MOVE "N" TO WS-LIMITED-FLAG.
           IF WS-DED-AVAILABLE = "Y"
               MOVE EMP-ID TO DED-EMP-ID
               MOVE LOW-VALUES TO DED-PLAN-CODE
               START DEDUCTIONS-FILE KEY IS >= DED-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-DED-EOF-FLAG
                       PERFORM 813-TAKE-ONE-DEDUCTION
                           UNTIL WS-DED-EOF-FLAG = "Y"
               END-START
           END-IF.
           COMPUTE WS-NET = WS-GROSS - WS-EMP-DED-TOTAL.
           IF WS-LIMITED-FLAG = "Y"
               MOVE "DEDUCTIONS LIMITED TO GROSS" TO WS-PAY-NOTE
           END-IF.

       813-TAKE-ONE-DEDUCTION.
           READ DEDUCTIONS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DED-EOF-FLAG
           END-READ.
           IF WS-DED-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF DED-EMP-ID NOT = EMP-ID
               MOVE "Y" TO WS-DED-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF DED-PERCENT
               COMPUTE WS-DED-THIS-AMOUNT ROUNDED =
                   WS-GROSS * DED-AMOUNT / 100
           ELSE
               IF WS-DAYS-PAID >= WS-DAYS-IN-PERIOD
                   MOVE DED-AMOUNT TO WS-DED-THIS-AMOUNT
               ELSE
                   COMPUTE WS-DED-THIS-AMOUNT ROUNDED = DED-AMOUNT *
                       WS-DAYS-PAID / WS-DAYS-IN-PERIOD
               END-IF
           END-IF.
           IF WS-EMP-DED-TOTAL + WS-DED-THIS-AMOUNT > WS-GROSS
               COMPUTE WS-DED-THIS-AMOUNT =
                   WS-GROSS - WS-EMP-DED-TOTAL
               MOVE "Y" TO WS-LIMITED-FLAG
           END-IF.
           IF WS-EMP-DED-COUNT >= 20
               DISPLAY "EMPLOYEE " EMP-ID " HAS MORE THAN 20 PLANS "
                   "- PLAN " DED-PLAN-CODE " NOT TAKEN."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMP-DED-COUNT.
           MOVE DED-PLAN-CODE TO ED-PLAN-CODE(WS-EMP-DED-COUNT).
           MOVE DED-DESCRIPTION TO ED-DESCRIPTION(WS-EMP-DED-COUNT).
           MOVE DED-CATEGORY TO ED-CATEGORY(WS-EMP-DED-COUNT).
           MOVE WS-DED-THIS-AMOUNT TO ED-AMOUNT(WS-EMP-DED-COUNT).
           ADD WS-DED-THIS-AMOUNT TO WS-EMP-DED-TOTAL.

      * Posts the period to the YTD file: one record per plan, then
      * the earnings summary last, so a summary showing the period
      * posted means every plan under it was posted too.
       815-POST-YTD.
           PERFORM VARYING WS-EMP-DED-IDX FROM 1 BY 1
               UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT
               PERFORM 816-POST-ONE-PLAN
           END-PERFORM.
           MOVE WS-PAY-YEAR TO YTD-YEAR.
           MOVE EMP-ID TO YTD-EMP-ID.
           MOVE SPACES TO YTD-PLAN-CODE.
           READ PAYROLL-YTD-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND-FLAG
           END-READ.
           IF WS-YTD-FOUND-FLAG = "N"
               PERFORM 817-START-YTD-RECORD
           END-IF.
           ADD WS-GROSS TO YTD-GROSS.
           ADD WS-EMP-DED-TOTAL TO YTD-DEDUCTIONS.
           ADD WS-NET TO YTD-NET.
           ADD 1 TO YTD-PERIODS-PAID.
           MOVE WS-PAY-PERIOD TO YTD-LAST-PERIOD.
           PERFORM 814-WRITE-YTD-RECORD.
           IF WS-WRITE-OK-FLAG = "Y"
               ADD 1 TO WS-EMP-PAID
               ADD WS-GROSS TO WS-TOT-GROSS
               ADD WS-EMP-DED-TOTAL TO WS-TOT-DEDUCTIONS
               ADD WS-NET TO WS-TOT-NET
           ELSE
               MOVE "*** YTD POSTING FAILED ***" TO WS-PAY-NOTE
           END-IF.

       816-POST-ONE-PLAN.
           MOVE WS-PAY-YEAR TO YTD-YEAR.
           MOVE EMP-ID TO YTD-EMP-ID.
           MOVE ED-PLAN-CODE(WS-EMP-DED-IDX) TO YTD-PLAN-CODE.
           READ PAYROLL-YTD-FILE
               INVALID KEY
                   MOVE "N" TO WS-YTD-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND-FLAG
           END-READ.
           IF WS-YTD-FOUND-FLAG = "N"
               PERFORM 817-START-YTD-RECORD
           END-IF.
           IF YTD-LAST-PERIOD < WS-PAY-PERIOD
               MOVE ED-DESCRIPTION(WS-EMP-DED-IDX) TO YTD-DESCRIPTION
               MOVE ED-CATEGORY(WS-EMP-DED-IDX) TO YTD-CATEGORY
               ADD ED-AMOUNT(WS-EMP-DED-IDX) TO YTD-DEDUCTIONS
               ADD 1 TO YTD-PERIODS-PAID
               MOVE WS-PAY-PERIOD TO YTD-LAST-PERIOD
               PERFORM 814-WRITE-YTD-RECORD
           END-IF.
           MOVE ED-PLAN-CODE(WS-EMP-DED-IDX) TO WS-PLAN-FIND-CODE.
           MOVE ED-DESCRIPTION(WS-EMP-DED-IDX) TO WS-PLAN-FIND-DESC.
           MOVE ED-CATEGORY(WS-EMP-DED-IDX) TO WS-PLAN-FIND-CAT.
           MOVE ED-AMOUNT(WS-EMP-DED-IDX) TO WS-PLAN-FIND-AMOUNT.
           PERFORM 830-ACCUMULATE-PLAN.

      * Fresh YTD record for the key already in YTD-KEY.
       817-START-YTD-RECORD.
           MOVE SPACES TO YTD-DESCRIPTION YTD-CATEGORY.
           MOVE 0 TO YTD-GROSS YTD-DEDUCTIONS YTD-NET
               YTD-PERIODS-PAID YTD-LAST-PERIOD.

      * WRITE or REWRITE per WS-YTD-FOUND-FLAG; a failure counts
      * against the run and keeps the period open.
       814-WRITE-YTD-RECORD.
           IF WS-YTD-FOUND-FLAG = "Y"
               REWRITE PAYROLL-YTD-INFO
                   INVALID KEY
                       MOVE "N" TO WS-WRITE-OK-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITE-OK-FLAG
               END-REWRITE
           ELSE
               WRITE PAYROLL-YTD-INFO
                   INVALID KEY
                       MOVE "N" TO WS-WRITE-OK-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WRITE-OK-FLAG
               END-WRITE
           END-IF.
           IF WS-WRITE-OK-FLAG = "N"
               DISPLAY "YTD POSTING FAILED FOR EMPLOYEE " EMP-ID
                   " PLAN '" YTD-PLAN-CODE "' - STATUS "
                   WS-YTD-FILE-STATUS "."
               ADD 1 TO WS-POST-ERRORS
           END-IF.

       818-PRINT-PAY-LINE.
           MOVE SPACES TO PERIOD-DETAIL-LINE.
           MOVE EMP-ID TO PDL-EMP-ID.
           STRING FUNCTION TRIM(LAST-NAME) ", "
               FUNCTION TRIM(FIRST-NAME)
               DELIMITED BY SIZE
               INTO PDL-NAME
           END-STRING.
           MOVE EMP-DEP-CODE TO PDL-DEPT.
           MOVE EMP-STATUS TO PDL-STATUS.
           MOVE WS-DAYS-PAID TO PDL-DAYS.
           MOVE "/" TO PERIOD-DETAIL-LINE(48:1).
           MOVE WS-DAYS-IN-PERIOD TO PDL-DAYS-IN-PERIOD.
           MOVE WS-GROSS TO PDL-GROSS.
           MOVE WS-EMP-DED-TOTAL TO PDL-DEDUCTIONS.
           MOVE WS-NET TO PDL-NET.
           MOVE WS-PAY-NOTE TO PDL-NOTE.
           MOVE PERIOD-DETAIL-LINE TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.

      * Period totals and the deductions by plan, on the register
      * and on SYSOUT.
       819-PRINT-PERIOD-TOTALS.
           MOVE WS-RPT-SEPARATOR TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE WS-TOT-GROSS TO WS-TOT-DISP.
           MOVE WS-TOT-DEDUCTIONS TO WS-TOT-DISP-2.
           MOVE WS-TOT-NET TO WS-TOT-DISP-3.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "EMPLOYEES PAID " WS-EMP-PAID
               "   GROSS " WS-TOT-DISP
               "   DEDUCTIONS " WS-TOT-DISP-2
               "   NET " WS-TOT-DISP-3
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "PRORATED " WS-EMP-PRORATED
               "   NOT YET HIRED " WS-SKIP-NOT-HIRED
               "   TERMINATED " WS-SKIP-TERMINATED
               "   ON LEAVE ALL PERIOD " WS-SKIP-ON-LEAVE
               "   ALREADY POSTED " WS-SKIP-POSTED
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           PERFORM 833-PRINT-PLAN-TABLE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "PAY PERIOD CLOSE - CONTROL TOTALS".
           DISPLAY "  PAY PERIOD:              " WS-PAY-PERIOD.
           DISPLAY "  EMPLOYEES READ:          " WS-EMP-READ.
           DISPLAY "  EMPLOYEES PAID:          " WS-EMP-PAID.
           DISPLAY "  PRORATED:                " WS-EMP-PRORATED.
           DISPLAY "  SKIPPED - NOT YET HIRED: " WS-SKIP-NOT-HIRED.
           DISPLAY "  SKIPPED - TERMINATED:    " WS-SKIP-TERMINATED.
           DISPLAY "  SKIPPED - ON LEAVE:      " WS-SKIP-ON-LEAVE.
           DISPLAY "  SKIPPED - ALREADY POSTED:" WS-SKIP-POSTED.
           DISPLAY "  POSTING FAILURES:        " WS-POST-ERRORS.
           DISPLAY "  GROSS:      " WS-TOT-DISP.
           DISPLAY "  DEDUCTIONS: " WS-TOT-DISP-2.
           DISPLAY "  NET:        " WS-TOT-DISP-3.
           DISPLAY SEPARATOR-LINE.

      * Find-or-insert WS-PLAN-FIND-CODE in the plan table, kept in
      * plan-code order so the reports need no sort.
       830-ACCUMULATE-PLAN.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               OR PL-CODE(WS-PLAN-IDX) >= WS-PLAN-FIND-CODE
               CONTINUE
           END-PERFORM.
           IF WS-PLAN-IDX <= WS-PLAN-COUNT
               IF PL-CODE(WS-PLAN-IDX) = WS-PLAN-FIND-CODE
                   ADD 1 TO PL-COUNT(WS-PLAN-IDX)
                   ADD WS-PLAN-FIND-AMOUNT TO PL-AMOUNT(WS-PLAN-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-PLAN-COUNT >= 50
               MOVE "Y" TO WS-PLAN-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-PLAN-SHIFT-IDX FROM WS-PLAN-COUNT BY -1
               UNTIL WS-PLAN-SHIFT-IDX < WS-PLAN-IDX
               MOVE WS-PLAN-ENTRY(WS-PLAN-SHIFT-IDX)
                   TO WS-PLAN-ENTRY(WS-PLAN-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-PLAN-COUNT.
           MOVE WS-PLAN-FIND-CODE TO PL-CODE(WS-PLAN-IDX).
           MOVE WS-PLAN-FIND-DESC TO PL-DESCRIPTION(WS-PLAN-IDX).
           MOVE WS-PLAN-FIND-CAT TO PL-CATEGORY(WS-PLAN-IDX).
           MOVE 1 TO PL-COUNT(WS-PLAN-IDX).
           MOVE WS-PLAN-FIND-AMOUNT TO PL-AMOUNT(WS-PLAN-IDX).

      * Plan table with category and grand totals - the carrier
      * reconciliation figures.
       833-PRINT-PLAN-TABLE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE "DEDUCTIONS BY PLAN" TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE PLAN-COLUMN-HEADING TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           IF WS-PLAN-COUNT = 0
               MOVE "  (NO DEDUCTIONS TAKEN)" TO WS-RPT-WORK-LINE
               PERFORM 863-WRITE-PAY-REPORT-LINE
           END-IF.
           MOVE 0 TO WS-CAT-BENEFIT WS-CAT-GARNISH WS-CAT-RETIRE
               WS-CAT-OTHER.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               MOVE SPACES TO PLAN-TOTAL-LINE
               MOVE PL-CODE(WS-PLAN-IDX) TO PTL-CODE
               MOVE PL-DESCRIPTION(WS-PLAN-IDX) TO PTL-DESCRIPTION
               MOVE PL-CATEGORY(WS-PLAN-IDX) TO PTL-CATEGORY
               MOVE PL-COUNT(WS-PLAN-IDX) TO PTL-COUNT
               MOVE PL-AMOUNT(WS-PLAN-IDX) TO PTL-AMOUNT
               MOVE PLAN-TOTAL-LINE TO WS-RPT-WORK-LINE
               PERFORM 863-WRITE-PAY-REPORT-LINE
               EVALUATE PL-CATEGORY(WS-PLAN-IDX)
                   WHEN "B"
                       ADD PL-AMOUNT(WS-PLAN-IDX) TO WS-CAT-BENEFIT
                   WHEN "G"
                       ADD PL-AMOUNT(WS-PLAN-IDX) TO WS-CAT-GARNISH
                   WHEN "R"
                       ADD PL-AMOUNT(WS-PLAN-IDX) TO WS-CAT-RETIRE
                   WHEN OTHER
                       ADD PL-AMOUNT(WS-PLAN-IDX) TO WS-CAT-OTHER
               END-EVALUATE
           END-PERFORM.
           IF WS-PLAN-TRUNC-FLAG = "Y"
               MOVE "*** MORE THAN 50 PLAN CODES - PLAN LIST IS "
                   & "INCOMPLETE ***" TO WS-RPT-WORK-LINE
               PERFORM 863-WRITE-PAY-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE WS-CAT-BENEFIT TO WS-TOT-DISP.
           MOVE WS-CAT-RETIRE TO WS-TOT-DISP-2.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "  BENEFIT (B)     " WS-TOT-DISP
               "   RETIREMENT (R)  " WS-TOT-DISP-2
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE WS-CAT-GARNISH TO WS-TOT-DISP.
           MOVE WS-CAT-OTHER TO WS-TOT-DISP-2.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "  GARNISHMENT (G) " WS-TOT-DISP
               "   OTHER (O)       " WS-TOT-DISP-2
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE WS-TOT-DEDUCTIONS TO WS-TOT-DISP.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "  ALL PLANS       " WS-TOT-DISP
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.

      * Year-end. Reads the year's YTD records in key order (year,
      * employee, summary before plans) for the annual earnings
      * statements, building the plan table as it goes; then
      * prints the plan-totals report from the table. Mode Y then
      * rolls the year out of the live file.
       840-YEAR-END-RUN.
           IF WS-ROLL-FLAG = "Y"
               MOVE 0 TO WS-PAY-PERIOD
               PERFORM 805-SCAN-PAY-REGISTER
               IF WS-YEAR-CLOSED-FLAG = "Y"
                   DISPLAY "PAY YEAR " WS-CLOSE-YEAR " IS ALREADY "
                       "CLOSED - NOTHING DONE."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-YEAR-LAST-PERIOD(5:2) NOT = "12"
                   DISPLAY "PERIOD " WS-CLOSE-YEAR "12 IS NOT "
                       "CLOSED - CLOSE THE LAST PERIOD BEFORE THE "
                       "YEAR. NOTHING DONE."
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN I-O PAYROLL-YTD-FILE
           ELSE
               OPEN INPUT PAYROLL-YTD-FILE
           END-IF.
           IF WS-YTD-FILE-STATUS NOT = "00"
               DISPLAY "NO YTD EARNINGS ON FILE (STATUS "
                   WS-YTD-FILE-STATUS ") - NOTHING TO REPORT."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". NOTHING DONE."
               CLOSE PAYROLL-YTD-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PAY-RPT-NAME.
           STRING "../PAYROLL-ANNUAL-" WS-CLOSE-YEAR ".RPT"
               DELIMITED BY SIZE
               INTO WS-PAY-RPT-NAME
           END-STRING.
           MOVE "ANNUAL EARNINGS STATEMENTS" TO PYH-TITLE.
           MOVE STATEMENT-COLUMN-HEADING TO PAY-COLUMN-HEADING.
           PERFORM 860-OPEN-PAY-REPORT.
           IF WS-PAY-RPT-STATUS NOT = "00"
               CLOSE EMPLOYEES-FILE
               CLOSE PAYROLL-YTD-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "PAY YEAR: " WS-CLOSE-YEAR
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE 0 TO WS-PLAN-COUNT WS-STMT-EMP-COUNT.
           MOVE "N" TO WS-STMT-OPEN-FLAG.
           MOVE WS-CLOSE-YEAR TO YTD-YEAR.
           MOVE 0 TO YTD-EMP-ID.
           MOVE LOW-VALUES TO YTD-PLAN-CODE.
           MOVE "N" TO WS-YTD-EOF-FLAG.
           START PAYROLL-YTD-FILE KEY IS >= YTD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-YTD-EOF-FLAG
           END-START.
           PERFORM 841-STATEMENT-ONE-YTD UNTIL WS-YTD-EOF-FLAG = "Y".
           IF WS-STMT-OPEN-FLAG = "Y"
               PERFORM 843-END-STATEMENT
           END-IF.
           MOVE WS-RPT-SEPARATOR TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING WS-STMT-EMP-COUNT " EARNINGS STATEMENT(S)."
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           PERFORM 861-CLOSE-PAY-REPORT.
           CLOSE EMPLOYEES-FILE.
           PERFORM 845-PRINT-PLAN-TOTALS.
           IF WS-ROLL-FLAG = "Y"
               IF WS-PAY-RPT-STATUS = "00"
                   PERFORM 846-ROLL-YTD-YEAR
               ELSE
                   DISPLAY "PLAN TOTALS NOT WRITTEN - YEAR NOT "
                       "ROLLED."
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE PAYROLL-YTD-FILE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "YEAR-END - CONTROL TOTALS".
           DISPLAY "  PAY YEAR:                " WS-CLOSE-YEAR.
           DISPLAY "  EARNINGS STATEMENTS:     " WS-STMT-EMP-COUNT.
           MOVE WS-TOT-GROSS TO WS-TOT-DISP.
           DISPLAY "  GROSS:      " WS-TOT-DISP.
           MOVE WS-TOT-DEDUCTIONS TO WS-TOT-DISP.
           DISPLAY "  DEDUCTIONS: " WS-TOT-DISP.
           MOVE WS-TOT-NET TO WS-TOT-DISP.
           DISPLAY "  NET:        " WS-TOT-DISP.
           IF WS-ROLL-FLAG = "Y"
               DISPLAY "  YTD RECORDS ROLLED:      " WS-YTD-ROLLED
               DISPLAY "  YTD RECORDS DELETED:     " WS-YTD-DELETED
           END-IF.
           DISPLAY SEPARATOR-LINE.

       841-STATEMENT-ONE-YTD.
           READ PAYROLL-YTD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-YTD-EOF-FLAG
           END-READ.
           IF WS-YTD-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF YTD-YEAR NOT = WS-CLOSE-YEAR
               MOVE "Y" TO WS-YTD-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF YTD-PLAN-CODE = SPACES
               IF WS-STMT-OPEN-FLAG = "Y"
                   PERFORM 843-END-STATEMENT
               END-IF
               PERFORM 842-START-STATEMENT
           ELSE
               MOVE SPACES TO STATEMENT-LINE
               MOVE YTD-PLAN-CODE TO ASL-CODE
               MOVE YTD-DESCRIPTION TO ASL-LABEL
               MOVE YTD-DEDUCTIONS TO ASL-AMOUNT
               STRING "CATEGORY " YTD-CATEGORY "  PERIODS "
                   YTD-PERIODS-PAID
                   DELIMITED BY SIZE
                   INTO ASL-NOTE
               END-STRING
               MOVE STATEMENT-LINE TO WS-RPT-WORK-LINE
               PERFORM 863-WRITE-PAY-REPORT-LINE
               MOVE YTD-PLAN-CODE TO WS-PLAN-FIND-CODE
               MOVE YTD-DESCRIPTION TO WS-PLAN-FIND-DESC
               MOVE YTD-CATEGORY TO WS-PLAN-FIND-CAT
               MOVE YTD-DEDUCTIONS TO WS-PLAN-FIND-AMOUNT
               PERFORM 830-ACCUMULATE-PLAN
           END-IF.

      * Opens one employee's statement from the earnings summary:
      * name line and gross. The summary figures are held for the
      * closing lines after the plans.
       842-START-STATEMENT.
           MOVE "Y" TO WS-STMT-OPEN-FLAG.
           ADD 1 TO WS-STMT-EMP-COUNT.
           MOVE YTD-EMP-ID TO WS-STMT-EMP-ID.
           MOVE YTD-GROSS TO WS-STMT-GROSS.
           MOVE YTD-DEDUCTIONS TO WS-STMT-DEDUCTIONS.
           MOVE YTD-NET TO WS-STMT-NET.
           MOVE YTD-PERIODS-PAID TO WS-STMT-PERIODS.
           ADD YTD-GROSS TO WS-TOT-GROSS.
           ADD YTD-DEDUCTIONS TO WS-TOT-DEDUCTIONS.
           ADD YTD-NET TO WS-TOT-NET.
           MOVE SPACES TO WS-STMT-NAME.
           MOVE YTD-EMP-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO WS-STMT-NAME
                   MOVE 0 TO EMP-DEP-CODE
               NOT INVALID KEY
                   STRING FUNCTION TRIM(LAST-NAME) ", "
                       FUNCTION TRIM(FIRST-NAME)
                       DELIMITED BY SIZE
                       INTO WS-STMT-NAME
                   END-STRING
           END-READ.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "EMPLOYEE " WS-STMT-EMP-ID "  " WS-STMT-NAME
               "  DEPT " EMP-DEP-CODE
               "  PAY YEAR " WS-CLOSE-YEAR
               "  PERIODS PAID " WS-STMT-PERIODS
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "GROSS EARNINGS" TO ASL-LABEL.
           MOVE WS-STMT-GROSS TO ASL-AMOUNT.
           MOVE STATEMENT-LINE TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.

       843-END-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "TOTAL DEDUCTIONS" TO ASL-LABEL.
           MOVE WS-STMT-DEDUCTIONS TO ASL-AMOUNT.
           MOVE STATEMENT-LINE TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE SPACES TO STATEMENT-LINE.
           MOVE "NET PAY" TO ASL-LABEL.
           MOVE WS-STMT-NET TO ASL-AMOUNT.
           MOVE STATEMENT-LINE TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE "N" TO WS-STMT-OPEN-FLAG.

      * Deduction-plan totals for the year, for reconciling to the
      * carriers' annual statements.
       845-PRINT-PLAN-TOTALS.
           MOVE SPACES TO WS-PAY-RPT-NAME.
           STRING "../PAYROLL-PLANS-" WS-CLOSE-YEAR ".RPT"
               DELIMITED BY SIZE
               INTO WS-PAY-RPT-NAME
           END-STRING.
           MOVE "DEDUCTION PLAN TOTALS FOR THE YEAR" TO PYH-TITLE.
           MOVE PLAN-COLUMN-HEADING TO PAY-COLUMN-HEADING.
           PERFORM 860-OPEN-PAY-REPORT.
           IF WS-PAY-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "PAY YEAR: " WS-CLOSE-YEAR
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           PERFORM 833-PRINT-PLAN-TABLE.
           MOVE WS-TOT-GROSS TO WS-TOT-DISP.
           MOVE WS-TOT-NET TO WS-TOT-DISP-2.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "  GROSS EARNINGS  " WS-TOT-DISP
               "   NET PAY         " WS-TOT-DISP-2
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 863-WRITE-PAY-REPORT-LINE.
           PERFORM 861-CLOSE-PAY-REPORT.

      * Rolls the closed year out of the live file: each record is
      * copied to the year's history generation and then deleted.
      * The history is opened EXTEND so a rerun after a failure
      * adds the records that were left, never overwriting the ones
      * already moved. The year goes on the register only when
      * every record went.
       846-ROLL-YTD-YEAR.
           MOVE SPACES TO WS-YTD-HIST-NAME.
           STRING "../PAYROLL-YTD-" WS-CLOSE-YEAR ".DAT"
               DELIMITED BY SIZE
               INTO WS-YTD-HIST-NAME
           END-STRING.
           OPEN EXTEND YTD-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               OPEN OUTPUT YTD-HISTORY-FILE
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN "
                   FUNCTION TRIM(WS-YTD-HIST-NAME) " - STATUS "
                   WS-HIST-FILE-STATUS ". YEAR NOT ROLLED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLOSE-YEAR TO YTD-YEAR.
           MOVE 0 TO YTD-EMP-ID.
           MOVE LOW-VALUES TO YTD-PLAN-CODE.
           MOVE "N" TO WS-YTD-EOF-FLAG.
           START PAYROLL-YTD-FILE KEY IS >= YTD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-YTD-EOF-FLAG
           END-START.
           PERFORM 847-ROLL-ONE-YTD UNTIL WS-YTD-EOF-FLAG = "Y".
           CLOSE YTD-HISTORY-FILE.
           IF WS-YTD-DELETED = WS-YTD-ROLLED
               PERFORM 807-RECORD-REGISTER-LINE
               DISPLAY "PAY YEAR " WS-CLOSE-YEAR " CLOSED - "
                   FUNCTION TRIM(WS-YTD-HIST-NAME) " WRITTEN."
           ELSE
               DISPLAY "NOT EVERY YTD RECORD COULD BE DELETED - "
                   "YEAR LEFT OPEN. CORRECT AND RERUN."
               MOVE 8 TO RETURN-CODE
           END-IF.

       847-ROLL-ONE-YTD.
           READ PAYROLL-YTD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-YTD-EOF-FLAG
           END-READ.
           IF WS-YTD-EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF YTD-YEAR NOT = WS-CLOSE-YEAR
               MOVE "Y" TO WS-YTD-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE PAYROLL-YTD-INFO TO YTD-HISTORY-RECORD.
           WRITE YTD-HISTORY-RECORD.
           ADD 1 TO WS-YTD-ROLLED.
           DELETE PAYROLL-YTD-FILE RECORD
               INVALID KEY
                   DISPLAY "YTD DELETE FAILED FOR EMPLOYEE "
                       YTD-EMP-ID " PLAN '" YTD-PLAN-CODE "'."
               NOT INVALID KEY
                   ADD 1 TO WS-YTD-DELETED
           END-DELETE.

      * Shared writer for the three reports. The caller sets
      * WS-PAY-RPT-NAME, PYH-TITLE and the column heading first.
       860-OPEN-PAY-REPORT.
           OPEN OUTPUT PAY-REPORT-FILE.
           IF WS-PAY-RPT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN "
                   FUNCTION TRIM(WS-PAY-RPT-NAME) " - STATUS "
                   WS-PAY-RPT-STATUS ". REPORT NOT WRITTEN."
           ELSE
               ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
               MOVE 0 TO WS-RPT-PAGE-NUM
               MOVE 99 TO WS-RPT-LINE-COUNT
           END-IF.

       861-CLOSE-PAY-REPORT.
           CLOSE PAY-REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-PAY-RPT-NAME) " WRITTEN.".

       862-PAY-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUM.
           MOVE WS-RPT-RUN-DATE TO PYH-RUN-DATE.
           MOVE WS-RPT-PAGE-NUM TO PYH-PAGE-NUM.
           WRITE PAY-REPORT-LINE FROM PAY-PAGE-HEADING.
           WRITE PAY-REPORT-LINE FROM PAY-COLUMN-HEADING.
           WRITE PAY-REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE 3 TO WS-RPT-LINE-COUNT.

       863-WRITE-PAY-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 862-PAY-PAGE-HEADING
           END-IF.
           WRITE PAY-REPORT-LINE FROM WS-RPT-WORK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

      * Takes the single-writer interlock before the YTD file is
      * touched; a lock already LOCKED refuses the run.
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
           MOVE "EMPPAYRL" TO LCK-HOLDER.
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

       END PROGRAM EMPLOYEE-PAYROLL-CLOSE.
