      ******************************************************************
      * Author: Arman Bhatia
      * Date: Oct 15, 2026
      * Purpose: Daily HR tickler over the employee master. Lists
      * the dates coming up in the look-ahead window (today through
      * today plus the window's days) so they are acted on before
      * they go by, not noticed after:
      *   - leave returns already overdue (still on leave past the
      *     LEAVE-RETURN-DATE), however old
      *   - leave returns due in the window
      *   - new hires reaching the end of probation (HIRE-DATE plus
      *     the probation days) in the window
      *   - service anniversaries at milestone years (1, 5, 10 and
      *     every 5 years to 50, counted from HIRE-DATE) in the
      *     window
      * Terminated employees are left out. The report, HR-TICKLER.RPT,
      * groups the items by department, departments in code order,
      * each section headed by the department manager from the
      * department master; anyone whose department is not on the
      * master closes the report in a section of its own.
      * HR-TICKLER.DAT carries the same items one line each, with
      * the manager's EMP-ID, name and e-mail address from the
      * contact master, for the mail job that sends each manager
      * their own lines. Read-only: nothing is updated.
      *
      * Input (console/SYSIN): the look-ahead window in days,
      * 0-365 (blank = 14; 0 = today only).
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYEE-HR-TICKLER.

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

           SELECT CONTACTS-FILE ASSIGN TO "../CONTACT-FILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CON-EMP-ID
           FILE STATUS IS WS-CON-FILE-STATUS.

           SELECT TICKLER-REPORT-FILE ASSIGN TO "../HR-TICKLER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TKR-RPT-STATUS.

           SELECT TICKLER-EXTRACT-FILE ASSIGN TO "../HR-TICKLER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TKX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEES-FILE.
           COPY "EMPLOYEE-RECORD.cpy".

       FD DEPARTMENTS-FILE.
           COPY "DEPARTMENT-RECORD.cpy".

       FD CONTACTS-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD TICKLER-REPORT-FILE.
       01 TICKLER-REPORT-LINE      PIC X(132).

      * One line per tickler item. TKX-DAYS is days from the run
      * date to the due date - negative for an overdue return. A
      * department with no manager on file carries a zero manager
      * id and VACANT; the mail job routes those lines to HR.
       FD TICKLER-EXTRACT-FILE.
       01 TICKLER-EXTRACT-RECORD.
           05 TKX-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 TKX-MANAGER-ID       PIC 9(6).
           05 FILLER               PIC X(1).
           05 TKX-MANAGER-NAME     PIC X(28).
           05 FILLER               PIC X(1).
           05 TKX-MANAGER-EMAIL    PIC X(40).
           05 FILLER               PIC X(1).
           05 TKX-DEPT             PIC 9(3).
           05 FILLER               PIC X(1).
           05 TKX-ITEM-TYPE        PIC X(13).
           05 FILLER               PIC X(1).
           05 TKX-EMP-ID           PIC 9(6).
           05 FILLER               PIC X(1).
           05 TKX-EMP-NAME         PIC X(28).
           05 FILLER               PIC X(1).
           05 TKX-DUE-DATE         PIC 9(8).
           05 FILLER               PIC X(1).
           05 TKX-DAYS             PIC S9(5) SIGN LEADING SEPARATE.
           05 FILLER               PIC X(1).
           05 TKX-DETAIL           PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-EMP-FILE-STATUS    PIC X(2).
           05 WS-DEPT-FILE-STATUS   PIC X(2).
           05 WS-CON-FILE-STATUS    PIC X(2).
           05 WS-TKR-RPT-STATUS     PIC X(2).
           05 WS-TKX-FILE-STATUS    PIC X(2).

       01 WS-FLAGS.
           05 EOF-FLAG             PIC X(1) VALUE "N".
           05 WS-VALID-FLAG        PIC X(1).
           05 WS-DEPT-EOF-FLAG     PIC X(1).
           05 WS-CON-AVAILABLE     PIC X(1).

       01 WS-RUN-DATE              PIC 9(8).
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YEAR          PIC 9(4).
           05 WS-RUN-MMDD          PIC 9(4).
       01 WS-RUN-DATE-INT          PIC 9(7).
       01 WS-WINDOW-END-INT        PIC 9(7).
       01 WS-WINDOW-END-DATE       PIC 9(8).

      * Look-ahead window and the tickler rules.
       01 WS-WINDOW-ALPHA          PIC X(3).
       01 WS-WINDOW-DAYS           PIC 9(3) VALUE 14.
       01 WS-PROBATION-DAYS        PIC 9(3) VALUE 90.
       01 WS-MILESTONE-VALUES.
           05 FILLER               PIC 9(2) VALUE 1.
           05 FILLER               PIC 9(2) VALUE 5.
           05 FILLER               PIC 9(2) VALUE 10.
           05 FILLER               PIC 9(2) VALUE 15.
           05 FILLER               PIC 9(2) VALUE 20.
           05 FILLER               PIC 9(2) VALUE 25.
           05 FILLER               PIC 9(2) VALUE 30.
           05 FILLER               PIC 9(2) VALUE 35.
           05 FILLER               PIC 9(2) VALUE 40.
           05 FILLER               PIC 9(2) VALUE 45.
           05 FILLER               PIC 9(2) VALUE 50.
       01 WS-MILESTONE-TABLE REDEFINES WS-MILESTONE-VALUES.
           05 WS-MILESTONE-YEARS   PIC 9(2) OCCURS 11 TIMES.
       01 WS-MILESTONE-COUNT       PIC 9(2) VALUE 11.
       01 WS-MILESTONE-IDX         PIC 9(2).

      * Date work. A date is only used once it passes the range
      * check, the same check the tenure refresh applies.
       01 WS-DATE-CHECK            PIC 9(8).
       01 WS-DATE-CHECK-R REDEFINES WS-DATE-CHECK.
           05 WS-DC-YEAR           PIC 9(4).
           05 WS-DC-MONTH          PIC 9(2).
           05 WS-DC-DAY            PIC 9(2).
       01 WS-DATE-INT              PIC 9(7).
       01 WS-DUE-DATE              PIC 9(8).
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
           05 WS-DUE-YEAR          PIC 9(4).
           05 WS-DUE-MMDD          PIC 9(4).
       01 WS-DUE-INT               PIC 9(7).
       01 WS-HIRE-INT              PIC 9(7).
       01 WS-SERVICE-YEARS         PIC S9(3).
       01 WS-SERVICE-DISP          PIC Z9.
       01 WS-EMP-NAME              PIC X(28).

      * One item waiting to be added to the table (set by the
      * checks, read by 978-ADD-TICKLER-ITEM).
       01 WS-ITEM-TYPE             PIC 9(1).
       01 WS-ITEM-DETAIL           PIC X(40).

      * Items in print order: type 1 = leave return overdue,
      * 2 = leave return due, 3 = probation ends, 4 = anniversary.
       01 WS-TYPE-NAMES.
           05 FILLER               PIC X(13) VALUE "LEAVE OVERDUE".
           05 FILLER               PIC X(13) VALUE "LEAVE RETURN".
           05 FILLER               PIC X(13) VALUE "PROBATION END".
           05 FILLER               PIC X(13) VALUE "ANNIVERSARY".
       01 WS-TYPE-TABLE REDEFINES WS-TYPE-NAMES.
           05 WS-TYPE-NAME         PIC X(13) OCCURS 4 TIMES.
       01 WS-TYPE-IDX              PIC 9(1).
       01 WS-TYPE-COUNTS.
           05 WS-TYPE-COUNT        PIC 9(6) OCCURS 4 TIMES.

       01 WS-ITEM-LIMIT            PIC 9(4) VALUE 3000.
       01 WS-ITEM-COUNT            PIC 9(4) VALUE 0.
       01 WS-ITEM-TRUNC-FLAG       PIC X(1) VALUE "N".
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 3000 TIMES.
               10 TK-DEPT          PIC 9(3).
               10 TK-TYPE          PIC 9(1).
               10 TK-EMP-ID        PIC 9(6).
               10 TK-NAME          PIC X(28).
               10 TK-DUE-DATE      PIC 9(8).
               10 TK-DAYS          PIC S9(5).
               10 TK-DETAIL        PIC X(40).
               10 TK-PRINTED       PIC X(1).
       01 WS-ITEM-IDX              PIC 9(4).

      * Departments in code order, with the manager looked up once
      * for the section headings and the extract.
       01 WS-DEPT-REF-COUNT        PIC 9(3) VALUE 0.
       01 WS-DEPT-REF-TABLE.
           05 WS-DEPT-REF-ENTRY OCCURS 50 TIMES.
               10 DR-CODE          PIC 9(3).
               10 DR-NAME          PIC X(25).
               10 DR-MGR-ID        PIC 9(6).
               10 DR-MGR-NAME      PIC X(28).
               10 DR-MGR-EMAIL     PIC X(40).
       01 WS-DEPT-IDX              PIC 9(3).

      * The section being printed.
       01 WS-SECT-DEPT             PIC 9(3).
       01 WS-SECT-DEPT-NAME        PIC X(25).
       01 WS-SECT-MGR-ID           PIC 9(6).
       01 WS-SECT-MGR-NAME         PIC X(28).
       01 WS-SECT-MGR-EMAIL        PIC X(40).
       01 WS-SECT-COUNT            PIC 9(6).
       01 WS-SECT-MATCH-ALL        PIC X(1).

      * Run control totals.
       01 WS-EMP-READ              PIC 9(6) VALUE 0.
       01 WS-EMP-SKIP-TERMINATED   PIC 9(6) VALUE 0.
       01 WS-BAD-DATE-COUNT        PIC 9(6) VALUE 0.
       01 WS-EXTRACT-COUNT         PIC 9(6) VALUE 0.

      * Print-file support: 132-column pages, heading with run date
      * and page number, column headers on every page.
       01 WS-RPT-PAGE-NUM          PIC 9(4).
       01 WS-RPT-LINE-COUNT        PIC 9(2).
       01 WS-RPT-LINES-PER-PAGE    PIC 9(2) VALUE 55.
       01 WS-RPT-WORK-LINE         PIC X(132).
       01 WS-RPT-SEPARATOR         PIC X(132) VALUE ALL "-".

       01 TICKLER-PAGE-HEADING.
           05 FILLER               PIC X(40)
               VALUE "DAILY HR TICKLER".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 TPH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "PAGE: ".
           05 TPH-PAGE-NUM         PIC ZZZ9.
           05 FILLER               PIC X(60) VALUE SPACES.
       01 TICKLER-COLUMN-HEADING   PIC X(132) VALUE
           "  EMP-ID  NAME                         ITEM          DUE-D"
           & "ATE    DAYS  DETAIL".
       01 TICKLER-DETAIL-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TDL-EMP-ID           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TDL-NAME             PIC X(28).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TDL-ITEM             PIC X(13).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TDL-DUE-DATE         PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 TDL-DAYS             PIC -ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 TDL-DETAIL           PIC X(40).
           05 FILLER               PIC X(22) VALUE SPACES.

       01 SEPARATOR-LINE           PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
       970-RUN-HR-TICKLER.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "DAILY HR TICKLER".
           PERFORM 971-GET-LOOK-AHEAD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WINDOW-END-INT =
               WS-RUN-DATE-INT + WS-WINDOW-DAYS.
           COMPUTE WS-WINDOW-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-END-INT).
           DISPLAY "WINDOW " WS-RUN-DATE " THROUGH "
               WS-WINDOW-END-DATE " (" WS-WINDOW-DAYS " DAY(S)).".
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". TICKLER NOT WRITTEN."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 972-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-TYPE-COUNT(1) WS-TYPE-COUNT(2)
               WS-TYPE-COUNT(3) WS-TYPE-COUNT(4).
           MOVE "N" TO EOF-FLAG.
           PERFORM 974-SCAN-ONE-EMPLOYEE UNTIL EOF-FLAG = "Y".
           PERFORM 979-FIND-MANAGERS.
           CLOSE EMPLOYEES-FILE.
           PERFORM 990-OPEN-TICKLER-FILES.
           IF WS-TKR-RPT-STATUS NOT = "00" OR
               WS-TKX-FILE-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "LOOK-AHEAD " WS-WINDOW-DAYS " DAY(S): "
               WS-RUN-DATE " THROUGH " WS-WINDOW-END-DATE
               ". PROBATION " WS-PROBATION-DAYS " DAYS FROM HIRE."
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 993-WRITE-TICKLER-LINE.
           IF WS-ITEM-TRUNC-FLAG = "Y"
               MOVE "*** MORE THAN 3000 ITEMS - TICKLER IS "
                   & "INCOMPLETE ***" TO WS-RPT-WORK-LINE
               PERFORM 993-WRITE-TICKLER-LINE
               DISPLAY "WARNING - ITEM TABLE FULL, TICKLER IS "
                   "INCOMPLETE."
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE "N" TO WS-SECT-MATCH-ALL.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-REF-COUNT
               MOVE DR-CODE(WS-DEPT-IDX) TO WS-SECT-DEPT
               MOVE DR-NAME(WS-DEPT-IDX) TO WS-SECT-DEPT-NAME
               MOVE DR-MGR-ID(WS-DEPT-IDX) TO WS-SECT-MGR-ID
               MOVE DR-MGR-NAME(WS-DEPT-IDX) TO WS-SECT-MGR-NAME
               MOVE DR-MGR-EMAIL(WS-DEPT-IDX) TO WS-SECT-MGR-EMAIL
               PERFORM 981-PRINT-DEPT-SECTION
           END-PERFORM.
      * Whatever no department section claimed: employees whose
      * department code is not on the department master.
           MOVE "Y" TO WS-SECT-MATCH-ALL.
           MOVE 0 TO WS-SECT-DEPT WS-SECT-MGR-ID.
           MOVE "DEPARTMENT NOT ON MASTER" TO WS-SECT-DEPT-NAME.
           MOVE "VACANT" TO WS-SECT-MGR-NAME.
           MOVE SPACES TO WS-SECT-MGR-EMAIL.
           PERFORM 981-PRINT-DEPT-SECTION.
           PERFORM 986-PRINT-SUMMARY.
           PERFORM 991-CLOSE-TICKLER-FILES.
           STOP RUN.

       971-GET-LOOK-AHEAD.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "LOOK-AHEAD WINDOW IN DAYS? (0-365, BLANK = "
                   WS-WINDOW-DAYS ")"
               MOVE SPACES TO WS-WINDOW-ALPHA
               ACCEPT WS-WINDOW-ALPHA
               EVALUATE TRUE
                   WHEN WS-WINDOW-ALPHA = SPACES
                       MOVE "Y" TO WS-VALID-FLAG
                   WHEN FUNCTION TEST-NUMVAL(WS-WINDOW-ALPHA) NOT = 0
                       DISPLAY "ENTER A NUMBER OF DAYS. TRY AGAIN."
                   WHEN FUNCTION NUMVAL(WS-WINDOW-ALPHA) < 0
                       OR FUNCTION NUMVAL(WS-WINDOW-ALPHA) > 365
                       DISPLAY "WINDOW MUST BE 0-365 DAYS. TRY "
                           "AGAIN."
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL(WS-WINDOW-ALPHA)
                           TO WS-WINDOW-DAYS
                       MOVE "Y" TO WS-VALID-FLAG
               END-EVALUATE
           END-PERFORM.

      * Department names and managers for the section headings, in
      * code order.
       972-LOAD-DEPT-TABLE.
           MOVE 0 TO WS-DEPT-REF-COUNT.
           OPEN INPUT DEPARTMENTS-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "NO DEPARTMENT MASTER FOUND (STATUS "
                   WS-DEPT-FILE-STATUS ") - EVERY ITEM PRINTS "
                   "UNDER DEPARTMENT NOT ON MASTER."
           ELSE
               MOVE "N" TO WS-DEPT-EOF-FLAG
               PERFORM 973-LOAD-ONE-DEPT
                   UNTIL WS-DEPT-EOF-FLAG = "Y"
               CLOSE DEPARTMENTS-FILE
           END-IF.

      * A manager still held as an old free-text name reads as
      * non-numeric and is treated as vacant.
       973-LOAD-ONE-DEPT.
           READ DEPARTMENTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DEPT-EOF-FLAG
               NOT AT END
                   IF WS-DEPT-REF-COUNT < 50
                       ADD 1 TO WS-DEPT-REF-COUNT
                       MOVE DEPT-CODE TO DR-CODE(WS-DEPT-REF-COUNT)
                       MOVE DEPT-NAME TO DR-NAME(WS-DEPT-REF-COUNT)
                       IF DEPT-MANAGER-ID IS NUMERIC
                           MOVE DEPT-MANAGER-ID
                               TO DR-MGR-ID(WS-DEPT-REF-COUNT)
                       ELSE
                           MOVE 0 TO DR-MGR-ID(WS-DEPT-REF-COUNT)
                       END-IF
                       MOVE "VACANT" TO DR-MGR-NAME(WS-DEPT-REF-COUNT)
                       MOVE SPACES
                           TO DR-MGR-EMAIL(WS-DEPT-REF-COUNT)
                   END-IF
           END-READ.

      * The four checks for one employee. Terminated employees are
      * past every one of them.
       974-SCAN-ONE-EMPLOYEE.
           READ EMPLOYEES-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-EMP-READ.
           IF EMP-TERMINATED
               ADD 1 TO WS-EMP-SKIP-TERMINATED
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-EMP-NAME.
           STRING FUNCTION TRIM(LAST-NAME) ", "
               FUNCTION TRIM(FIRST-NAME)
               DELIMITED BY SIZE
               INTO WS-EMP-NAME
           END-STRING.
           IF EMP-ON-LEAVE
               PERFORM 977-CHECK-LEAVE-RETURN
           END-IF.
           MOVE HIRE-DATE TO WS-DATE-CHECK.
           PERFORM 980-CHECK-DATE.
           IF WS-VALID-FLAG = "N"
               ADD 1 TO WS-BAD-DATE-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-INT TO WS-HIRE-INT.
           PERFORM 976-CHECK-PROBATION.
           PERFORM 975-CHECK-ANNIVERSARY.

      * The next anniversary on or after today: this year's if it
      * has not gone by, else next year's. A 29 February hire has
      * its anniversary on 28 February in other years.
       975-CHECK-ANNIVERSARY.
           MOVE HIRE-DATE TO WS-DUE-DATE.
           MOVE WS-RUN-YEAR TO WS-DUE-YEAR.
           IF WS-DUE-MMDD < WS-RUN-MMDD
               ADD 1 TO WS-DUE-YEAR
           END-IF.
           IF WS-DUE-MMDD = 0229 AND
               (FUNCTION MOD(WS-DUE-YEAR, 4) NOT = 0 OR
                (FUNCTION MOD(WS-DUE-YEAR, 100) = 0 AND
                 FUNCTION MOD(WS-DUE-YEAR, 400) NOT = 0))
               MOVE 0228 TO WS-DUE-MMDD
           END-IF.
           MOVE HIRE-DATE TO WS-DATE-CHECK.
           COMPUTE WS-SERVICE-YEARS = WS-DUE-YEAR - WS-DC-YEAR.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
           IF WS-DUE-INT > WS-WINDOW-END-INT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-MILESTONE-IDX FROM 1 BY 1
               UNTIL WS-MILESTONE-IDX > WS-MILESTONE-COUNT
               IF WS-MILESTONE-YEARS(WS-MILESTONE-IDX) =
                   WS-SERVICE-YEARS
                   MOVE 4 TO WS-ITEM-TYPE
                   MOVE WS-SERVICE-YEARS TO WS-SERVICE-DISP
                   MOVE SPACES TO WS-ITEM-DETAIL
                   STRING FUNCTION TRIM(WS-SERVICE-DISP)
                       "-YEAR SERVICE ANNIVERSARY (HIRED "
                       HIRE-DATE ")"
                       DELIMITED BY SIZE
                       INTO WS-ITEM-DETAIL
                   END-STRING
                   PERFORM 978-ADD-TICKLER-ITEM
               END-IF
           END-PERFORM.

      * End of probation: HIRE-DATE plus the probation days, when
      * that falls in the window.
       976-CHECK-PROBATION.
           COMPUTE WS-DUE-INT = WS-HIRE-INT + WS-PROBATION-DAYS.
           IF WS-DUE-INT < WS-RUN-DATE-INT OR
               WS-DUE-INT > WS-WINDOW-END-INT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE 3 TO WS-ITEM-TYPE.
           MOVE SPACES TO WS-ITEM-DETAIL.
           STRING WS-PROBATION-DAYS "-DAY PROBATION (HIRED "
               HIRE-DATE ")"
               DELIMITED BY SIZE
               INTO WS-ITEM-DETAIL
           END-STRING.
           PERFORM 978-ADD-TICKLER-ITEM.

      * A leave with no expected return date is open-ended and is
      * not tickled; one past its return date is overdue however
      * long ago that was.
       977-CHECK-LEAVE-RETURN.
           IF LEAVE-RETURN-DATE NOT NUMERIC OR LEAVE-RETURN-DATE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE LEAVE-RETURN-DATE TO WS-DATE-CHECK.
           PERFORM 980-CHECK-DATE.
           IF WS-VALID-FLAG = "N"
               ADD 1 TO WS-BAD-DATE-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-INT TO WS-DUE-INT.
           IF WS-DUE-INT > WS-WINDOW-END-INT
               EXIT PARAGRAPH
           END-IF.
           MOVE LEAVE-RETURN-DATE TO WS-DUE-DATE.
           IF WS-DUE-INT < WS-RUN-DATE-INT
               MOVE 1 TO WS-ITEM-TYPE
           ELSE
               MOVE 2 TO WS-ITEM-TYPE
           END-IF.
           MOVE SPACES TO WS-ITEM-DETAIL.
           STRING "LEAVE " LEAVE-TYPE " SINCE " LEAVE-START-DATE
               DELIMITED BY SIZE
               INTO WS-ITEM-DETAIL
           END-STRING.
           PERFORM 978-ADD-TICKLER-ITEM.

      * Adds the current employee's item: the caller has set
      * WS-ITEM-TYPE, WS-ITEM-DETAIL, WS-DUE-DATE and WS-DUE-INT.
       978-ADD-TICKLER-ITEM.
           IF WS-ITEM-COUNT NOT < WS-ITEM-LIMIT
               MOVE "Y" TO WS-ITEM-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           MOVE EMP-DEP-CODE TO TK-DEPT(WS-ITEM-COUNT).
           MOVE WS-ITEM-TYPE TO TK-TYPE(WS-ITEM-COUNT).
           MOVE EMP-ID TO TK-EMP-ID(WS-ITEM-COUNT).
           MOVE WS-EMP-NAME TO TK-NAME(WS-ITEM-COUNT).
           MOVE WS-DUE-DATE TO TK-DUE-DATE(WS-ITEM-COUNT).
           COMPUTE TK-DAYS(WS-ITEM-COUNT) =
               WS-DUE-INT - WS-RUN-DATE-INT.
           MOVE WS-ITEM-DETAIL TO TK-DETAIL(WS-ITEM-COUNT).
           MOVE "N" TO TK-PRINTED(WS-ITEM-COUNT).
           ADD 1 TO WS-TYPE-COUNT(WS-ITEM-TYPE).

      * Manager name from the employee master and e-mail address
      * from the contact master, once per department. A manager id
      * not on the master prints as such rather than as vacant.
       979-FIND-MANAGERS.
           MOVE "N" TO WS-CON-AVAILABLE.
           OPEN INPUT CONTACTS-FILE.
           IF WS-CON-FILE-STATUS = "00"
               MOVE "Y" TO WS-CON-AVAILABLE
           END-IF.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-REF-COUNT
               IF DR-MGR-ID(WS-DEPT-IDX) NOT = 0
                   MOVE DR-MGR-ID(WS-DEPT-IDX) TO EMP-ID
                   READ EMPLOYEES-FILE KEY IS EMP-ID
                       INVALID KEY
                           MOVE "*** NOT ON MASTER ***"
                               TO DR-MGR-NAME(WS-DEPT-IDX)
                       NOT INVALID KEY
                           MOVE SPACES TO DR-MGR-NAME(WS-DEPT-IDX)
                           STRING FUNCTION TRIM(LAST-NAME) ", "
                               FUNCTION TRIM(FIRST-NAME)
                               DELIMITED BY SIZE
                               INTO DR-MGR-NAME(WS-DEPT-IDX)
                           END-STRING
                   END-READ
                   IF WS-CON-AVAILABLE = "Y"
                       MOVE DR-MGR-ID(WS-DEPT-IDX) TO CON-EMP-ID
                       READ CONTACTS-FILE KEY IS CON-EMP-ID
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CON-EMAIL
                                   TO DR-MGR-EMAIL(WS-DEPT-IDX)
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CON-AVAILABLE = "Y"
               CLOSE CONTACTS-FILE
           END-IF.

      * Range check for WS-DATE-CHECK; WS-DATE-INT is its day
      * number when WS-VALID-FLAG comes back Y.
       980-CHECK-DATE.
           MOVE "N" TO WS-VALID-FLAG.
           IF WS-DATE-CHECK NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-DC-YEAR < 1900 OR WS-DC-YEAR > 2099 OR
               WS-DC-MONTH < 1 OR WS-DC-MONTH > 12 OR
               WS-DC-DAY < 1 OR WS-DC-DAY > 31
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK).
           IF WS-DATE-INT > 0
               MOVE "Y" TO WS-VALID-FLAG
           END-IF.

      * One department's section: heading with the manager, the
      * items by type (overdue returns first), and the item count.
      * WS-SECT-MATCH-ALL = Y takes every item not yet printed. A
      * department with nothing due prints nothing.
       981-PRINT-DEPT-SECTION.
           MOVE 0 TO WS-SECT-COUNT.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   IF TK-TYPE(WS-ITEM-IDX) = WS-TYPE-IDX AND
                       TK-PRINTED(WS-ITEM-IDX) = "N" AND
                       (WS-SECT-MATCH-ALL = "Y" OR
                        TK-DEPT(WS-ITEM-IDX) = WS-SECT-DEPT)
                       IF WS-SECT-COUNT = 0
                           PERFORM 982-PRINT-SECTION-HEADING
                       END-IF
                       PERFORM 984-PRINT-ONE-ITEM
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-SECT-COUNT > 0
               MOVE SPACES TO WS-RPT-WORK-LINE
               STRING "  DEPARTMENT ITEMS: " WS-SECT-COUNT
                   DELIMITED BY SIZE
                   INTO WS-RPT-WORK-LINE
               END-STRING
               PERFORM 993-WRITE-TICKLER-LINE
           END-IF.

       982-PRINT-SECTION-HEADING.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 993-WRITE-TICKLER-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           IF WS-SECT-MATCH-ALL = "Y"
               MOVE WS-SECT-DEPT-NAME TO WS-RPT-WORK-LINE
           ELSE
               STRING "DEPARTMENT " WS-SECT-DEPT "  "
                   WS-SECT-DEPT-NAME
                   DELIMITED BY SIZE
                   INTO WS-RPT-WORK-LINE
               END-STRING
           END-IF.
           PERFORM 993-WRITE-TICKLER-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           IF WS-SECT-MGR-ID = 0
               MOVE "  MANAGER: VACANT - ITEMS GO TO HR"
                   TO WS-RPT-WORK-LINE
           ELSE
               STRING "  MANAGER: " WS-SECT-MGR-ID "  "
                   WS-SECT-MGR-NAME "  "
                   WS-SECT-MGR-EMAIL
                   DELIMITED BY SIZE
                   INTO WS-RPT-WORK-LINE
               END-STRING
           END-IF.
           PERFORM 993-WRITE-TICKLER-LINE.

      * Report line and extract line for item WS-ITEM-IDX.
       984-PRINT-ONE-ITEM.
           MOVE TK-EMP-ID(WS-ITEM-IDX) TO TDL-EMP-ID.
           MOVE TK-NAME(WS-ITEM-IDX) TO TDL-NAME.
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO TDL-ITEM.
           MOVE TK-DUE-DATE(WS-ITEM-IDX) TO TDL-DUE-DATE.
           MOVE TK-DAYS(WS-ITEM-IDX) TO TDL-DAYS.
           MOVE TK-DETAIL(WS-ITEM-IDX) TO TDL-DETAIL.
           MOVE TICKLER-DETAIL-LINE TO WS-RPT-WORK-LINE.
           PERFORM 993-WRITE-TICKLER-LINE.
           MOVE "Y" TO TK-PRINTED(WS-ITEM-IDX).
           ADD 1 TO WS-SECT-COUNT.
           PERFORM 985-WRITE-EXTRACT-LINE.

       985-WRITE-EXTRACT-LINE.
           MOVE SPACES TO TICKLER-EXTRACT-RECORD.
           MOVE WS-RUN-DATE TO TKX-RUN-DATE.
           MOVE WS-SECT-MGR-ID TO TKX-MANAGER-ID.
           IF WS-SECT-MGR-ID = 0
               MOVE "VACANT" TO TKX-MANAGER-NAME
           ELSE
               MOVE WS-SECT-MGR-NAME TO TKX-MANAGER-NAME
           END-IF.
           MOVE WS-SECT-MGR-EMAIL TO TKX-MANAGER-EMAIL.
           MOVE TK-DEPT(WS-ITEM-IDX) TO TKX-DEPT.
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO TKX-ITEM-TYPE.
           MOVE TK-EMP-ID(WS-ITEM-IDX) TO TKX-EMP-ID.
           MOVE TK-NAME(WS-ITEM-IDX) TO TKX-EMP-NAME.
           MOVE TK-DUE-DATE(WS-ITEM-IDX) TO TKX-DUE-DATE.
           MOVE TK-DAYS(WS-ITEM-IDX) TO TKX-DAYS.
           MOVE TK-DETAIL(WS-ITEM-IDX) TO TKX-DETAIL.
           WRITE TICKLER-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-COUNT.

       986-PRINT-SUMMARY.
           MOVE WS-RPT-SEPARATOR TO WS-RPT-WORK-LINE.
           PERFORM 993-WRITE-TICKLER-LINE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 4
               MOVE SPACES TO WS-RPT-WORK-LINE
               STRING "  " WS-TYPE-NAME(WS-TYPE-IDX) ": "
                   WS-TYPE-COUNT(WS-TYPE-IDX)
                   DELIMITED BY SIZE
                   INTO WS-RPT-WORK-LINE
               END-STRING
               PERFORM 993-WRITE-TICKLER-LINE
               DISPLAY WS-TYPE-NAME(WS-TYPE-IDX) ": "
                   WS-TYPE-COUNT(WS-TYPE-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "  EMPLOYEES READ: " WS-EMP-READ
               "  TERMINATED (SKIPPED): " WS-EMP-SKIP-TERMINATED
               "  BAD HIRE/RETURN DATES (SKIPPED): "
               WS-BAD-DATE-COUNT
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 993-WRITE-TICKLER-LINE.
           DISPLAY "EMPLOYEES READ: " WS-EMP-READ.
           DISPLAY "EXTRACT LINES:  " WS-EXTRACT-COUNT.
           IF WS-BAD-DATE-COUNT > 0
               DISPLAY "BAD DATES:      " WS-BAD-DATE-COUNT
                   " (RUN THE INTEGRITY AUDIT)"
           END-IF.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 993-WRITE-TICKLER-LINE.

      * Both outputs are replaced each run; neither is written
      * unless both open.
       990-OPEN-TICKLER-FILES.
           OPEN OUTPUT TICKLER-REPORT-FILE.
           IF WS-TKR-RPT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN HR-TICKLER.RPT - STATUS "
                   WS-TKR-RPT-STATUS ". TICKLER NOT WRITTEN."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT TICKLER-EXTRACT-FILE.
           IF WS-TKX-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN HR-TICKLER.DAT - STATUS "
                   WS-TKX-FILE-STATUS ". TICKLER NOT WRITTEN."
               CLOSE TICKLER-REPORT-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RPT-PAGE-NUM.
           MOVE 99 TO WS-RPT-LINE-COUNT.

       991-CLOSE-TICKLER-FILES.
           CLOSE TICKLER-REPORT-FILE.
           CLOSE TICKLER-EXTRACT-FILE.
           DISPLAY "HR-TICKLER.RPT AND HR-TICKLER.DAT WRITTEN.".

       992-TICKLER-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUM.
           MOVE WS-RUN-DATE TO TPH-RUN-DATE.
           MOVE WS-RPT-PAGE-NUM TO TPH-PAGE-NUM.
           WRITE TICKLER-REPORT-LINE FROM TICKLER-PAGE-HEADING.
           WRITE TICKLER-REPORT-LINE FROM TICKLER-COLUMN-HEADING.
           WRITE TICKLER-REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE 3 TO WS-RPT-LINE-COUNT.

       993-WRITE-TICKLER-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 992-TICKLER-PAGE-HEADING
           END-IF.
           WRITE TICKLER-REPORT-LINE FROM WS-RPT-WORK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

       END PROGRAM EMPLOYEE-HR-TICKLER.
