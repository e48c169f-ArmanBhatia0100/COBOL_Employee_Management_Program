           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNREG-FILE-STATUS.

      * Future-dated cards the nightly apply is holding until their
      * effective date (written by EMPTRANS, inquired/cancelled here).
           SELECT PENDING-FILE ASSIGN TO "../EMPTRANS-PENDING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PND-KEY
           ALTERNATE RECORD KEY IS PND-EMP-ID WITH DUPLICATES
           FILE STATUS IS WS-PND-FILE-STATUS.

           SELECT PENDING-REPORT-FILE
           ASSIGN TO "../PENDING-REPORT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PND-RPT-STATUS.

      * ASSIGN USING: the three reporting-line reports share one
      * print file; WS-ORG-RPT-NAME is set to the report chosen.
           SELECT ORG-REPORT-FILE ASSIGN USING WS-ORG-RPT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORG-RPT-STATUS.

      * Paid time-off ledger (accrued by EMPACCRUE; time taken and
      * adjustments are posted here).
           SELECT PTO-BALANCE-FILE ASSIGN TO "../PTO-BALANCE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTO-KEY
           FILE STATUS IS WS-PTO-FILE-STATUS.

      * Pay grade master: grade ranges plus the job-title and
      * employee grade assignments the salary edits resolve through.
           SELECT PAY-GRADE-FILE ASSIGN TO "../PAY-GRADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PGR-KEY
           FILE STATUS IS WS-PGR-FILE-STATUS.

      * Compa-ratio report print file.
           SELECT COMPA-REPORT-FILE ASSIGN TO "../COMPA-RATIO.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CMP-RPT-STATUS.

      * Operator security: the operators and roles behind sign-on,
      * the security trail, and the quarterly user-access listing.
           SELECT OPERATOR-FILE ASSIGN TO "../OPERATOR-SECURITY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPR-KEY
           FILE STATUS IS WS-OPR-FILE-STATUS.

           SELECT SECURITY-LOG-FILE ASSIGN TO "../SECURITY-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SLG-FILE-STATUS.

           SELECT ACCESS-REPORT-FILE ASSIGN TO "../USER-ACCESS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACC-RPT-STATUS.

      * Employee history archive written by the retention purge -
      * read by the archive inquiry, and by a rehire of a purged
      * EMP-ID.
           SELECT EMP-HISTORY-FILE ASSIGN TO "../EMP-HISTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HST-KEY
           FILE STATUS IS WS-HST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEES-FILE.
           05 MCKPT-EFF-DATE       PIC 9(8).
           05 FILLER               PIC X(1).
           05 MCKPT-TITLE          PIC X(25).
           05 FILLER               PIC X(1).
           05 MCKPT-OVR-REASON     PIC X(25).

       FD CONTACTS-FILE.
           COPY "CONTACT-RECORD.cpy".
           05 FILLER               PIC X(1).
           05 SNR-COUNT            PIC 9(6).

       FD PENDING-FILE.
           COPY "PENDING-RECORD.cpy".

       FD PENDING-REPORT-FILE.
       01 PENDING-REPORT-LINE      PIC X(132).

       FD ORG-REPORT-FILE.
       01 ORG-REPORT-LINE          PIC X(132).

       FD PTO-BALANCE-FILE.
           COPY "PTO-BALANCE-RECORD.cpy".

       FD PAY-GRADE-FILE.
           COPY "PAY-GRADE-RECORD.cpy".

       FD COMPA-REPORT-FILE.
       01 COMPA-REPORT-LINE        PIC X(132).

       FD OPERATOR-FILE.
           COPY "OPERATOR-RECORD.cpy".

       FD SECURITY-LOG-FILE.
           COPY "SECURITY-LOG-RECORD.cpy".

       FD ACCESS-REPORT-FILE.
       01 ACCESS-REPORT-LINE       PIC X(132).

       FD EMP-HISTORY-FILE.
           COPY "EMP-HISTORY-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 MY-FIELDS.
           05 EOF-FLAG             PIC X(1) VALUE "N".
           05 WS-SNAP-FILE-STATUS   PIC X(2).
           05 WS-SNAP2-FILE-STATUS  PIC X(2).
           05 WS-SNREG-FILE-STATUS  PIC X(2).
           05 WS-PND-FILE-STATUS    PIC X(2).
           05 WS-PND-RPT-STATUS     PIC X(2).
           05 WS-ORG-RPT-STATUS     PIC X(2).
           05 WS-PTO-FILE-STATUS    PIC X(2).
           05 WS-PGR-FILE-STATUS    PIC X(2).
           05 WS-CMP-RPT-STATUS     PIC X(2).
           05 WS-OPR-FILE-STATUS    PIC X(2).
           05 WS-SLG-FILE-STATUS    PIC X(2).
           05 WS-ACC-RPT-STATUS     PIC X(2).
           05 WS-HST-FILE-STATUS    PIC X(2).

       01 I-EMP-ID-ALPHA           PIC X(6).
       01 I-EMP-DEP-CODE-ALPHA     PIC X(3).
       01 I-TERM-DATE-ALPHA        PIC X(8).
       01 I-LEAVE-START-ALPHA      PIC X(8).
       01 I-LEAVE-RETURN-ALPHA     PIC X(8).
       01 I-EFFECTIVE-DATE-ALPHA   PIC X(8).
       01 I-SUPERVISOR-ID-ALPHA    PIC X(6).

       01 I-EMP-ID                 PIC 9(6).
       01 I-EMP-DEP-CODE           PIC 9(3).
       01 I-LEAVE-TYPE             PIC X(1).
       01 I-LEAVE-START-DATE       PIC 9(8).
       01 I-LEAVE-RETURN-DATE      PIC 9(8).
       01 I-EFFECTIVE-DATE         PIC 9(8).
       01 I-SUPERVISOR-ID          PIC 9(6).

       01 HEADER-LINE              PIC X(80).
       01 SEPARATOR-LINE           PIC X(80) VALUE ALL "-".
           05 WS-DEPT-REF-ENTRY OCCURS 50 TIMES.
               10 DR-CODE          PIC 9(3).
               10 DR-NAME          PIC X(25).
               10 DR-MANAGER-ID    PIC 9(6).
               10 DR-ACTIVE        PIC X(1).
       01 WS-DEPT-IDX              PIC 9(3).
       01 WS-DEPT-FOUND-FLAG       PIC X(1).
       01 WS-DEPT-LOOKUP-CODE      PIC 9(3).
       01 WS-DEPT-LOOKUP-NAME      PIC X(25).

      * Reporting-line edit (185-VALIDATE-SUPERVISOR), shared by the
      * employee panels and the department manager field: set the
      * employee whose line is being keyed (zero for a department
      * manager) and the proposed EMP-ID; a non-blank message comes
      * back when the proposal is refused. The record area is saved
      * and restored around the master reads the edit makes.
       01 WS-SUP-CHECK-EMP-ID      PIC 9(6).
       01 WS-SUP-CHECK-ID          PIC 9(6).
       01 WS-SUP-CHECK-MSG         PIC X(34).
       01 WS-SUP-CHECK-NAME        PIC X(19).
       01 WS-SUP-WALK-ID           PIC 9(6).
       01 WS-SUP-WALK-DEPTH        PIC 9(3).
       01 WS-SUP-WALK-DONE         PIC X(1).
      * No real reporting chain is anywhere near this deep; a walk
      * that reaches it is going round a loop already on file.
       01 WS-SUP-MAX-DEPTH         PIC 9(3) VALUE 99.
       01 WS-SUP-SAVE-REC          PIC X(127).
       01 WS-PANEL-ORIG-SUP-ID     PIC 9(6).
      * Name lookup for 186-FIND-EMPLOYEE-NAME.
       01 WS-NAME-LOOKUP-ID        PIC 9(6).
       01 WS-NAME-LOOKUP-NAME      PIC X(25).
       01 WS-MGR-MASTER-OPEN       PIC X(1) VALUE "N".

      * Department maintenance submenu support.
       01 WS-DEPT-MENU-CHOICE      PIC 9(1).
       01 I-DEPT-NAME              PIC X(25).
       01 I-DEPT-MANAGER-ID        PIC 9(6).

      * Contact / emergency-info maintenance support. The I- fields
      * mirror the prompt chain; on an update a blank answer keeps
           05 RCY-LEAVE-TYPE       PIC X(1).
           05 RCY-LEAVE-START      PIC X(8).
           05 RCY-LEAVE-RETURN     PIC X(8).
           05 RCY-EFFECTIVE-DATE   PIC X(8).
           05 RCY-SUPERVISOR-ID    PIC X(6).
           05 RCY-OVERRIDE-REASON  PIC X(25).
           05 FILLER               PIC X(93).
       01 WS-RCY-CON-CARD REDEFINES WS-RCY-CARD-AREA.
           05 RCC-ACTION           PIC X(1).
           05 RCC-EMP-ID           PIC X(6).
       01 WS-AGE-MATCH-FLAG        PIC X(1).
       01 WS-REJ-AGE-DAYS          PIC S9(5).

      * Pending (future-dated) transaction inquiry / cancel support.
      * One employee's pending cards are loaded into the table below
      * so the clerk can pick one to cancel by its list number; the
      * card image is described through the RCY- card view above.
       01 WS-PND-MENU-CHOICE       PIC 9(1).
       01 WS-PND-EOF-FLAG          PIC X(1).
       01 WS-PND-TRUNC-FLAG        PIC X(1).
       01 WS-PND-COUNT             PIC 9(2) VALUE 0.
       01 WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 30 TIMES.
               10 PT-KEY           PIC X(30).
               10 PT-EFFECTIVE-DATE PIC 9(8).
               10 PT-ACTION        PIC X(1).
               10 PT-HELD-DATE     PIC 9(8).
               10 PT-BATCH-ID      PIC X(8).
               10 PT-CARD          PIC X(136).
       01 WS-PND-IDX               PIC 9(2).
       01 WS-PND-PICK-ALPHA        PIC X(2).
       01 WS-PND-PICK              PIC 9(2).
       01 WS-PND-ACTION-NAME       PIC X(9).
       01 WS-PND-DETAIL            PIC X(55).
       01 WS-PND-RPT-COUNT         PIC 9(6).
       01 WS-PND-RPT-EMP-COUNT     PIC 9(6).
       01 WS-PND-LAST-EMP-ID       PIC 9(6).
       01 WS-PND-NAME              PIC X(25).
       01 WS-PND-MASTER-OPEN       PIC X(1) VALUE "N".

      * Reporting-line reports (org chart, span of control and the
      * supervisor exception list). The master is loaded once into
      * the table below in EMP-ID order, so a supervisor is found by
      * halving the table instead of re-reading the file. The org
      * chart walks the tree depth-first with an explicit stack;
      * each stack entry remembers where its child scan got to.
       01 WS-ORG-MENU-CHOICE       PIC 9(1).
       01 WS-ORG-COUNT             PIC 9(4) VALUE 0.
       01 WS-ORG-TRUNC-FLAG        PIC X(1).
       01 WS-ORG-TABLE.
           05 WS-ORG-ENTRY OCCURS 3000 TIMES.
               10 OT-EMP-ID        PIC 9(6).
               10 OT-SUP-ID        PIC 9(6).
               10 OT-NAME          PIC X(30).
               10 OT-TITLE         PIC X(25).
               10 OT-DEPT          PIC 9(3).
               10 OT-STATUS        PIC X(1).
      * Termination date for a T, expected return for an L.
               10 OT-STATUS-DATE   PIC 9(8).
               10 OT-DIRECT        PIC 9(4).
               10 OT-TOTAL         PIC 9(4).
               10 OT-VISITED       PIC X(1).
       01 WS-ORG-IDX               PIC 9(4).
       01 WS-ORG-IDX-2             PIC 9(4).
       01 WS-ORG-FIND-ID           PIC 9(6).
       01 WS-ORG-FOUND-IDX         PIC 9(4).
       01 WS-ORG-LOW               PIC 9(4).
       01 WS-ORG-HIGH              PIC 9(4).
       01 WS-ORG-MID               PIC 9(4).
       01 WS-ORG-STACK-DEPTH       PIC 9(3).
       01 WS-ORG-STACK.
           05 WS-ORG-STACK-ENTRY OCCURS 99 TIMES.
               10 OS-IDX           PIC 9(4).
               10 OS-SCAN          PIC 9(4).
       01 WS-ORG-CHILD-FOUND       PIC X(1).
       01 WS-ORG-PRINT-IDX         PIC 9(4).
       01 WS-ORG-LEVEL             PIC 9(3).
       01 WS-ORG-MAX-LEVEL         PIC 9(3).
       01 WS-ORG-INDENT            PIC 9(3).
       01 WS-ORG-PTR               PIC 9(3).
       01 WS-ORG-LINE-COUNT        PIC 9(5).
       01 WS-ORG-DEEP-FLAG         PIC X(1).
       01 WS-ORG-WALK-ID           PIC 9(6).
       01 WS-ORG-WALK-DEPTH        PIC 9(3).
       01 WS-ORG-WALK-DONE         PIC X(1).
       01 WS-ORG-MGR-COUNT         PIC 9(5).
       01 WS-ORG-EXC-COUNT         PIC 9(5).
       01 WS-ORG-REASON            PIC X(40).
       01 WS-ORG-STATUS-NAME       PIC X(10).
       01 WS-ORG-RPT-NAME          PIC X(40).
       01 WS-ORG-LEVEL-DISP        PIC Z9.

      * Paid time-off maintenance. The monthly accrual is a batch
      * job (EMPACCRUE); here an operator views the three banks,
      * posts time taken against a bank, and posts signed manual
      * adjustments (corrections, opening balances) with a reason.
       01 WS-PTO-MENU-CHOICE       PIC 9(1).
       01 I-PTO-BANK               PIC X(1).
       01 I-PTO-HOURS-ALPHA        PIC X(8).
       01 I-PTO-HOURS              PIC 9(5)V99.
       01 I-PTO-SIGN               PIC X(1).
       01 I-PTO-REASON             PIC X(25).
       01 WS-PTO-BANK-NAME         PIC X(10).
       01 WS-PTO-BANK-FIELD        PIC X(12).
       01 WS-PTO-FOUND-FLAG        PIC X(1).
       01 WS-PTO-EOF-FLAG          PIC X(1).
       01 WS-PTO-LIST-COUNT        PIC 9(1).
       01 WS-PTO-OLD-HOURS         PIC 9(5)V99.
       01 WS-PTO-HOURS-DISP        PIC ZZ,ZZ9.99.
       01 WS-PTO-HOURS-DISP-2      PIC ZZ,ZZ9.99.
       01 WS-PTO-HOURS-DISP-3      PIC ZZ,ZZ9.99.
       01 WS-PTO-HOURS-DISP-4      PIC ZZ,ZZ9.99.

      * Pay grade support. 124-LOOKUP-PAY-GRADE resolves the grade
      * for WS-GRD-EMP-ID / WS-GRD-TITLE (the employee's own grade
      * first, then the job title's) and 125-CHECK-SALARY-RANGE
      * rates WS-GRD-SALARY against it: O = in range, B = below the
      * minimum, A = above the maximum, N = no grade (not checked).
      * A salary outside the range stands only with a supervisor
      * override reason, which is written to the audit trail.
       01 WS-GRD-MENU-CHOICE       PIC 9(1).
       01 WS-GRD-OPEN-FLAG         PIC X(1) VALUE "N".
       01 WS-GRD-TEMP-OPEN         PIC X(1).
       01 WS-GRD-EMP-ID            PIC 9(6).
       01 WS-GRD-TITLE             PIC X(25).
       01 WS-GRD-SALARY            PIC 9(7)V99.
       01 WS-GRD-CODE              PIC X(4).
       01 WS-GRD-SOURCE            PIC X(9).
       01 WS-GRD-MINIMUM           PIC 9(7)V99.
       01 WS-GRD-MIDPOINT          PIC 9(7)V99.
       01 WS-GRD-MAXIMUM           PIC 9(7)V99.
       01 WS-GRD-RANGE-FLAG        PIC X(1).
       01 WS-GRD-RANGE-TEXT        PIC X(25).
       01 WS-GRD-OVERRIDE-REASON   PIC X(25).
       01 WS-GRD-LIMIT-DISP        PIC Z(6)9.99.
       01 WS-GRD-FOUND-FLAG        PIC X(1).
       01 WS-GRD-EOF-FLAG          PIC X(1).
       01 WS-GRD-LIST-COUNT        PIC 9(4).
       01 WS-GRD-LIST-TYPE         PIC X(1).
       01 WS-GRD-OLD-CODE          PIC X(4).
       01 WS-GRD-AMT-NAME          PIC X(8).
       01 I-GRADE-CODE             PIC X(4).
       01 I-GRADE-DESC             PIC X(20).
       01 I-GRADE-TITLE            PIC X(25).
       01 I-GRADE-AMT-ALPHA        PIC X(12).
       01 I-GRADE-AMOUNT           PIC 9(7)V99.
       01 I-GRADE-MINIMUM          PIC 9(7)V99.
       01 I-GRADE-MIDPOINT         PIC 9(7)V99.
       01 I-GRADE-MAXIMUM          PIC 9(7)V99.
      * Edited copies for DISPLAY.
       01 WS-GRD-DISP-1            PIC Z,ZZZ,ZZ9.99.
       01 WS-GRD-DISP-2            PIC Z,ZZZ,ZZ9.99.
       01 WS-GRD-DISP-3            PIC Z,ZZZ,ZZ9.99.
       01 WS-GRD-DISP-4            PIC Z,ZZZ,ZZ9.99.

      * Compa-ratio report support: the current (non-terminated)
      * workforce in EMP-ID order with each salary rated against
      * its grade, printed by department and then again as the
      * below-minimum and above-maximum exception lists.
       01 WS-CMP-COUNT             PIC 9(4) VALUE 0.
       01 WS-CMP-TRUNC-FLAG        PIC X(1).
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRY OCCURS 3000 TIMES.
               10 CT-DEPT          PIC 9(3).
               10 CT-EMP-ID        PIC 9(6).
               10 CT-NAME          PIC X(30).
               10 CT-GRADE         PIC X(4).
               10 CT-SALARY        PIC 9(7)V99.
               10 CT-MINIMUM       PIC 9(7)V99.
               10 CT-MIDPOINT      PIC 9(7)V99.
               10 CT-MAXIMUM       PIC 9(7)V99.
               10 CT-RATIO         PIC 99V999.
               10 CT-RANGE-FLAG    PIC X(1).
       01 WS-CMP-IDX               PIC 9(4).
      * Section being printed: D = by department (everyone),
      * B = below-minimum list, A = above-maximum list.
       01 WS-CMP-SECTION           PIC X(1).
       01 WS-CMP-FROM-DEPT         PIC 9(4).
       01 WS-CMP-NEXT-DEPT         PIC 9(4).
       01 WS-CMP-DEPT-DONE         PIC X(1).
       01 WS-CMP-DEPT-GRADED       PIC 9(5).
       01 WS-CMP-DEPT-BELOW        PIC 9(5).
       01 WS-CMP-DEPT-ABOVE        PIC 9(5).
       01 WS-CMP-DEPT-RATIO-SUM    PIC 9(7)V999.
       01 WS-CMP-SECT-COUNT        PIC 9(5).
       01 WS-CMP-GRADED            PIC 9(5).
       01 WS-CMP-UNGRADED          PIC 9(5).
       01 WS-CMP-BELOW             PIC 9(5).
       01 WS-CMP-ABOVE             PIC 9(5).
       01 WS-CMP-RATIO-SUM         PIC 9(7)V999.
       01 WS-CMP-AVG-RATIO         PIC 99V999.
       01 WS-CMP-DIFF              PIC 9(7)V99.
       01 WS-CMP-RATIO-DISP        PIC Z9.999.
       01 WS-CMP-COUNT-DISP        PIC ZZZZ9.
       01 WS-CMP-COUNT-DISP-2      PIC ZZZZ9.
       01 WS-CMP-COUNT-DISP-3      PIC ZZZZ9.

      * Single-writer interlock support. WS-LOCK-BUSY-FLAG is set
      * by 180-CHECK-BATCH-LOCK; WS-LOCK-SELF-FLAG marks a lock
      * this session took itself (mass salary change), so its own
           05 SA-LEAVE-TYPE        PIC X(1).
           05 SA-LEAVE-START       PIC X(8).
           05 SA-LEAVE-RETURN      PIC X(8).
           05 SA-SUPERVISOR-ID     PIC X(6).
           05 FILLER               PIC X(23).
       01 WS-SNAP-B-AREA           PIC X(150).
       01 WS-SNAP-B-REC REDEFINES WS-SNAP-B-AREA.
           05 SB-EMP-ID            PIC 9(6).
           05 SB-LEAVE-TYPE        PIC X(1).
           05 SB-LEAVE-START       PIC X(8).
           05 SB-LEAVE-RETURN      PIC X(8).
           05 SB-SUPERVISOR-ID     PIC X(6).
           05 FILLER               PIC X(23).

      * Full-screen data-entry panel support. The PNL- fields back
      * the employee panels, the DPNL- fields the department
           05 PNL-SALARY-WS        PIC X(10).
           05 PNL-TITLE-WS         PIC X(25).
           05 PNL-HIRE-WS          PIC X(8).
           05 PNL-SUP-WS           PIC X(6).
           05 PNL-ACTION-WS        PIC X(1).
           05 PNL-MSG-WS           PIC X(60).
       01 WS-PANEL-ERRORS.
           05 PNL-ERR-YOS          PIC X(34).
           05 PNL-ERR-SALARY       PIC X(34).
           05 PNL-ERR-HIRE         PIC X(34).
           05 PNL-ERR-SUP          PIC X(34).
       01 WS-PANEL-OK-FLAG         PIC X(1).
       01 WS-PANEL-DONE-FLAG       PIC X(1).
       01 WS-PANEL-CANCEL-FLAG     PIC X(1).
       01 WS-DPNL-FIELDS.
           05 DPNL-CODE-WS         PIC X(3).
           05 DPNL-NAME-WS         PIC X(25).
           05 DPNL-MGR-WS          PIC X(6).
           05 DPNL-MGR-NAME-WS     PIC X(19).
           05 DPNL-ACTION-WS       PIC X(1).
           05 DPNL-MSG-WS          PIC X(60).
       01 WS-DPNL-ERRORS.
           05 DPNL-ERR-CODE        PIC X(34).
           05 DPNL-ERR-NAME        PIC X(34).
           05 DPNL-ERR-MGR         PIC X(34).
      * Sign-on and PIN panels. The PIN fields are SECURE - they
      * never echo - and are cleared as soon as they are hashed.
       01 WS-SGN-FIELDS.
           05 SGN-USER-WS          PIC X(8).
           05 SGN-PIN-WS           PIC X(8).
           05 SGN-NEW-PIN-WS       PIC X(8).
           05 SGN-CONFIRM-PIN-WS   PIC X(8).
           05 SGN-MSG-WS           PIC X(60).

       01 MOVE-PAGE-HEADING.
           05 FILLER               PIC X(27) VALUE
           05 MDL-CLOSING          PIC -ZZZZZ9.
           05 FILLER               PIC X(53) VALUE SPACES.

       01 PENDING-PAGE-HEADING.
           05 FILLER               PIC X(40) VALUE
               "PENDING (FUTURE-DATED) TRANSACTIONS".
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 PRH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "PAGE: ".
           05 PRH-PAGE-NUM         PIC ZZZ9.
           05 FILLER               PIC X(60) VALUE SPACES.
       01 PENDING-COLUMN-HEADING.
           05 FILLER               PIC X(132) VALUE
               "EMP-ID  NAME                       ACTION     EFFECTIVE"
               & "  HELD-ON   BATCH     DETAIL".
       01 PENDING-DETAIL-LINE.
           05 PDL-EMP-ID           PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-NAME             PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-ACTION           PIC X(9).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-EFFECTIVE        PIC 9(8).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 PDL-HELD             PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-BATCH            PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 PDL-DETAIL           PIC X(55).

       01 ORG-PAGE-HEADING.
           05 ORH-TITLE            PIC X(40).
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 ORH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "PAGE: ".
           05 ORH-PAGE-NUM         PIC ZZZ9.
           05 FILLER               PIC X(60) VALUE SPACES.
       01 COMPA-PAGE-HEADING.
           05 CRH-TITLE            PIC X(40).
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 CRH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "PAGE: ".
           05 CRH-PAGE-NUM         PIC ZZZ9.
           05 FILLER               PIC X(60) VALUE SPACES.
       01 COMPA-COLUMN-HEADING     PIC X(132).
       01 COMPA-DETAIL-LINE.
           05 CDL-EMP-ID           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CDL-NAME             PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CDL-GRADE            PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CDL-SALARY           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CDL-MINIMUM          PIC Z,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CDL-MIDPOINT         PIC Z,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CDL-MAXIMUM          PIC Z,ZZZ,ZZ9.99
                                   BLANK WHEN ZERO.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CDL-RATIO            PIC Z9.999 BLANK WHEN ZERO.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 CDL-FLAG             PIC X(14).
           05 FILLER               PIC X(7) VALUE SPACES.
       01 COMPA-EXCEPTION-LINE.
           05 CEL-EMP-ID           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CEL-NAME             PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CEL-GRADE            PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CEL-SALARY           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CEL-LIMIT            PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CEL-DIFF             PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 CEL-RATIO            PIC Z9.999.
           05 FILLER               PIC X(38) VALUE SPACES.

       01 ACCESS-PAGE-HEADING.
           05 ARH-TITLE            PIC X(40).
           05 FILLER               PIC X(10) VALUE "RUN DATE: ".
           05 ARH-RUN-DATE         PIC 9(8).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE "PAGE: ".
           05 ARH-PAGE-NUM         PIC ZZZ9.
           05 FILLER               PIC X(60) VALUE SPACES.
       01 ACCESS-COLUMN-HEADING    PIC X(132).
       01 ACCESS-COLUMN-HEADING-2  PIC X(132).
       01 ACCESS-USER-LINE.
           05 AUL-USER-ID          PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-NAME             PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-ROLE             PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-ACTIVE           PIC X(1).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 AUL-CREATED          PIC 9(8) BLANK WHEN ZERO.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-LAST-SIGNON      PIC 9(8) BLANK WHEN ZERO.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-IDLE             PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-SIGNONS          PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-FAILURES         PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-DENIALS          PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-CHANGED-BY       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 AUL-NOTE             PIC X(20).
           05 FILLER               PIC X(3) VALUE SPACES.
       01 ACCESS-ROLE-LINE.
           05 ARL-ROLE             PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ARL-DESCRIPTION      PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ARL-MENU-ACCESS      PIC X(29).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ARL-SALARY           PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ARL-DEDUCTIONS       PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ARL-CONTACT          PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 ARL-USERS            PIC ZZZZ9.
           05 FILLER               PIC X(35) VALUE SPACES.

       01 ORG-COLUMN-HEADING       PIC X(132).
       01 SPAN-DETAIL-LINE.
           05 SDL-EMP-ID           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SDL-NAME             PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SDL-TITLE            PIC X(25).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SDL-DEPT             PIC 9(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SDL-STATUS           PIC X(10).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SDL-DIRECT           PIC ZZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 SDL-TOTAL            PIC ZZZ9.
           05 FILLER               PIC X(35) VALUE SPACES.
       01 ORG-EXCEPTION-LINE.
           05 OEL-EMP-ID           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 OEL-NAME             PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 OEL-DEPT             PIC 9(3).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 OEL-SUP-ID           PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 OEL-SUP-NAME         PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 OEL-REASON           PIC X(40).
           05 FILLER               PIC X(6) VALUE SPACES.

       01 WS-DED-AMOUNT-DISP       PIC ZZ,ZZ9.99.
       01 WS-EMP-DED-DISP          PIC ZZZ,ZZ9.99.
       01 WS-NET-MONTHLY-DISP      PIC -ZZZ,ZZ9.99.
       01 WS-AUDIT-OLD-VALUE       PIC X(25).
       01 WS-AUDIT-NEW-VALUE       PIC X(25).

      * Operator security. The WS-SEC- session fields are set at
      * sign-on from the operator and role records: the menu
      * options the role may run (byte n = option n) and whether
      * SALARY, deduction amounts and CONTACT-INFO are shown. The
      * operator's user id goes on every audit line the session
      * writes. Options 30 (change PIN) and 31 (exit) are open to
      * every role.
       01 WS-SEC-SIGNED-ON         PIC X(1) VALUE "N".
       01 WS-SEC-USER-ID           PIC X(8) VALUE SPACES.
       01 WS-SEC-USER-NAME         PIC X(25).
       01 WS-SEC-ROLE              PIC X(8).
       01 WS-SEC-MENU-ACCESS       PIC X(40).
       01 WS-SEC-SHOW-SALARY       PIC X(1) VALUE "N".
       01 WS-SEC-SHOW-DEDUCTIONS   PIC X(1) VALUE "N".
       01 WS-SEC-SHOW-CONTACT      PIC X(1) VALUE "N".
       01 WS-SEC-OPEN-FLAG         PIC X(1) VALUE "N".
       01 WS-SEC-ATTEMPTS          PIC 9(1).
      * Sign-on attempts per session, and consecutive wrong PINs
      * before the operator is deactivated.
       01 WS-SEC-MAX-ATTEMPTS      PIC 9(1) VALUE 3.
       01 WS-SEC-LOCKOUT-LIMIT     PIC 9(2) VALUE 5.
       01 WS-SEC-MIN-PIN-LENGTH    PIC 9(1) VALUE 4.
       01 WS-SEC-ALLOWED           PIC X(1).
       01 WS-SEC-FOUND-FLAG        PIC X(1).
       01 WS-SEC-EOF-FLAG          PIC X(1).
       01 WS-SEC-PIN-OK            PIC X(1).
       01 WS-SEC-HASH              PIC 9(10).
       01 WS-SEC-HASH-IDX          PIC 9(2).
       01 WS-SEC-HASH-SOURCE.
           05 WS-SEC-HASH-USER     PIC X(8).
           05 WS-SEC-HASH-PIN      PIC X(8).
       01 WS-SEC-PREV-DATE         PIC 9(8).
       01 WS-SEC-PREV-TIME         PIC 9(8).
      * Interface to 135-WRITE-SECURITY-LOG.
       01 WS-SEC-EVENT             PIC X(6).
       01 WS-SEC-LOG-OPERATOR      PIC X(8).
       01 WS-SEC-LOG-ROLE          PIC X(8).
       01 WS-SEC-LOG-OPTION        PIC X(2).
       01 WS-SEC-LOG-TEXT          PIC X(40).
       01 WS-SEC-OPTION-DISP       PIC Z9.
      * Masked copies for display (reject cards, salaries).
       01 WS-SEC-CARD-WORK         PIC X(254).
       01 WS-SEC-MASK              PIC X(12) VALUE ALL "*".
      * Security maintenance (option 29).
       01 WS-SEC-MENU-CHOICE       PIC 9(1).
       01 WS-SEC-TOGGLE            PIC 9(2).
       01 WS-SEC-IDX               PIC 9(2).
       01 WS-SEC-CHANGED-FLAG      PIC X(1).
       01 I-OPR-ID                 PIC X(8).
       01 I-OPR-NAME               PIC X(25).
       01 I-OPR-ROLE               PIC X(8).
       01 I-OPR-FLAG               PIC X(1).
       01 WS-SEC-OLD-ACCESS        PIC X(40).
       01 WS-SEC-OLD-FLAGS         PIC X(3).
       01 WS-SEC-NEW-FLAGS         PIC X(3).
      * Roles written on the first sign-on, so a new installation
      * starts with a working set the administrator then tunes.
      * Access bytes are options 1-29 in menu order.
       01 WS-SEED-ROLE-TABLE.
           05 FILLER               PIC X(8) VALUE "ADMIN".
           05 FILLER               PIC X(25) VALUE
               "SYSTEM ADMINISTRATOR".
           05 FILLER               PIC X(40) VALUE
               "YYYYYYYYYYYYYYYYYYYYYYYYYYYYY".
           05 FILLER               PIC X(3) VALUE "YYY".
           05 FILLER               PIC X(8) VALUE "HRMGR".
           05 FILLER               PIC X(25) VALUE
               "HR MANAGER".
           05 FILLER               PIC X(40) VALUE
               "YYYYYYYYYYYYYYYYYYYYYNYYYYYYN".
           05 FILLER               PIC X(3) VALUE "YYY".
           05 FILLER               PIC X(8) VALUE "HRCLERK".
           05 FILLER               PIC X(25) VALUE
               "HR CLERK".
           05 FILLER               PIC X(40) VALUE
               "YYYYYYYYYYNNNNYYNYYNYNNNYYYNN".
           05 FILLER               PIC X(3) VALUE "NNY".
           05 FILLER               PIC X(8) VALUE "PAYROLL".
           05 FILLER               PIC X(25) VALUE
               "PAYROLL".
           05 FILLER               PIC X(40) VALUE
               "NNNNNNYYYNNYNNYNNNNYNNNNNNYYN".
           05 FILLER               PIC X(3) VALUE "YYN".
           05 FILLER               PIC X(8) VALUE "AUDITOR".
           05 FILLER               PIC X(25) VALUE
               "INTERNAL AUDIT READ-ONLY".
           05 FILLER               PIC X(40) VALUE
               "NNNNNNYYYNNNYNYYNYNNNNYNNYNNN".
           05 FILLER               PIC X(3) VALUE "YYN".
       01 WS-SEED-ROLE-TABLE-R REDEFINES WS-SEED-ROLE-TABLE.
           05 SR-ENTRY OCCURS 5 TIMES.
               10 SR-ROLE          PIC X(8).
               10 SR-DESCRIPTION   PIC X(25).
               10 SR-MENU-ACCESS   PIC X(40).
               10 SR-SHOW-SALARY   PIC X(1).
               10 SR-SHOW-DEDUCTIONS PIC X(1).
               10 SR-SHOW-CONTACT  PIC X(1).
      * Quarterly user-access listing: the operators in id order
      * with their security-log activity over the review period.
       01 WS-ACC-REVIEW-START      PIC 9(8).
       01 WS-ACC-REVIEW-ALPHA      PIC X(8).
       01 WS-ACC-RUN-DATE          PIC 9(8).
       01 WS-ACC-IDLE-DAYS         PIC 9(5).
       01 WS-ACC-DORMANT-DAYS      PIC 9(3) VALUE 90.
       01 WS-ACC-COUNT             PIC 9(3).
       01 WS-ACC-TRUNC-FLAG        PIC X(1).
       01 WS-ACC-IDX               PIC 9(3).
       01 WS-ACC-UNKNOWN-FAILS     PIC 9(5).
       01 WS-ACC-ROLE-COUNT        PIC 9(3).
       01 WS-ACC-ROLE-USERS        PIC 9(3).
       01 WS-ACC-ACTIVE-COUNT      PIC 9(3).
       01 WS-ACC-INACTIVE-COUNT    PIC 9(3).
       01 WS-ACC-NEVER-COUNT       PIC 9(3).
       01 WS-ACC-DORMANT-COUNT     PIC 9(3).
       01 WS-ACC-TABLE.
           05 AT-ENTRY OCCURS 500 TIMES.
               10 AT-USER-ID       PIC X(8).
               10 AT-NAME          PIC X(25).
               10 AT-ROLE          PIC X(8).
               10 AT-ACTIVE        PIC X(1).
               10 AT-CREATED       PIC 9(8).
               10 AT-LAST-SIGNON   PIC 9(8).
               10 AT-CHANGED       PIC 9(8).
               10 AT-CHANGED-BY    PIC X(8).
               10 AT-SIGNONS       PIC 9(5).
               10 AT-FAILURES      PIC 9(5).
               10 AT-DENIALS       PIC 9(5).

       01 WS-HIST-MENU-CHOICE      PIC 9(1).
       01 WS-HIST-COUNT            PIC 9(6).
       01 WS-ARCHIVE-NAME          PIC X(40).
       01 WS-CARRY-ADDS            PIC 9(6).
       01 WS-CARRY-DELS            PIC 9(6).

      * History archive inquiry and rehire of a purged EMP-ID. A
      * purge set is every archive record of one EMP-ID with the
      * same purge date.
       01 WS-HST-EOF-FLAG          PIC X(1).
       01 WS-HST-FOUND-FLAG        PIC X(1).
       01 WS-HST-PURGE-DATE        PIC 9(8).
       01 WS-HST-LAST-EMP-ID       PIC 9(6).
       01 WS-HST-SET-COUNT         PIC 9(6).
       01 WS-HST-DED-COUNT         PIC 9(3).

      * Tiered service-report support (Request 004).
       01 WS-TIER-CUTOFF-ALPHA     PIC X(6).
       01 WS-TIER-CUTOFF-1         PIC 99V9 VALUE 5.0.
       01 WS-MASS-CALC-SALARY      PIC S9(8)V99.
       01 WS-MASS-RESUME-ID        PIC 9(6).
       01 WS-MASS-RESUME-FLAG      PIC X(1).
      * Preview count of changes that would leave a salary outside
      * its grade range; without an override reason those
      * employees are skipped by the apply.
       01 WS-MASS-OUT-COUNT        PIC 9(6).
       01 WS-MASS-TO-APPLY         PIC 9(6).
       01 WS-MASS-SKIPPED          PIC 9(6).
      * Edited copies for DISPLAY.
       01 WS-MASS-OLD-DISP         PIC Z,ZZZ,ZZ9.99.
       01 WS-MASS-NEW-DISP         PIC Z,ZZZ,ZZ9.99.
           05 LINE 10 COL 02 VALUE "HIRE DATE......:".
           05 LINE 10 COL 19 PIC X(8) USING PNL-HIRE-WS.
           05 LINE 10 COL 46 PIC X(34) FROM PNL-ERR-HIRE.
           05 LINE 11 COL 02 VALUE "REPORTS TO ID..:".
           05 LINE 11 COL 19 PIC X(6) USING PNL-SUP-WS.
           05 LINE 11 COL 46 PIC X(34) FROM PNL-ERR-SUP.
           05 LINE 12 COL 02 VALUE "S = SAVE   X = CANCEL :".
           05 LINE 12 COL 26 PIC X(1) USING PNL-ACTION-WS.
           05 LINE 14 COL 02 PIC X(60) FROM PNL-MSG-WS.
           05 LINE 10 COL 02 VALUE "HIRE DATE......:".
           05 LINE 10 COL 19 PIC X(8) USING PNL-HIRE-WS.
           05 LINE 10 COL 46 PIC X(34) FROM PNL-ERR-HIRE.
           05 LINE 11 COL 02 VALUE "REPORTS TO ID..:".
           05 LINE 11 COL 19 PIC X(6) USING PNL-SUP-WS.
           05 LINE 11 COL 46 PIC X(34) FROM PNL-ERR-SUP.
           05 LINE 12 COL 02 VALUE "S = SAVE   X = CANCEL :".
           05 LINE 12 COL 26 PIC X(1) USING PNL-ACTION-WS.
           05 LINE 14 COL 02 PIC X(60) FROM PNL-MSG-WS.
           05 LINE 04 COL 02 VALUE "NAME...........:".
           05 LINE 04 COL 19 PIC X(25) USING DPNL-NAME-WS.
           05 LINE 04 COL 46 PIC X(34) FROM DPNL-ERR-NAME.
           05 LINE 05 COL 02 VALUE "MANAGER EMP-ID.:".
           05 LINE 05 COL 19 PIC X(6) USING DPNL-MGR-WS.
           05 LINE 05 COL 26 PIC X(19) FROM DPNL-MGR-NAME-WS.
           05 LINE 05 COL 46 PIC X(34) FROM DPNL-ERR-MGR.
           05 LINE 07 COL 02 VALUE "S = SAVE   X = CANCEL :".
           05 LINE 07 COL 26 PIC X(1) USING DPNL-ACTION-WS.
           05 LINE 09 COL 02 PIC X(60) FROM DPNL-MSG-WS.
           05 LINE 04 COL 02 VALUE "NAME...........:".
           05 LINE 04 COL 19 PIC X(25) USING DPNL-NAME-WS.
           05 LINE 04 COL 46 PIC X(34) FROM DPNL-ERR-NAME.
           05 LINE 05 COL 02 VALUE "MANAGER EMP-ID.:".
           05 LINE 05 COL 19 PIC X(6) USING DPNL-MGR-WS.
           05 LINE 05 COL 26 PIC X(19) FROM DPNL-MGR-NAME-WS.
           05 LINE 05 COL 46 PIC X(34) FROM DPNL-ERR-MGR.
           05 LINE 07 COL 02 VALUE "S = SAVE   X = CANCEL :".
           05 LINE 07 COL 26 PIC X(1) USING DPNL-ACTION-WS.
           05 LINE 09 COL 02 PIC X(60) FROM DPNL-MSG-WS.
      * Sign-on and PIN panels - the PIN fields do not echo.
       01 SIGN-ON-PANEL.
           05 BLANK SCREEN.
           05 LINE 01 COL 25 VALUE "EMPLOYEE MAINTENANCE SIGN-ON".
           05 LINE 03 COL 02 VALUE "USER ID........:".
           05 LINE 03 COL 19 PIC X(8) USING SGN-USER-WS.
           05 LINE 04 COL 02 VALUE "PASSWORD / PIN.:".
           05 LINE 04 COL 19 PIC X(8) USING SGN-PIN-WS SECURE.
           05 LINE 06 COL 02 PIC X(60) FROM SGN-MSG-WS.
       01 NEW-PIN-PANEL.
           05 BLANK SCREEN.
           05 LINE 01 COL 25 VALUE "SET PASSWORD / PIN".
           05 LINE 03 COL 02 VALUE "USER ID........:".
           05 LINE 03 COL 19 PIC X(8) FROM SGN-USER-WS.
           05 LINE 04 COL 02 VALUE "NEW PIN........:".
           05 LINE 04 COL 19 PIC X(8) USING SGN-NEW-PIN-WS SECURE.
           05 LINE 05 COL 02 VALUE "NEW PIN AGAIN..:".
           05 LINE 05 COL 19 PIC X(8) USING SGN-CONFIRM-PIN-WS
                                      SECURE.
           05 LINE 07 COL 02 PIC X(60) FROM SGN-MSG-WS.

       PROCEDURE DIVISION.
       100-PRODUCE-EMPLOYEE-RECORDS.
           PERFORM 130-OPEN-AUDIT-LOG.
      * Nothing is shown or changed until an operator has signed
      * on; the role signed on under governs the whole session.
           PERFORM 132-OPERATOR-SIGN-ON.
           IF WS-SEC-SIGNED-ON NOT = "Y"
               PERFORM 131-CLOSE-AUDIT-LOG
               STOP RUN
           END-IF.
           PERFORM 140-LOAD-DEPT-TABLE.
           MOVE "N" TO WS-EXIT-FLAG.
           PERFORM UNTIL WS-EXIT-FLAG = "Y"
               PERFORM 120-DISPLAY-MAIN-MENU
               ACCEPT WS-MENU-CHOICE
      * An option the role may not run is refused (and logged)
      * here, before anything is opened.
               PERFORM 134-CHECK-OPTION-ACCESS
               IF WS-SEC-ALLOWED = "N"
                   MOVE 99 TO WS-MENU-CHOICE
               END-IF
               EVALUATE WS-MENU-CHOICE
                   WHEN 99
                       CONTINUE
                   WHEN 1
                       PERFORM 101-INITIALIZE-OUTPUT-FILE
                       PERFORM 112-CHECKPOINT-LOAD
                   WHEN 24
                       PERFORM 450-SNAPSHOT-FACILITY
                   WHEN 25
                       PERFORM 470-PENDING-TRANSACTIONS
      * Reporting lines are read from the live master only - the
      * chart is about who reports to whom today.
                   WHEN 26
                       PERFORM 201-INITIALIZE-INPUT-FILE
                       IF EOF-FLAG NOT = "Y"
                           PERFORM 480-REPORTING-LINES
                       END-IF
                       PERFORM 203-CLOSE-INPUT-FILE
                   WHEN 27
                       PERFORM 170-PTO-MAINTENANCE
                   WHEN 28
                       PERFORM 290-PAY-GRADE-MAINTENANCE
                   WHEN 29
                       PERFORM 392-SECURITY-MAINTENANCE
                   WHEN 30
                       PERFORM 145-CHANGE-MY-PIN
                   WHEN 31
                       MOVE "Y" TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "INVALID CHOICE - PLEASE ENTER 1-31."
               END-EVALUATE
           END-PERFORM.
           MOVE "SIGNOF" TO WS-SEC-EVENT.
           MOVE WS-SEC-USER-ID TO WS-SEC-LOG-OPERATOR.
           MOVE "SESSION ENDED" TO WS-SEC-LOG-TEXT.
           PERFORM 135-WRITE-SECURITY-LOG.
           PERFORM 131-CLOSE-AUDIT-LOG.
           STOP RUN.

      * Menu shown at the top of every pass through the program.
       120-DISPLAY-MAIN-MENU.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "EMPLOYEE MAINTENANCE MENU - SIGNED ON AS "
               FUNCTION TRIM(WS-SEC-USER-ID) " ("
               FUNCTION TRIM(WS-SEC-ROLE) ")".
           DISPLAY "  1. ADD EMPLOYEE".
           DISPLAY "  2. UPDATE EMPLOYEE".
           DISPLAY "  3. TERMINATE EMPLOYEE".
           DISPLAY " 22. BATCH INTERLOCK STATUS / CLEAR".
           DISPLAY " 23. WORKFORCE MOVEMENT REPORT".
           DISPLAY " 24. MONTH-END SNAPSHOT / AS-OF / COMPARE".
           DISPLAY " 25. PENDING (FUTURE-DATED) TRANSACTIONS".
           DISPLAY " 26. REPORTING LINES / ORG CHART".
           DISPLAY " 27. TIME OFF (PTO) BALANCES".
           DISPLAY " 28. PAY GRADES / SALARY RANGES".
           DISPLAY " 29. OPERATOR SECURITY / USER ACCESS".
           DISPLAY " 30. CHANGE MY PASSWORD / PIN".
           DISPLAY " 31. EXIT".
           DISPLAY "ENTER YOUR CHOICE: ".

      * Opens EMPLOYEES-FILE for maintenance. The file is indexed, so
      * cancels with X.
       102-GET-INPUT-FROM-USER.
           MOVE SPACES TO WS-PANEL-FIELDS WS-PANEL-ERRORS.
           MOVE SPACES TO WS-GRD-OVERRIDE-REASON.
           MOVE 0 TO WS-PANEL-ORIG-SUP-ID.
           MOVE "N" TO WS-PANEL-DONE-FLAG WS-PANEL-CANCEL-FLAG.
           PERFORM UNTIL WS-PANEL-DONE-FLAG = "Y"
               ACCEPT EMP-ADD-PANEL
                   MOVE "Y" TO WS-PANEL-CANCEL-FLAG
               ELSE
                   PERFORM 190-EDIT-EMP-PANEL
                   IF WS-PANEL-OK-FLAG = "Y"
                       PERFORM 194-CHECK-PANEL-SALARY
                   END-IF
                   IF WS-PANEL-OK-FLAG = "Y"
                       MOVE "Y" TO WS-PANEL-DONE-FLAG
                   ELSE
           MOVE 0 TO TERM-DATE.
           MOVE SPACE TO LEAVE-TYPE.
           MOVE 0 TO LEAVE-START-DATE LEAVE-RETURN-DATE.
           MOVE I-SUPERVISOR-ID TO SUPERVISOR-ID.

           WRITE EMPLOYEE-INFO
               INVALID KEY
                   MOVE "ALL" TO WS-AUDIT-FIELD
                   MOVE "RECORD CREATED" TO WS-AUDIT-NEW-VALUE
                   PERFORM 110-WRITE-AUDIT-LOG
                   IF WS-GRD-OVERRIDE-REASON NOT = SPACES
                       PERFORM 127-WRITE-OVERRIDE-AUDIT
                   END-IF
                   IF FUNCTION MOD(WS-SESSION-ADD-COUNT, 5) = 0
                       MOVE "OPEN" TO WS-CKPT-STATUS
                       PERFORM 111-CHECKPOINT-SAVE
           MOVE YEAR-OF-SERVICE TO PNL-YOS-WS.
           MOVE SALARY TO WS-PANEL-SAL-EDIT.
           MOVE WS-PANEL-SAL-EDIT TO PNL-SALARY-WS.
      * A role that may not see salaries cannot change one either:
      * the field shows masked and the stored salary is put back
      * before the edits.
           IF WS-SEC-SHOW-SALARY NOT = "Y"
               MOVE WS-SEC-MASK TO PNL-SALARY-WS
           END-IF.
           MOVE JOB-TITLE TO PNL-TITLE-WS.
           MOVE HIRE-DATE TO PNL-HIRE-WS.
      * A record rebuilt from a generation older than the reporting
      * line carries spaces there - it reads as no supervisor.
           IF SUPERVISOR-ID IS NUMERIC
               MOVE SUPERVISOR-ID TO WS-PANEL-ORIG-SUP-ID
           ELSE
               MOVE 0 TO WS-PANEL-ORIG-SUP-ID
           END-IF.
           IF WS-PANEL-ORIG-SUP-ID NOT = 0
               MOVE WS-PANEL-ORIG-SUP-ID TO PNL-SUP-WS
           END-IF.
           MOVE SPACES TO WS-GRD-OVERRIDE-REASON.
           MOVE "N" TO WS-PANEL-DONE-FLAG WS-PANEL-CANCEL-FLAG.
           PERFORM UNTIL WS-PANEL-DONE-FLAG = "Y"
               ACCEPT EMP-UPDATE-PANEL
                   MOVE "Y" TO WS-PANEL-DONE-FLAG
                   MOVE "Y" TO WS-PANEL-CANCEL-FLAG
               ELSE
                   IF WS-SEC-SHOW-SALARY NOT = "Y"
                       MOVE WS-PANEL-SAL-EDIT TO PNL-SALARY-WS
                   END-IF
                   PERFORM 190-EDIT-EMP-PANEL
                   IF WS-SEC-SHOW-SALARY NOT = "Y"
                       MOVE WS-SEC-MASK TO PNL-SALARY-WS
                   END-IF
      * The grade range is only re-checked when the salary or the
      * job title (and so possibly the grade) is being changed.
                   IF WS-PANEL-OK-FLAG = "Y" AND
                       (I-SALARY NOT = SALARY OR
                        I-JOB-TITLE NOT = JOB-TITLE)
                       PERFORM 194-CHECK-PANEL-SALARY
                   END-IF
                   IF WS-PANEL-OK-FLAG = "Y"
                       MOVE "Y" TO WS-PANEL-DONE-FLAG
                   ELSE
               MOVE HIRE-DATE TO WS-AUDIT-NEW-VALUE
               PERFORM 332-QUEUE-PENDING-AUDIT
           END-IF.
           IF I-SUPERVISOR-ID NOT = WS-PANEL-ORIG-SUP-ID
               MOVE "SUPERVISOR" TO WS-AUDIT-FIELD
               MOVE WS-PANEL-ORIG-SUP-ID TO WS-AUDIT-OLD-VALUE
               MOVE I-SUPERVISOR-ID TO SUPERVISOR-ID
               MOVE SUPERVISOR-ID TO WS-AUDIT-NEW-VALUE
               PERFORM 332-QUEUE-PENDING-AUDIT
           END-IF.
           IF WS-CPEND-COUNT = 0
               DISPLAY "NO CHANGES KEYED - NOTHING UPDATED."
           ELSE
                   NOT INVALID KEY
                       MOVE "UPDATE" TO WS-AUDIT-OPERATION
                       PERFORM 333-WRITE-PENDING-AUDITS
                       IF WS-GRD-OVERRIDE-REASON NOT = SPACES
                           PERFORM 127-WRITE-OVERRIDE-AUDIT
                       END-IF
                       DISPLAY "EMPLOYEE " EMP-ID " UPDATED."
               END-REWRITE
           END-IF.

      * Grade-range edit for the panel salary, run once the panel's
      * own edits pass. A salary outside the grade range needs a
      * supervisor override reason; without one the salary field
      * is flagged and the panel comes back for a re-key.
       194-CHECK-PANEL-SALARY.
           MOVE I-EMP-ID TO WS-GRD-EMP-ID.
           MOVE I-JOB-TITLE TO WS-GRD-TITLE.
           MOVE I-SALARY TO WS-GRD-SALARY.
           PERFORM 125-CHECK-SALARY-RANGE.
           PERFORM 126-CONFIRM-SALARY-OVERRIDE.
           IF WS-VALID-FLAG = "N"
               MOVE "N" TO WS-PANEL-OK-FLAG
               MOVE SPACES TO PNL-ERR-SALARY
               STRING "OUTSIDE GRADE " WS-GRD-CODE " RANGE"
                   DELIMITED BY SIZE
                   INTO PNL-ERR-SALARY
               END-STRING
           END-IF.

      * Terminate one employee by EMP-ID. The record stays on file so
      * salary, hire date and tenure history survive; only the status
      * byte and the termination date change. A later rehire (option 4)
      * Reactivate a terminated employee by EMP-ID, keeping the
      * record's salary and history intact. The hire date may be
      * re-stamped with the rehire date for seasonal staff.
      * An EMP-ID no longer on the master may have been purged to
      * the history archive - 166 brings it back from there.
       115-REHIRE-EMPLOYEE-RECORD.
           PERFORM 107-VALIDATE-EMP-ID.
           MOVE I-EMP-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   PERFORM 166-REHIRE-FROM-ARCHIVE
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       DISPLAY "REHIRE " FIRST-NAME " " LAST-NAME
               MOVE "N" TO WS-PANEL-OK-FLAG
               MOVE "NUMERIC YYYYMMDD REQUIRED" TO PNL-ERR-HIRE
           END-IF.
      * Reports-to: blank means top of the organization. Only a
      * supervisor that differs from the one on file is re-edited,
      * so an update to some other field is never held up by a
      * supervisor who has since left - the reporting-line
      * exception list is where those are chased.
           IF PNL-SUP-WS = SPACES
               MOVE 0 TO I-SUPERVISOR-ID
           ELSE
               IF FUNCTION TEST-NUMVAL(PNL-SUP-WS) = 0
                   MOVE FUNCTION NUMVAL(PNL-SUP-WS)
                       TO I-SUPERVISOR-ID
                   IF I-SUPERVISOR-ID NOT = WS-PANEL-ORIG-SUP-ID
                       IF PNL-ERR-ID = SPACES
                           MOVE I-EMP-ID TO WS-SUP-CHECK-EMP-ID
                       ELSE
                           MOVE 0 TO WS-SUP-CHECK-EMP-ID
                       END-IF
                       MOVE I-SUPERVISOR-ID TO WS-SUP-CHECK-ID
                       PERFORM 185-VALIDATE-SUPERVISOR
                       IF WS-SUP-CHECK-MSG NOT = SPACES
                           MOVE "N" TO WS-PANEL-OK-FLAG
                           MOVE WS-SUP-CHECK-MSG TO PNL-ERR-SUP
                       END-IF
                   END-IF
               ELSE
                   MOVE "N" TO WS-PANEL-OK-FLAG
                   MOVE "NUMERIC EMP-ID REQUIRED" TO PNL-ERR-SUP
               END-IF
           END-IF.

      * Reporting-line edit. Refuses a proposed supervisor (or
      * department manager) who is not on the master or has been
      * terminated and, when an employee is given, one who is that
      * employee or already reports up through that employee - the
      * chain is walked from the proposal to the top, and meeting
      * the employee on the way would close a loop. The caller's
      * record area is saved and restored around the reads, and the
      * master must already be open.
       185-VALIDATE-SUPERVISOR.
           MOVE SPACES TO WS-SUP-CHECK-MSG WS-SUP-CHECK-NAME.
           IF WS-SUP-CHECK-ID = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-SUP-CHECK-EMP-ID NOT = 0 AND
               WS-SUP-CHECK-ID = WS-SUP-CHECK-EMP-ID
               MOVE "CANNOT REPORT TO SELF" TO WS-SUP-CHECK-MSG
               EXIT PARAGRAPH
           END-IF.
           MOVE EMPLOYEE-INFO TO WS-SUP-SAVE-REC.
           MOVE WS-SUP-CHECK-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   MOVE "EMP-ID NOT ON EMPLOYEE MASTER"
                       TO WS-SUP-CHECK-MSG
               NOT INVALID KEY
                   STRING FUNCTION TRIM(FIRST-NAME) " "
                       FUNCTION TRIM(LAST-NAME)
                       DELIMITED BY SIZE INTO WS-SUP-CHECK-NAME
                   END-STRING
                   IF EMP-TERMINATED
                       MOVE "EMPLOYEE IS TERMINATED"
                           TO WS-SUP-CHECK-MSG
                   ELSE
                       IF WS-SUP-CHECK-EMP-ID NOT = 0
                           PERFORM 187-CHECK-REPORTING-LOOP
                       END-IF
                   END-IF
           END-READ.
           MOVE WS-SUP-SAVE-REC TO EMPLOYEE-INFO.

      * Walks up from the proposed supervisor (the record just read)
      * until the top of the organization, a break in the chain, or
      * the employee being edited turns up.
       187-CHECK-REPORTING-LOOP.
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
                   WHEN WS-SUP-WALK-ID = WS-SUP-CHECK-EMP-ID
                       MOVE "WOULD CREATE A REPORTING LOOP"
                           TO WS-SUP-CHECK-MSG
                       MOVE "Y" TO WS-SUP-WALK-DONE
                   WHEN WS-SUP-WALK-DEPTH >= WS-SUP-MAX-DEPTH
                       MOVE "CHAIN ABOVE IS ALREADY LOOPED"
                           TO WS-SUP-CHECK-MSG
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

      * Returns the name for WS-NAME-LOOKUP-ID from the open master,
      * or a marker when the post is vacant or the EMP-ID is gone.
       186-FIND-EMPLOYEE-NAME.
           MOVE SPACES TO WS-NAME-LOOKUP-NAME.
           IF WS-NAME-LOOKUP-ID = 0
               MOVE "(VACANT)" TO WS-NAME-LOOKUP-NAME
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NAME-LOOKUP-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO WS-NAME-LOOKUP-NAME
               NOT INVALID KEY
                   STRING FUNCTION TRIM(FIRST-NAME) " "
                       FUNCTION TRIM(LAST-NAME)
                       DELIMITED BY SIZE INTO WS-NAME-LOOKUP-NAME
                   END-STRING
           END-READ.

      * Search / browse submenu: callers give names, not numbers.
      * Look-up by LAST-NAME (full or leading partial, via the
           PERFORM 142-FIND-DEPT-NAME.
           DISPLAY "DEPARTMENT: " EMP-DEP-CODE " "
               WS-DEPT-LOOKUP-NAME.
           IF WS-SEC-SHOW-SALARY = "Y"
               DISPLAY "SALARY: " SALARY "  JOB TITLE: " JOB-TITLE
                   "  HIRE DATE: " HIRE-DATE
           ELSE
               DISPLAY "SALARY: " WS-SEC-MASK(1:9) "  JOB TITLE: "
                   JOB-TITLE "  HIRE DATE: " HIRE-DATE
           END-IF.
           DISPLAY "STATUS: " EMP-STATUS
               " (A=ACTIVE T=TERMINATED L=LEAVE)".
           IF SUPERVISOR-ID IS NUMERIC AND SUPERVISOR-ID NOT = 0
               DISPLAY "REPORTS TO: " SUPERVISOR-ID
           ELSE
               DISPLAY "REPORTS TO: (TOP OF ORGANIZATION)"
           END-IF.
           IF EMP-TERMINATED
               DISPLAY "TERMINATION DATE: " TERM-DATE
           END-IF.
           DISPLAY "  1. CHANGE HISTORY FOR ONE EMPLOYEE".
           DISPLAY "  2. ARCHIVE THE AUDIT LOG TO A MONTHLY "
               "GENERATION".
           DISPLAY "  3. PURGED EMPLOYEES - HISTORY ARCHIVE INQUIRY".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT WS-HIST-MENU-CHOICE.
           EVALUATE WS-HIST-MENU-CHOICE
                   PERFORM 161-CHANGE-HISTORY
               WHEN 2
                   PERFORM 163-ARCHIVE-AUDIT-LOG
               WHEN 3
                   PERFORM 168-ARCHIVE-INQUIRY
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE ENTER 1-3."
           END-EVALUATE.

      * Prints one employee's full change history in date order
                       AUD-OPERATION NOT = "CARRY" AND
                       AUD-OPERATION NOT = "ARCH"
                       ADD 1 TO WS-HIST-COUNT
                       PERFORM 149-MASK-HISTORY-IMAGE
                       DISPLAY AUD-OPERATION " " AUD-DATE " "
                           AUD-TIME " " AUD-USER " "
                           AUD-FIELD-NAME " " AUD-OLD-VALUE
       165-WRITE-CARRY-LINES.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           PERFORM 148-SET-TERM-USER.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 0 TO AUD-EMP-ID.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * Rehire of an EMP-ID the retention purge has moved to the
      * history archive. The latest archived employee record is
      * written back to the master as active, with its contact
      * record if that was archived too; both archive records are
      * marked restored and kept as history. Archived deductions
      * are not put back - benefits are re-enrolled from scratch.
       166-REHIRE-FROM-ARCHIVE.
           OPEN I-O EMP-HISTORY-FILE.
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "NO EMPLOYEE FOUND WITH ID " I-EMP-ID "."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-HST-FOUND-FLAG.
           MOVE I-EMP-ID TO HST-EMP-ID.
           MOVE 0 TO HST-PURGE-DATE.
           MOVE LOW-VALUES TO HST-REC-TYPE HST-PLAN-CODE.
           MOVE "N" TO WS-HST-EOF-FLAG.
           START EMP-HISTORY-FILE KEY IS >= HST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HST-EOF-FLAG
           END-START.
           PERFORM 167-FIND-ARCHIVED-EMPLOYEE
               UNTIL WS-HST-EOF-FLAG = "Y".
           IF WS-HST-FOUND-FLAG = "N"
               DISPLAY "NO EMPLOYEE FOUND WITH ID " I-EMP-ID "."
               CLOSE EMP-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE I-EMP-ID TO HST-EMP-ID.
           MOVE WS-HST-PURGE-DATE TO HST-PURGE-DATE.
           SET HST-EMPLOYEE-REC TO TRUE.
           MOVE SPACES TO HST-PLAN-CODE.
           READ EMP-HISTORY-FILE
               INVALID KEY
                   DISPLAY "ARCHIVE RECORD FOR " I-EMP-ID
                       " COULD NOT BE READ - STATUS "
                       WS-HST-FILE-STATUS "."
                   CLOSE EMP-HISTORY-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE HST-IMAGE TO EMPLOYEE-INFO.
           DISPLAY "EMPLOYEE " I-EMP-ID " WAS PURGED TO THE HISTORY "
               "ARCHIVE ON " WS-HST-PURGE-DATE ".".
           DISPLAY "REHIRE " FIRST-NAME " " LAST-NAME
               " (ID " EMP-ID ", TERMINATED " TERM-DATE ")? Y/N".
           ACCEPT WS-CONFIRM-FLAG.
           IF WS-CONFIRM-FLAG NOT = "Y" AND NOT = "y"
               DISPLAY "REHIRE CANCELLED."
               CLOSE EMP-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "SET A NEW HIRE DATE? Y/N".
           ACCEPT I-PROMPT.
           IF I-PROMPT = "Y" OR I-PROMPT = "y"
               PERFORM 114-VALIDATE-HIRE-DATE
               MOVE I-HIRE-DATE TO HIRE-DATE
           END-IF.
      * The old supervisor may be long gone - the reporting line is
      * re-keyed under UPDATE EMPLOYEE.
           SET EMP-ACTIVE TO TRUE.
           MOVE 0 TO TERM-DATE.
           MOVE SPACE TO LEAVE-TYPE.
           MOVE 0 TO LEAVE-START-DATE LEAVE-RETURN-DATE.
           MOVE 0 TO SUPERVISOR-ID.
           WRITE EMPLOYEE-INFO
               INVALID KEY
                   DISPLAY "REHIRE FAILED."
                   CLOSE EMP-HISTORY-FILE
                   EXIT PARAGRAPH
           END-WRITE.
      * Back on the master is an ADD as far as the audit
      * reconciliation is concerned - the purge was a DELETE.
           MOVE "ADD" TO WS-AUDIT-OPERATION.
           MOVE "ARCHIVE" TO WS-AUDIT-FIELD.
           STRING "PURGED " WS-HST-PURGE-DATE
               DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
           END-STRING.
           MOVE "RESTORED" TO WS-AUDIT-NEW-VALUE.
           PERFORM 110-WRITE-AUDIT-LOG.
           MOVE "REHIRE" TO WS-AUDIT-OPERATION.
           MOVE "EMP-STATUS" TO WS-AUDIT-FIELD.
           MOVE "T" TO WS-AUDIT-OLD-VALUE.
           MOVE "A (REHIRED)" TO WS-AUDIT-NEW-VALUE.
           PERFORM 110-WRITE-AUDIT-LOG.
           SET HST-RESTORED TO TRUE.
           MOVE WS-AUDIT-DATE TO HST-RESTORED-DATE.
           REWRITE EMP-HISTORY-INFO
               INVALID KEY
                   DISPLAY "ARCHIVE RECORD COULD NOT BE MARKED "
                       "RESTORED - STATUS " WS-HST-FILE-STATUS "."
           END-REWRITE.
           DISPLAY "EMPLOYEE " EMP-ID " REHIRED FROM THE HISTORY "
               "ARCHIVE. REPORTS-TO IS CLEARED - SET IT UNDER "
               "OPTION 2.".
           MOVE I-EMP-ID TO HST-EMP-ID.
           MOVE WS-HST-PURGE-DATE TO HST-PURGE-DATE.
           SET HST-CONTACT-REC TO TRUE.
           MOVE SPACES TO HST-PLAN-CODE.
           READ EMP-HISTORY-FILE
               INVALID KEY
                   MOVE "N" TO WS-HST-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-HST-FOUND-FLAG
           END-READ.
           IF WS-HST-FOUND-FLAG = "Y" AND HST-ARCHIVED
               PERFORM 321-OPEN-CONTACTS-IO
               MOVE HST-IMAGE TO CONTACT-INFO
               WRITE CONTACT-INFO
                   INVALID KEY
                       DISPLAY "CONTACT INFO ALREADY ON FILE FOR "
                           EMP-ID " - ARCHIVED COPY NOT RESTORED."
                   NOT INVALID KEY
                       MOVE "CONADD" TO WS-AUDIT-OPERATION
                       MOVE "CONTACT" TO WS-AUDIT-FIELD
                       MOVE "RESTORED FROM ARCHIVE"
                           TO WS-AUDIT-NEW-VALUE
                       PERFORM 110-WRITE-AUDIT-LOG
                       SET HST-RESTORED TO TRUE
                       MOVE WS-AUDIT-DATE TO HST-RESTORED-DATE
                       REWRITE EMP-HISTORY-INFO
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       DISPLAY "CONTACT INFO RESTORED."
               END-WRITE
               CLOSE CONTACTS-FILE
           END-IF.
           MOVE 0 TO WS-HST-DED-COUNT.
           MOVE I-EMP-ID TO HST-EMP-ID.
           MOVE WS-HST-PURGE-DATE TO HST-PURGE-DATE.
           SET HST-DEDUCTION-REC TO TRUE.
           MOVE LOW-VALUES TO HST-PLAN-CODE.
           MOVE "N" TO WS-HST-EOF-FLAG.
           START EMP-HISTORY-FILE KEY IS >= HST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HST-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-HST-EOF-FLAG = "Y"
               READ EMP-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HST-EOF-FLAG
                   NOT AT END
                       IF HST-EMP-ID = I-EMP-ID AND
                           HST-PURGE-DATE = WS-HST-PURGE-DATE AND
                           HST-DEDUCTION-REC
                           ADD 1 TO WS-HST-DED-COUNT
                       ELSE
                           MOVE "Y" TO WS-HST-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HST-DED-COUNT > 0
               DISPLAY WS-HST-DED-COUNT " DEDUCTION(S) WERE ARCHIVED "
                   "AND ARE NOT RESTORED - RE-ENROLL UNDER OPTION "
                   "20 (OPTION 16 SHOWS THE ARCHIVED PLANS)."
           END-IF.
           CLOSE EMP-HISTORY-FILE.

      * Keys ascend by purge date within the EMP-ID, so the last
      * archived employee record seen is the latest purge.
       167-FIND-ARCHIVED-EMPLOYEE.
           READ EMP-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HST-EOF-FLAG
               NOT AT END
                   IF HST-EMP-ID NOT = I-EMP-ID
                       MOVE "Y" TO WS-HST-EOF-FLAG
                   ELSE
                       IF HST-EMPLOYEE-REC AND HST-ARCHIVED
                           MOVE "Y" TO WS-HST-FOUND-FLAG
                           MOVE HST-PURGE-DATE TO WS-HST-PURGE-DATE
                       END-IF
                   END-IF
           END-READ.

      * Read-only inquiry on the history archive. EMP-ID 0 lists
      * every purged employee; any other EMP-ID shows each purge of
      * that employee record by record, masked for the operator's
      * role exactly as the live record would be.
       168-ARCHIVE-INQUIRY.
           DISPLAY "ENTER 0 TO LIST EVERY PURGED EMPLOYEE.".
           PERFORM 107-VALIDATE-EMP-ID.
           OPEN INPUT EMP-HISTORY-FILE.
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "NO HISTORY ARCHIVE ON FILE - NO EMPLOYEE "
                   "HAS BEEN PURGED."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY SEPARATOR-LINE.
           IF I-EMP-ID = 0
               DISPLAY "EMP-ID PURGED   NAME                         "
                   "            TERMINATED STATUS"
               DISPLAY SEPARATOR-LINE
           END-IF.
           MOVE 0 TO WS-HST-SET-COUNT WS-HST-LAST-EMP-ID
               WS-HST-PURGE-DATE.
           MOVE I-EMP-ID TO HST-EMP-ID.
           MOVE 0 TO HST-PURGE-DATE.
           MOVE LOW-VALUES TO HST-REC-TYPE HST-PLAN-CODE.
           MOVE "N" TO WS-HST-EOF-FLAG.
           START EMP-HISTORY-FILE KEY IS >= HST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HST-EOF-FLAG
           END-START.
           PERFORM 169-SHOW-ONE-ARCHIVE-RECORD
               UNTIL WS-HST-EOF-FLAG = "Y".
           CLOSE EMP-HISTORY-FILE.
           DISPLAY SEPARATOR-LINE.
           IF I-EMP-ID = 0
               DISPLAY WS-HST-SET-COUNT " PURGED EMPLOYEE RECORD(S) "
                   "IN THE ARCHIVE."
           ELSE
               DISPLAY WS-HST-SET-COUNT " PURGE(S) OF EMPLOYEE "
                   I-EMP-ID " IN THE ARCHIVE."
           END-IF.

       169-SHOW-ONE-ARCHIVE-RECORD.
           READ EMP-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HST-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF I-EMP-ID = 0
               IF HST-EMPLOYEE-REC
                   ADD 1 TO WS-HST-SET-COUNT
                   MOVE HST-IMAGE TO EMPLOYEE-INFO
                   IF HST-RESTORED
                       DISPLAY HST-EMP-ID " " HST-PURGE-DATE " "
                           LAST-NAME FIRST-NAME " " TERM-DATE
                           "   REHIRED " HST-RESTORED-DATE
                   ELSE
                       DISPLAY HST-EMP-ID " " HST-PURGE-DATE " "
                           LAST-NAME FIRST-NAME " " TERM-DATE
                           "   ARCHIVED"
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF HST-EMP-ID NOT = I-EMP-ID
               MOVE "Y" TO WS-HST-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF HST-PURGE-DATE NOT = WS-HST-PURGE-DATE
               ADD 1 TO WS-HST-SET-COUNT
               MOVE HST-PURGE-DATE TO WS-HST-PURGE-DATE
               DISPLAY SEPARATOR-LINE
               DISPLAY "PURGED " HST-PURGE-DATE " BY "
                   FUNCTION TRIM(HST-PURGED-BY) " - RETENTION "
                   HST-RETENTION-YEARS " YEAR(S)"
           END-IF.
           EVALUATE TRUE
               WHEN HST-EMPLOYEE-REC
                   MOVE HST-IMAGE TO EMPLOYEE-INFO
                   PERFORM 154-DISPLAY-FULL-RECORD
                   IF HST-RESTORED
                       DISPLAY "REHIRED FROM THE ARCHIVE ON "
                           HST-RESTORED-DATE
                   END-IF
               WHEN HST-CONTACT-REC
                   MOVE HST-IMAGE TO CONTACT-INFO
                   PERFORM 330-DISPLAY-CONTACT-RECORD
                   IF HST-RESTORED
                       DISPLAY "CONTACT RESTORED ON "
                           HST-RESTORED-DATE
                   END-IF
               WHEN HST-DEDUCTION-REC
                   MOVE HST-IMAGE TO DEDUCTION-INFO
                   MOVE DED-AMOUNT TO WS-DED-AMOUNT-DISP
                   IF WS-SEC-SHOW-DEDUCTIONS = "Y"
                       DISPLAY "DEDUCTION " DED-PLAN-CODE "  "
                           DED-DESCRIPTION "  " DED-CATEGORY
                           "   " DED-METHOD "    "
                           WS-DED-AMOUNT-DISP
                   ELSE
                       DISPLAY "DEDUCTION " DED-PLAN-CODE "  "
                           DED-DESCRIPTION "  " DED-CATEGORY
                           "   " DED-METHOD "    "
                           WS-SEC-MASK(1:9)
                   END-IF
           END-EVALUATE.

      * Reject non-numeric TERMINATION-DATE input and re-prompt.
       116-VALIDATE-TERM-DATE.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "WHAT IS THE TERMINATION DATE? ex(20250210 = "
                   "YYYYMMDD)"
               ACCEPT I-TERM-DATE-ALPHA
               IF FUNCTION TEST-NUMVAL(I-TERM-DATE-ALPHA) = 0
                   MOVE FUNCTION NUMVAL(I-TERM-DATE-ALPHA)
                       TO I-TERM-DATE
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   DISPLAY "INVALID TERMINATION DATE - NUMERIC VALUE "
                       "REQUIRED. TRY AGAIN."
               END-IF
           END-PERFORM.

      * Place an active employee on leave by EMP-ID. The status byte
      * flips to L and the leave spell (type, start date, expected
      * return date) is stamped on the record - nothing else changes,
      * so salary and tenure history survive exactly as they do for
      * a termination. Terminated employees cannot go on leave.
       117-PLACE-ON-LEAVE.
           PERFORM 107-VALIDATE-EMP-ID.
           MOVE I-EMP-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   DISPLAY "NO EMPLOYEE FOUND WITH ID " I-EMP-ID "."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN EMP-TERMINATED
                           DISPLAY "EMPLOYEE " EMP-ID " IS "
                               "TERMINATED - REHIRE FIRST."
                       WHEN EMP-ON-LEAVE
                           DISPLAY "EMPLOYEE " EMP-ID " IS ALREADY "
                               "ON LEAVE (SINCE " LEAVE-START-DATE
                               ")."
                       WHEN OTHER
                           DISPLAY "PLACE " FIRST-NAME " " LAST-NAME
                               " (ID " EMP-ID ") ON LEAVE? Y/N"
                           ACCEPT WS-CONFIRM-FLAG
                           IF WS-CONFIRM-FLAG = "Y" OR
                               WS-CONFIRM-FLAG = "y"
                               PERFORM 119-VALIDATE-LEAVE-TYPE
                               PERFORM 121-VALIDATE-LEAVE-DATES
               END-IF
           END-PERFORM.

      * Effective date for a transaction card: blank means the card
      * applies on the next run, otherwise a real calendar date
      * (YYYYMMDD) the apply run holds the card until. Returns 0 in
      * I-EFFECTIVE-DATE for blank.
       122-VALIDATE-EFFECTIVE-DATE.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "WHAT IS THE EFFECTIVE DATE? ex(20250210 = "
                   "YYYYMMDD) - BLANK TO APPLY ON THE NEXT RUN"
               ACCEPT I-EFFECTIVE-DATE-ALPHA
               IF I-EFFECTIVE-DATE-ALPHA = SPACES
                   MOVE 0 TO I-EFFECTIVE-DATE
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   IF FUNCTION TEST-NUMVAL(I-EFFECTIVE-DATE-ALPHA) = 0
                       MOVE FUNCTION NUMVAL(I-EFFECTIVE-DATE-ALPHA)
                           TO WS-DATE-CHECK
                       IF WS-DC-YEAR >= 1900 AND WS-DC-YEAR <= 2099
                           AND WS-DC-MONTH >= 1 AND WS-DC-MONTH <= 12
                           AND WS-DC-DAY >= 1 AND WS-DC-DAY <= 31
                           MOVE WS-DATE-CHECK TO I-EFFECTIVE-DATE
                           MOVE "Y" TO WS-VALID-FLAG
                       ELSE
                           DISPLAY "INVALID EFFECTIVE DATE - NOT A "
                               "CALENDAR DATE. TRY AGAIN."
                       END-IF
                   ELSE
                       DISPLAY "INVALID EFFECTIVE DATE - NUMERIC "
                           "VALUE REQUIRED. TRY AGAIN."
                   END-IF
               END-IF
           END-PERFORM.

      * Reports-to EMP-ID for a card correction: numeric, or blank
      * to leave the card's supervisor column empty (an update card
      * then keeps the supervisor on file). Whether the supervisor
      * exists and is still employed is the apply run's edit, made
      * against the master as it stands that night.
       123-VALIDATE-SUPERVISOR-ID.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "WHAT IS THE REPORTS-TO EMPLOYEE-ID? "
                   "ex(123456) - 000000 FOR NONE, BLANK TO LEAVE "
                   "EMPTY"
               ACCEPT I-SUPERVISOR-ID-ALPHA
               IF I-SUPERVISOR-ID-ALPHA = SPACES
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   IF FUNCTION TEST-NUMVAL(I-SUPERVISOR-ID-ALPHA) = 0
                       MOVE FUNCTION NUMVAL(I-SUPERVISOR-ID-ALPHA)
                           TO I-SUPERVISOR-ID
                       MOVE I-SUPERVISOR-ID TO I-SUPERVISOR-ID-ALPHA
                       MOVE "Y" TO WS-VALID-FLAG
                   ELSE
                       DISPLAY "INVALID EMPLOYEE-ID - NUMERIC VALUE "
                           "REQUIRED. TRY AGAIN."
                   END-IF
               END-IF
           END-PERFORM.

      * Resolves the pay grade for WS-GRD-EMP-ID / WS-GRD-TITLE: the
      * employee's own grade assignment when there is one, else the
      * grade assigned to the job title. WS-GRD-CODE comes back
      * blank when neither is on file (or the grade itself has gone)
      * - that salary is simply not range-checked. The grade master
      * is opened here for the one lookup unless the caller already
      * has it open through 128.
       124-LOOKUP-PAY-GRADE.
           MOVE SPACES TO WS-GRD-CODE WS-GRD-SOURCE.
           MOVE 0 TO WS-GRD-MINIMUM WS-GRD-MIDPOINT WS-GRD-MAXIMUM.
           MOVE "N" TO WS-GRD-TEMP-OPEN.
           IF WS-GRD-OPEN-FLAG NOT = "Y"
               PERFORM 128-OPEN-GRADES-FOR-LOOKUP
               IF WS-GRD-OPEN-FLAG NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-GRD-TEMP-OPEN
           END-IF.
           MOVE SPACES TO PAY-GRADE-INFO.
           MOVE "E" TO PGR-TYPE.
           MOVE WS-GRD-EMP-ID TO PGR-ID.
           READ PAY-GRADE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PGR-GRADE-CODE TO WS-GRD-CODE
                   MOVE "EMPLOYEE" TO WS-GRD-SOURCE
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
                       MOVE "JOB TITLE" TO WS-GRD-SOURCE
               END-READ
           END-IF.
           IF WS-GRD-CODE NOT = SPACES
               MOVE SPACES TO PAY-GRADE-INFO
               MOVE "G" TO PGR-TYPE
               MOVE WS-GRD-CODE TO PGR-ID
               READ PAY-GRADE-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-GRD-CODE WS-GRD-SOURCE
                   NOT INVALID KEY
                       MOVE PGR-MINIMUM TO WS-GRD-MINIMUM
                       MOVE PGR-MIDPOINT TO WS-GRD-MIDPOINT
                       MOVE PGR-MAXIMUM TO WS-GRD-MAXIMUM
               END-READ
           END-IF.
           IF WS-GRD-TEMP-OPEN = "Y"
               PERFORM 129-CLOSE-GRADES-FOR-LOOKUP
           END-IF.

      * Rates WS-GRD-SALARY against the grade 124 resolves and sets
      * WS-GRD-RANGE-FLAG (O/B/A/N). For a salary out of range,
      * WS-GRD-RANGE-TEXT carries the grade and the limit broken,
      * as the audit trail shows it (e.g. "G04 ABOVE MAX 95000.00").
       125-CHECK-SALARY-RANGE.
           PERFORM 124-LOOKUP-PAY-GRADE.
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

      * Terminal warning for a salary outside its grade range. The
      * clerk keys the supervisor override reason that lets the
      * salary stand (it is audited with the change), or leaves it
      * blank to refuse the salary. WS-VALID-FLAG = "N" on refusal.
       126-CONFIRM-SALARY-OVERRIDE.
           MOVE "Y" TO WS-VALID-FLAG.
           MOVE SPACES TO WS-GRD-OVERRIDE-REASON.
           IF WS-GRD-RANGE-FLAG NOT = "B" AND
               WS-GRD-RANGE-FLAG NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GRD-SALARY TO WS-GRD-DISP-1.
           MOVE WS-GRD-MINIMUM TO WS-GRD-DISP-2.
           MOVE WS-GRD-MAXIMUM TO WS-GRD-DISP-3.
           EVALUATE TRUE
               WHEN WS-SEC-SHOW-SALARY NOT = "Y" AND
                   WS-GRD-RANGE-FLAG = "B"
                   DISPLAY "WARNING - SALARY " WS-SEC-MASK
                       " IS BELOW THE MINIMUM FOR GRADE " WS-GRD-CODE
                       " (" FUNCTION TRIM(WS-GRD-SOURCE) ")."
               WHEN WS-SEC-SHOW-SALARY NOT = "Y"
                   DISPLAY "WARNING - SALARY " WS-SEC-MASK
                       " IS ABOVE THE MAXIMUM FOR GRADE " WS-GRD-CODE
                       " (" FUNCTION TRIM(WS-GRD-SOURCE) ")."
               WHEN WS-GRD-RANGE-FLAG = "B"
                   DISPLAY "WARNING - SALARY " WS-GRD-DISP-1
                       " IS BELOW THE MINIMUM FOR GRADE " WS-GRD-CODE
                       " (" FUNCTION TRIM(WS-GRD-SOURCE) ")."
               WHEN OTHER
                   DISPLAY "WARNING - SALARY " WS-GRD-DISP-1
                       " IS ABOVE THE MAXIMUM FOR GRADE " WS-GRD-CODE
                       " (" FUNCTION TRIM(WS-GRD-SOURCE) ")."
           END-EVALUATE.
           DISPLAY "GRADE " WS-GRD-CODE " RANGE IS " WS-GRD-DISP-2
               " TO " WS-GRD-DISP-3 ".".
           DISPLAY "SUPERVISOR OVERRIDE REASON (BLANK = DO NOT "
               "ACCEPT THIS SALARY):".
           ACCEPT WS-GRD-OVERRIDE-REASON.
           IF WS-GRD-OVERRIDE-REASON = SPACES
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

      * Audit line for an accepted out-of-range salary: the grade
      * and limit broken as the old value, the supervisor's reason
      * as the new. EMP-ID must be in the record area.
       127-WRITE-OVERRIDE-AUDIT.
           MOVE "SALOVR" TO WS-AUDIT-OPERATION.
           MOVE "SALARY-RANGE" TO WS-AUDIT-FIELD.
           MOVE WS-GRD-RANGE-TEXT TO WS-AUDIT-OLD-VALUE.
           MOVE WS-GRD-OVERRIDE-REASON TO WS-AUDIT-NEW-VALUE.
           PERFORM 110-WRITE-AUDIT-LOG.

      * Holds the grade master open INPUT across many lookups (mass
      * change, compa-ratio report). No grade master yet simply
      * means no salary is range-checked.
       128-OPEN-GRADES-FOR-LOOKUP.
           MOVE "N" TO WS-GRD-OPEN-FLAG.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PGR-FILE-STATUS = "00"
               MOVE "Y" TO WS-GRD-OPEN-FLAG
           END-IF.

       129-CLOSE-GRADES-FOR-LOOKUP.
           IF WS-GRD-OPEN-FLAG = "Y"
               CLOSE PAY-GRADE-FILE
               MOVE "N" TO WS-GRD-OPEN-FLAG
           END-IF.

      * Appends one line to AUDIT-LOG-FILE for an add/update/delete.
      * WS-AUDIT-OPERATION and EMP-ID must be set before this is
      * performed.
       110-WRITE-AUDIT-LOG.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           PERFORM 148-SET-TERM-USER.
      * The record area is undefined before the first WRITE - blank
      * it so the FILLER separators really are spaces on file.
           MOVE SPACES TO AUDIT-RECORD.

      * Report-writer paragraphs for the department summary report
      * file, same pagination scheme as the tier report.
       255-OPEN-ACCESS-REPORT.
           OPEN OUTPUT ACCESS-REPORT-FILE.
           IF WS-ACC-RPT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN USER-ACCESS.RPT - STATUS "
                   WS-ACC-RPT-STATUS ". REPORT NOT WRITTEN."
           ELSE
               ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
               MOVE 0 TO WS-RPT-PAGE-NUM
               MOVE 99 TO WS-RPT-LINE-COUNT
           END-IF.

       256-CLOSE-ACCESS-REPORT.
           CLOSE ACCESS-REPORT-FILE.
           DISPLAY "USER-ACCESS.RPT WRITTEN.".

       257-ACCESS-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUM.
           MOVE WS-RPT-RUN-DATE TO ARH-RUN-DATE.
           MOVE WS-RPT-PAGE-NUM TO ARH-PAGE-NUM.
           WRITE ACCESS-REPORT-LINE FROM ACCESS-PAGE-HEADING.
           WRITE ACCESS-REPORT-LINE FROM ACCESS-COLUMN-HEADING.
           MOVE 3 TO WS-RPT-LINE-COUNT.
           IF ACCESS-COLUMN-HEADING-2 NOT = SPACES
               WRITE ACCESS-REPORT-LINE FROM ACCESS-COLUMN-HEADING-2
               ADD 1 TO WS-RPT-LINE-COUNT
           END-IF.
           WRITE ACCESS-REPORT-LINE FROM WS-RPT-SEPARATOR.

       258-WRITE-ACCESS-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 257-ACCESS-PAGE-HEADING
           END-IF.
           WRITE ACCESS-REPORT-LINE FROM WS-RPT-WORK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           MOVE SPACES TO WS-RPT-WORK-LINE.

       260-OPEN-DEPT-REPORT.
           OPEN OUTPUT DEPT-REPORT-FILE.
           IF WS-DEPT-RPT-STATUS NOT = "00"
       439-RUN-MASS-CHANGE.
           MOVE 0 TO WS-MASS-RESUME-ID.
           MOVE "N" TO WS-MASS-RESUME-FLAG.
           MOVE SPACES TO WS-GRD-OVERRIDE-REASON.
           PERFORM 128-OPEN-GRADES-FOR-LOOKUP.
           PERFORM 437-MASS-CHECKPOINT-LOAD.
           IF WS-MASS-RESUME-FLAG = "Y"
               PERFORM 434-APPLY-MASS-CHANGE
           ELSE
               PERFORM 431-GET-MASS-PARAMETERS
               MOVE 0 TO WS-MASS-COUNT WS-MASS-OUT-COUNT
               MOVE 0 TO WS-MASS-OLD-TOTAL WS-MASS-NEW-TOTAL
               DISPLAY SEPARATOR-LINE
               DISPLAY "MASS SALARY CHANGE - PREVIEW (EFFECTIVE "
               COMPUTE WS-MASS-IMPACT-DISP =
                   WS-MASS-NEW-TOTAL - WS-MASS-OLD-TOTAL
               DISPLAY "TOTAL COST IMPACT:   " WS-MASS-IMPACT-DISP
               MOVE WS-MASS-COUNT TO WS-MASS-TO-APPLY
      * One override reason covers every out-of-range change in the
      * run; without one those employees are left out of the apply.
               IF WS-MASS-OUT-COUNT > 0
                   DISPLAY WS-MASS-OUT-COUNT " CHANGE(S) WOULD LEAVE "
                       "THE SALARY OUTSIDE THE GRADE RANGE (*)."
                   DISPLAY "SUPERVISOR OVERRIDE REASON (BLANK = SKIP "
                       "THOSE EMPLOYEES):"
                   ACCEPT WS-GRD-OVERRIDE-REASON
                   IF WS-GRD-OVERRIDE-REASON = SPACES
                       SUBTRACT WS-MASS-OUT-COUNT
                           FROM WS-MASS-TO-APPLY
                       DISPLAY "THE " WS-MASS-OUT-COUNT " OUT-OF-"
                           "RANGE CHANGE(S) WILL BE SKIPPED."
                   END-IF
               END-IF
               IF WS-MASS-TO-APPLY = 0
                   DISPLAY "NO EMPLOYEES MATCH THE SELECTION - "
                       "NOTHING TO APPLY."
               ELSE
                   DISPLAY "APPLY THESE " WS-MASS-TO-APPLY
                       " CHANGE(S)? Y/N"
                   ACCEPT WS-CONFIRM-FLAG
                   IF WS-CONFIRM-FLAG = "Y" OR WS-CONFIRM-FLAG = "y"
                   END-IF
               END-IF
           END-IF.
           PERFORM 129-CLOSE-GRADES-FOR-LOOKUP.

      * Selection and adjustment prompts. Blank department or job
      * title means no filter on that field.
                   ADD WS-MASS-NEW-SALARY TO WS-MASS-NEW-TOTAL
                   MOVE SALARY TO WS-MASS-OLD-DISP
                   MOVE WS-MASS-NEW-SALARY TO WS-MASS-NEW-DISP
                   PERFORM 427-CHECK-MASS-RANGE
                   IF WS-GRD-RANGE-FLAG = "B" OR
                       WS-GRD-RANGE-FLAG = "A"
                       ADD 1 TO WS-MASS-OUT-COUNT
                       DISPLAY EMP-ID "  " LAST-NAME
                           WS-MASS-OLD-DISP "   " WS-MASS-NEW-DISP
                           " * " WS-GRD-RANGE-TEXT
                   ELSE
                       DISPLAY EMP-ID "  " LAST-NAME
                           WS-MASS-OLD-DISP "   " WS-MASS-NEW-DISP
                   END-IF
               END-IF
           END-IF.

      * Grade-range check of the record in hand at its new salary.
       427-CHECK-MASS-RANGE.
           MOVE EMP-ID TO WS-GRD-EMP-ID.
           MOVE JOB-TITLE TO WS-GRD-TITLE.
           MOVE WS-MASS-NEW-SALARY TO WS-GRD-SALARY.
           PERFORM 125-CHECK-SALARY-RANGE.

       433-COMPUTE-NEW-SALARY.
           IF WS-MASS-ADJ-TYPE = "P"
               COMPUTE WS-MASS-CALC-SALARY ROUNDED =
      * resumed run continues exactly where the interrupted one
      * stopped. The checkpoint advances after every rewrite.
       434-APPLY-MASS-CHANGE.
           MOVE 0 TO WS-MASS-APPLIED WS-MASS-SKIPPED.
           MOVE "OPEN" TO WS-CKPT-STATUS.
           PERFORM 436-MASS-CHECKPOINT-SAVE.
           CLOSE EMPLOYEES-FILE.
           PERFORM 436-MASS-CHECKPOINT-SAVE.
           DISPLAY "MASS CHANGE COMPLETE - " WS-MASS-APPLIED
               " RECORD(S) UPDATED THIS RUN.".
           IF WS-MASS-SKIPPED > 0
               DISPLAY WS-MASS-SKIPPED " RECORD(S) SKIPPED - NEW "
                   "SALARY OUTSIDE THE GRADE RANGE."
           END-IF.

       435-APPLY-ONE-RECORD.
           READ EMPLOYEES-FILE NEXT RECORD AT END MOVE "Y" TO EOF-FLAG.
               PERFORM 438-MATCH-MASS-FILTERS
               IF WS-VALID-FLAG = "Y"
                   PERFORM 433-COMPUTE-NEW-SALARY
                   PERFORM 427-CHECK-MASS-RANGE
                   IF (WS-GRD-RANGE-FLAG = "B" OR
                       WS-GRD-RANGE-FLAG = "A") AND
                       WS-GRD-OVERRIDE-REASON = SPACES
                       MOVE "N" TO WS-VALID-FLAG
                       ADD 1 TO WS-MASS-SKIPPED
                       DISPLAY "SKIPPED " EMP-ID " - "
                           WS-GRD-RANGE-TEXT
                   END-IF
               END-IF
               IF WS-VALID-FLAG = "Y"
                   MOVE "SALARY" TO WS-AUDIT-FIELD
                   MOVE SALARY TO WS-MASS-OLD-DISP
                   MOVE WS-MASS-OLD-DISP TO WS-AUDIT-OLD-VALUE
                           ADD 1 TO WS-MASS-APPLIED
                           MOVE "MASSCH" TO WS-AUDIT-OPERATION
                           PERFORM 110-WRITE-AUDIT-LOG
                           IF WS-GRD-RANGE-FLAG = "B" OR
                               WS-GRD-RANGE-FLAG = "A"
                               PERFORM 127-WRITE-OVERRIDE-AUDIT
                           END-IF
                           MOVE EMP-ID TO WS-MASS-RESUME-ID
                           MOVE "OPEN" TO WS-CKPT-STATUS
                           PERFORM 436-MASS-CHECKPOINT-SAVE
           MOVE WS-MASS-ADJ-AMOUNT TO MCKPT-ADJ-AMOUNT.
           MOVE WS-MASS-EFF-DATE TO MCKPT-EFF-DATE.
           MOVE WS-MASS-TITLE TO MCKPT-TITLE.
           MOVE WS-GRD-OVERRIDE-REASON TO MCKPT-OVR-REASON.
           WRITE MASS-CHECKPOINT-RECORD.
           CLOSE MASS-CHECKPOINT-FILE.

                               MOVE MCKPT-EFF-DATE
                                   TO WS-MASS-EFF-DATE
                               MOVE MCKPT-TITLE TO WS-MASS-TITLE
                               MOVE MCKPT-OVR-REASON
                                   TO WS-GRD-OVERRIDE-REASON
                           END-IF
                       END-IF
               END-READ
       181-ACQUIRE-BATCH-LOCK.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           PERFORM 148-SET-TERM-USER.
           OPEN OUTPUT BATCH-LOCK-FILE.
           MOVE SPACES TO BATCH-LOCK-RECORD.
           SET LCK-LOCKED TO TRUE.
       131-CLOSE-AUDIT-LOG.
           CLOSE AUDIT-LOG-FILE.

      * Operator sign-on. A brand-new installation (no operators on
      * file) first sets up the system administrator. The operator
      * then has WS-SEC-MAX-ATTEMPTS tries; every failure is on the
      * security log. WS-SEC-SIGNED-ON = "Y" on success, with the
      * role's access loaded into the WS-SEC- session fields.
       132-OPERATOR-SIGN-ON.
           MOVE "N" TO WS-SEC-SIGNED-ON.
           PERFORM 144-OPEN-SECURITY-IO.
           IF WS-SEC-OPEN-FLAG NOT = "Y"
               DISPLAY "SIGN-ON NOT POSSIBLE - SEE YOUR SECURITY "
                   "ADMINISTRATOR."
               EXIT PARAGRAPH
           END-IF.
           MOVE "U" TO OPR-TYPE.
           MOVE LOW-VALUES TO OPR-ID.
           MOVE "N" TO WS-SEC-FOUND-FLAG.
           START OPERATOR-FILE KEY IS >= OPR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ OPERATOR-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF OPR-USER-REC
                               MOVE "Y" TO WS-SEC-FOUND-FLAG
                           END-IF
                   END-READ
           END-START.
           IF WS-SEC-FOUND-FLAG = "N"
               PERFORM 137-SETUP-FIRST-ADMIN
           END-IF.
           MOVE 0 TO WS-SEC-ATTEMPTS.
           MOVE SPACES TO SGN-MSG-WS.
           PERFORM 133-VERIFY-SIGN-ON
               UNTIL WS-SEC-SIGNED-ON = "Y" OR
                   WS-SEC-ATTEMPTS >= WS-SEC-MAX-ATTEMPTS.
           CLOSE OPERATOR-FILE.
           MOVE "N" TO WS-SEC-OPEN-FLAG.
           IF WS-SEC-SIGNED-ON NOT = "Y"
               DISPLAY "SIGN-ON REFUSED - " WS-SEC-MAX-ATTEMPTS
                   " UNSUCCESSFUL ATTEMPTS."
           END-IF.

      * One sign-on attempt through SIGN-ON-PANEL. The message back
      * to the operator is the same whether the user id or the PIN
      * was wrong; the security log records which. An operator who
      * reaches WS-SEC-LOCKOUT-LIMIT wrong PINs in a row is made
      * inactive until an administrator reinstates the id.
       133-VERIFY-SIGN-ON.
           MOVE SPACES TO SGN-USER-WS SGN-PIN-WS.
           ACCEPT SIGN-ON-PANEL.
           MOVE FUNCTION UPPER-CASE(SGN-USER-WS) TO SGN-USER-WS.
           ADD 1 TO WS-SEC-ATTEMPTS.
           IF SGN-USER-WS = SPACES
               MOVE "ENTER YOUR USER ID AND PIN." TO SGN-MSG-WS
               EXIT PARAGRAPH
           END-IF.
           MOVE SGN-USER-WS TO WS-SEC-LOG-OPERATOR.
           MOVE "FAILED" TO WS-SEC-EVENT.
           MOVE "SIGN-ON FAILED - USER ID OR PIN NOT RECOGNIZED."
               TO SGN-MSG-WS.
           MOVE "U" TO OPR-TYPE.
           MOVE SGN-USER-WS TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE SPACES TO SGN-PIN-WS
                   MOVE "UNKNOWN USER ID" TO WS-SEC-LOG-TEXT
                   PERFORM 135-WRITE-SECURITY-LOG
                   EXIT PARAGRAPH
           END-READ.
           MOVE OPR-ROLE TO WS-SEC-LOG-ROLE.
           IF NOT OPR-ACTIVE
               MOVE SPACES TO SGN-PIN-WS
               MOVE "OPERATOR IS INACTIVE" TO WS-SEC-LOG-TEXT
               PERFORM 135-WRITE-SECURITY-LOG
               EXIT PARAGRAPH
           END-IF.
           MOVE SGN-USER-WS TO WS-SEC-HASH-USER.
           MOVE SGN-PIN-WS TO WS-SEC-HASH-PIN.
           MOVE SPACES TO SGN-PIN-WS.
           PERFORM 136-HASH-PIN.
           IF WS-SEC-HASH NOT = OPR-PIN-HASH
               ADD 1 TO OPR-FAILED-COUNT
               IF OPR-FAILED-COUNT >= WS-SEC-LOCKOUT-LIMIT
                   SET OPR-INACTIVE TO TRUE
                   MOVE "LOCKED" TO WS-SEC-EVENT
                   MOVE "DEACTIVATED AFTER REPEATED WRONG PINS"
                       TO WS-SEC-LOG-TEXT
               ELSE
                   MOVE "WRONG PIN" TO WS-SEC-LOG-TEXT
               END-IF
               REWRITE OPERATOR-INFO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               PERFORM 135-WRITE-SECURITY-LOG
               EXIT PARAGRAPH
           END-IF.
           MOVE OPR-NAME TO WS-SEC-USER-NAME.
           MOVE OPR-ROLE TO WS-SEC-ROLE.
           MOVE OPR-LAST-SIGNON-DATE TO WS-SEC-PREV-DATE.
           MOVE OPR-LAST-SIGNON-TIME TO WS-SEC-PREV-TIME.
      * The role must still be on file - an operator left pointing
      * at a removed role gets no access at all.
           MOVE "R" TO OPR-TYPE.
           MOVE WS-SEC-ROLE TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "SIGN-ON REFUSED - NO ACCESS ROLE. SEE YOUR "
                       & "SECURITY ADMINISTRATOR." TO SGN-MSG-WS
                   MOVE SPACES TO WS-SEC-LOG-TEXT
                   STRING "ROLE " WS-SEC-ROLE " NOT ON FILE"
                       DELIMITED BY SIZE
                       INTO WS-SEC-LOG-TEXT
                   END-STRING
                   PERFORM 135-WRITE-SECURITY-LOG
                   EXIT PARAGRAPH
           END-READ.
           MOVE OPR-MENU-ACCESS TO WS-SEC-MENU-ACCESS.
           MOVE OPR-SHOW-SALARY TO WS-SEC-SHOW-SALARY.
           MOVE OPR-SHOW-DEDUCTIONS TO WS-SEC-SHOW-DEDUCTIONS.
           MOVE OPR-SHOW-CONTACT TO WS-SEC-SHOW-CONTACT.
           MOVE "U" TO OPR-TYPE.
           MOVE SGN-USER-WS TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           ACCEPT OPR-LAST-SIGNON-DATE FROM DATE YYYYMMDD.
           ACCEPT OPR-LAST-SIGNON-TIME FROM TIME.
           MOVE 0 TO OPR-FAILED-COUNT.
           REWRITE OPERATOR-INFO
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           MOVE SGN-USER-WS TO WS-SEC-USER-ID.
           MOVE "Y" TO WS-SEC-SIGNED-ON.
           MOVE "SIGNON" TO WS-SEC-EVENT.
           MOVE SPACES TO WS-SEC-LOG-TEXT.
           PERFORM 135-WRITE-SECURITY-LOG.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "WELCOME " FUNCTION TRIM(WS-SEC-USER-NAME)
               " - ROLE " FUNCTION TRIM(WS-SEC-ROLE) ".".
           IF WS-SEC-PREV-DATE = 0
               DISPLAY "THIS IS YOUR FIRST SIGN-ON."
           ELSE
               DISPLAY "LAST SIGN-ON: " WS-SEC-PREV-DATE " "
                   WS-SEC-PREV-TIME(1:4)
           END-IF.

      * Refuses a main-menu option the signed-on role may not run,
      * and the options that are nothing but masked data to it: the
      * payroll register (salaries and deduction amounts) and the
      * mass salary change. Change PIN and exit are always allowed.
       134-CHECK-OPTION-ACCESS.
           MOVE "Y" TO WS-SEC-ALLOWED.
           IF WS-MENU-CHOICE < 1 OR WS-MENU-CHOICE > 29
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-SEC-LOG-TEXT.
           EVALUATE TRUE
               WHEN WS-SEC-MENU-ACCESS(WS-MENU-CHOICE:1) NOT = "Y"
                   MOVE "N" TO WS-SEC-ALLOWED
                   MOVE "OPTION NOT GRANTED TO ROLE"
                       TO WS-SEC-LOG-TEXT
               WHEN WS-MENU-CHOICE = 12 AND
                   (WS-SEC-SHOW-SALARY NOT = "Y" OR
                    WS-SEC-SHOW-DEDUCTIONS NOT = "Y")
                   MOVE "N" TO WS-SEC-ALLOWED
                   MOVE "SALARY / DEDUCTIONS MASKED FOR ROLE"
                       TO WS-SEC-LOG-TEXT
               WHEN WS-MENU-CHOICE = 17 AND
                   WS-SEC-SHOW-SALARY NOT = "Y"
                   MOVE "N" TO WS-SEC-ALLOWED
                   MOVE "SALARY MASKED FOR ROLE" TO WS-SEC-LOG-TEXT
           END-EVALUATE.
           IF WS-SEC-ALLOWED = "N"
               MOVE WS-MENU-CHOICE TO WS-SEC-OPTION-DISP
               DISPLAY "OPTION " WS-SEC-OPTION-DISP
                   " IS NOT AVAILABLE TO ROLE "
                   FUNCTION TRIM(WS-SEC-ROLE) "."
               MOVE "DENIED" TO WS-SEC-EVENT
               MOVE WS-SEC-USER-ID TO WS-SEC-LOG-OPERATOR
               PERFORM 135-WRITE-SECURITY-LOG
           END-IF.

      * Appends one line to the security log. Set WS-SEC-EVENT,
      * WS-SEC-LOG-OPERATOR and WS-SEC-LOG-TEXT first (the role and
      * option default from the session); all three interface
      * fields are cleared afterward. The log is opened per line -
      * it is written rarely and must survive an abandoned session.
       135-WRITE-SECURITY-LOG.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           ACCEPT SLG-DATE FROM DATE YYYYMMDD.
           ACCEPT SLG-TIME FROM TIME.
           MOVE WS-SEC-EVENT TO SLG-EVENT.
           MOVE WS-SEC-LOG-OPERATOR TO SLG-OPERATOR.
           IF WS-SEC-LOG-ROLE NOT = SPACES
               MOVE WS-SEC-LOG-ROLE TO SLG-ROLE
           ELSE
               MOVE WS-SEC-ROLE TO SLG-ROLE
           END-IF.
           ACCEPT SLG-TERM-USER FROM ENVIRONMENT "USER".
           IF SLG-TERM-USER = SPACES
               MOVE "UNKNOWN" TO SLG-TERM-USER
           END-IF.
           IF WS-SEC-LOG-OPTION NOT = SPACES
               MOVE WS-SEC-LOG-OPTION TO SLG-OPTION
           ELSE
               IF WS-SEC-EVENT = "DENIED"
                   MOVE WS-MENU-CHOICE TO SLG-OPTION
               END-IF
           END-IF.
           MOVE WS-SEC-LOG-TEXT TO SLG-TEXT.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF WS-SLG-FILE-STATUS NOT = "00"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           IF WS-SLG-FILE-STATUS = "00"
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG-FILE
           ELSE
               DISPLAY "SECURITY LOG COULD NOT BE WRITTEN - STATUS "
                   WS-SLG-FILE-STATUS "."
           END-IF.
           MOVE SPACES TO WS-SEC-LOG-OPERATOR WS-SEC-LOG-ROLE
               WS-SEC-LOG-OPTION WS-SEC-LOG-TEXT.

      * One-way hash of WS-SEC-HASH-SOURCE (user id + PIN) into
      * WS-SEC-HASH; the PIN half is cleared once it is used. The
      * user id is part of the source so two operators with the
      * same PIN still hold different values on file.
       136-HASH-PIN.
           MOVE 7 TO WS-SEC-HASH.
           PERFORM VARYING WS-SEC-HASH-IDX FROM 1 BY 1
               UNTIL WS-SEC-HASH-IDX > 16
               COMPUTE WS-SEC-HASH = FUNCTION MOD(
                   WS-SEC-HASH * 131 + WS-SEC-HASH-IDX *
                   FUNCTION ORD(WS-SEC-HASH-SOURCE
                       (WS-SEC-HASH-IDX:1)), 9999999967)
           END-PERFORM.
           MOVE SPACES TO WS-SEC-HASH-PIN.

      * First sign-on of a new installation: writes the standard
      * roles and the first operator, who is given the ADMIN role
      * and sets their own PIN. Everyone else is added by them
      * through option 29.
       137-SETUP-FIRST-ADMIN.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "NO OPERATORS ON FILE - SETTING UP THE SYSTEM "
               "ADMINISTRATOR.".
           PERFORM 139-SEED-STANDARD-ROLES.
           MOVE SPACES TO I-OPR-ID.
           PERFORM UNTIL I-OPR-ID NOT = SPACES
               DISPLAY "ADMINISTRATOR USER ID (UP TO 8 CHARACTERS)?"
               ACCEPT I-OPR-ID
               MOVE FUNCTION UPPER-CASE(I-OPR-ID) TO I-OPR-ID
           END-PERFORM.
           DISPLAY "ADMINISTRATOR NAME?".
           ACCEPT I-OPR-NAME.
           MOVE I-OPR-ID TO SGN-USER-WS.
           PERFORM 146-GET-NEW-PIN.
           MOVE SPACES TO OPERATOR-INFO.
           MOVE "U" TO OPR-TYPE.
           MOVE I-OPR-ID TO OPR-ID.
           MOVE I-OPR-NAME TO OPR-NAME.
           MOVE "ADMIN" TO OPR-ROLE.
           SET OPR-ACTIVE TO TRUE.
           MOVE WS-SEC-HASH TO OPR-PIN-HASH.
           MOVE 0 TO OPR-LAST-SIGNON-DATE OPR-LAST-SIGNON-TIME
               OPR-FAILED-COUNT.
           ACCEPT OPR-CREATED-DATE FROM DATE YYYYMMDD.
           MOVE OPR-CREATED-DATE TO OPR-CHANGED-DATE.
           MOVE I-OPR-ID TO OPR-CHANGED-BY.
           WRITE OPERATOR-INFO
               INVALID KEY
                   DISPLAY "ADMINISTRATOR NOT SAVED - STATUS "
                       WS-OPR-FILE-STATUS "."
               NOT INVALID KEY
                   MOVE "SETUP" TO WS-SEC-EVENT
                   MOVE I-OPR-ID TO WS-SEC-LOG-OPERATOR
                   MOVE "ADMIN" TO WS-SEC-LOG-ROLE
                   MOVE "FIRST ADMINISTRATOR CREATED"
                       TO WS-SEC-LOG-TEXT
                   PERFORM 135-WRITE-SECURITY-LOG
                   DISPLAY "ADMINISTRATOR " FUNCTION TRIM(I-OPR-ID)
                       " SET UP - SIGN ON TO CONTINUE."
           END-WRITE.

      * Writes one standard role from WS-SEED-ROLE-TABLE
      * (WS-SEC-IDX) unless a role of that code is already on file.
       138-SEED-ONE-ROLE.
           MOVE SPACES TO OPERATOR-INFO.
           MOVE "R" TO OPR-TYPE.
           MOVE SR-ROLE(WS-SEC-IDX) TO OPR-ID.
           MOVE SR-DESCRIPTION(WS-SEC-IDX) TO OPR-NAME.
           MOVE SR-MENU-ACCESS(WS-SEC-IDX) TO OPR-MENU-ACCESS.
           INSPECT OPR-MENU-ACCESS REPLACING ALL SPACE BY "N".
           MOVE SR-SHOW-SALARY(WS-SEC-IDX) TO OPR-SHOW-SALARY.
           MOVE SR-SHOW-DEDUCTIONS(WS-SEC-IDX)
               TO OPR-SHOW-DEDUCTIONS.
           MOVE SR-SHOW-CONTACT(WS-SEC-IDX) TO OPR-SHOW-CONTACT.
           MOVE 0 TO OPR-PIN-HASH OPR-LAST-SIGNON-DATE
               OPR-LAST-SIGNON-TIME OPR-FAILED-COUNT.
           ACCEPT OPR-CREATED-DATE FROM DATE YYYYMMDD.
           MOVE OPR-CREATED-DATE TO OPR-CHANGED-DATE.
           WRITE OPERATOR-INFO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ROLCHG" TO WS-SEC-EVENT
                   MOVE SR-ROLE(WS-SEC-IDX) TO WS-SEC-LOG-ROLE
                   MOVE "STANDARD ROLE SET UP" TO WS-SEC-LOG-TEXT
                   PERFORM 135-WRITE-SECURITY-LOG
           END-WRITE.

       139-SEED-STANDARD-ROLES.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > 5
               PERFORM 138-SEED-ONE-ROLE
           END-PERFORM.

      * Opens the operator security file I-O, creating it on the
      * first run. WS-SEC-OPEN-FLAG = "Y" when it is open.
       144-OPEN-SECURITY-IO.
           MOVE "N" TO WS-SEC-OPEN-FLAG.
           OPEN I-O OPERATOR-FILE.
           IF WS-OPR-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE
           END-IF.
           IF WS-OPR-FILE-STATUS = "00"
               MOVE "Y" TO WS-SEC-OPEN-FLAG
           ELSE
               DISPLAY "COULD NOT OPEN OPERATOR SECURITY FILE - "
                   "STATUS " WS-OPR-FILE-STATUS "."
           END-IF.

      * Option 30: the signed-on operator changes their own PIN,
      * re-keying the current one first.
       145-CHANGE-MY-PIN.
           PERFORM 144-OPEN-SECURITY-IO.
           IF WS-SEC-OPEN-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "U" TO OPR-TYPE.
           MOVE WS-SEC-USER-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "YOUR OPERATOR RECORD IS NO LONGER ON "
                       "FILE - NOTHING CHANGED."
                   CLOSE OPERATOR-FILE
                   EXIT PARAGRAPH
           END-READ.
           MOVE WS-SEC-USER-ID TO SGN-USER-WS.
           MOVE "RE-ENTER YOUR CURRENT PIN TO CHANGE IT."
               TO SGN-MSG-WS.
           MOVE SPACES TO SGN-PIN-WS.
           ACCEPT SIGN-ON-PANEL.
           MOVE WS-SEC-USER-ID TO WS-SEC-HASH-USER.
           MOVE SGN-PIN-WS TO WS-SEC-HASH-PIN.
           MOVE SPACES TO SGN-PIN-WS SGN-MSG-WS.
           PERFORM 136-HASH-PIN.
           IF WS-SEC-HASH NOT = OPR-PIN-HASH
               DISPLAY "CURRENT PIN NOT RECOGNIZED - NOTHING CHANGED."
               MOVE "FAILED" TO WS-SEC-EVENT
               MOVE WS-SEC-USER-ID TO WS-SEC-LOG-OPERATOR
               MOVE "WRONG PIN ON PIN CHANGE" TO WS-SEC-LOG-TEXT
               PERFORM 135-WRITE-SECURITY-LOG
               CLOSE OPERATOR-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SEC-USER-ID TO SGN-USER-WS.
           PERFORM 146-GET-NEW-PIN.
           MOVE WS-SEC-HASH TO OPR-PIN-HASH.
           ACCEPT OPR-CHANGED-DATE FROM DATE YYYYMMDD.
           MOVE WS-SEC-USER-ID TO OPR-CHANGED-BY.
           REWRITE OPERATOR-INFO
               INVALID KEY
                   DISPLAY "PIN NOT CHANGED - STATUS "
                       WS-OPR-FILE-STATUS "."
               NOT INVALID KEY
                   MOVE "PINCHG" TO WS-SEC-EVENT
                   MOVE WS-SEC-USER-ID TO WS-SEC-LOG-OPERATOR
                   MOVE "OWN PIN CHANGED" TO WS-SEC-LOG-TEXT
                   PERFORM 135-WRITE-SECURITY-LOG
                   DISPLAY "YOUR PIN HAS BEEN CHANGED."
           END-REWRITE.
           CLOSE OPERATOR-FILE.

      * New PIN for the operator in SGN-USER-WS, keyed twice on
      * NEW-PIN-PANEL until both agree and it is at least
      * WS-SEC-MIN-PIN-LENGTH characters. Returns the hash in
      * WS-SEC-HASH; the keyed PIN itself is not kept.
       146-GET-NEW-PIN.
           MOVE "N" TO WS-SEC-PIN-OK.
           MOVE SPACES TO SGN-MSG-WS.
           PERFORM UNTIL WS-SEC-PIN-OK = "Y"
               MOVE SPACES TO SGN-NEW-PIN-WS SGN-CONFIRM-PIN-WS
               ACCEPT NEW-PIN-PANEL
               EVALUATE TRUE
                   WHEN SGN-NEW-PIN-WS NOT = SGN-CONFIRM-PIN-WS
                       MOVE "THE TWO ENTRIES DO NOT MATCH - KEY THE "
                           & "NEW PIN AGAIN." TO SGN-MSG-WS
                   WHEN FUNCTION LENGTH(FUNCTION TRIM(SGN-NEW-PIN-WS))
                       < WS-SEC-MIN-PIN-LENGTH
                       MOVE "THE PIN MUST BE AT LEAST 4 CHARACTERS."
                           TO SGN-MSG-WS
                   WHEN SGN-NEW-PIN-WS = SGN-USER-WS
                       MOVE "THE PIN MAY NOT BE THE USER ID."
                           TO SGN-MSG-WS
                   WHEN OTHER
                       MOVE "Y" TO WS-SEC-PIN-OK
               END-EVALUATE
           END-PERFORM.
           MOVE SGN-USER-WS TO WS-SEC-HASH-USER.
           MOVE SGN-NEW-PIN-WS TO WS-SEC-HASH-PIN.
           MOVE SPACES TO SGN-NEW-PIN-WS SGN-CONFIRM-PIN-WS
               SGN-MSG-WS.
           PERFORM 136-HASH-PIN.

      * Refusal of a masked item inside an option the role may
      * run (WS-SEC-LOG-TEXT names the item) - shown to the
      * operator and written to the security log.
       147-DENY-MASKED-DATA.
           DISPLAY "NOT AVAILABLE - " FUNCTION TRIM(WS-SEC-LOG-TEXT)
               " FOR ROLE " FUNCTION TRIM(WS-SEC-ROLE) ".".
           MOVE "DENIED" TO WS-SEC-EVENT.
           MOVE WS-SEC-USER-ID TO WS-SEC-LOG-OPERATOR.
           PERFORM 135-WRITE-SECURITY-LOG.

      * User recorded on audit and lock lines: the signed-on
      * operator's user id, or the login before anyone has signed
      * on.
       148-SET-TERM-USER.
           IF WS-SEC-USER-ID NOT = SPACES
               MOVE WS-SEC-USER-ID TO WS-TERM-USER
           ELSE
               ACCEPT WS-TERM-USER FROM ENVIRONMENT "USER"
               IF WS-TERM-USER = SPACES
                   MOVE "UNKNOWN" TO WS-TERM-USER
               END-IF
           END-IF.

      * Masks the before/after images of a change-history line the
      * role may not see: salary changes and ranges, deduction
      * amounts, and contact details.
       149-MASK-HISTORY-IMAGE.
           IF WS-SEC-SHOW-SALARY NOT = "Y" AND
               (AUD-FIELD-NAME(1:6) = "SALARY" OR
                AUD-FIELD-NAME(1:7) = "GRADE M" OR
                AUD-OPERATION = "SALOVR" OR
                AUD-OPERATION = "MASSCH")
               MOVE WS-SEC-MASK TO AUD-OLD-VALUE AUD-NEW-VALUE
           END-IF.
           IF WS-SEC-SHOW-DEDUCTIONS NOT = "Y" AND
               AUD-OPERATION(1:3) = "DED"
               MOVE WS-SEC-MASK TO AUD-OLD-VALUE AUD-NEW-VALUE
           END-IF.
           IF WS-SEC-SHOW-CONTACT NOT = "Y" AND
               (AUD-OPERATION(1:3) = "CON" OR
                AUD-FIELD-NAME(1:4) = "CON-")
               MOVE WS-SEC-MASK TO AUD-OLD-VALUE AUD-NEW-VALUE
           END-IF.

      * Loads the department master into WS-DEPT-REF-TABLE for
      * validation and name lookups. A brand-new installation gets
      * the master seeded from the legacy compiled-in code list so
      * nothing that validated yesterday is rejected today.
       140-LOAD-DEPT-TABLE.
           OPEN INPUT DEPARTMENTS-FILE.
           IF WS-DEPT-FILE-STATUS = "35"
               PERFORM 141-SEED-DEPT-FILE
               OPEN INPUT DEPARTMENTS-FILE
           END-IF.
           MOVE 0 TO WS-DEPT-REF-COUNT.
           IF WS-DEPT-FILE-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM 143-LOAD-ONE-DEPT UNTIL EOF-FLAG = "Y"
               CLOSE DEPARTMENTS-FILE
               MOVE "N" TO EOF-FLAG
           ELSE
               DISPLAY "COULD NOT OPEN DEPARTMENT MASTER - STATUS "
                   WS-DEPT-FILE-STATUS ". DEPARTMENT VALIDATION "
                   "WILL REJECT EVERY CODE."
           END-IF.

      * First-run seeding of the department master from the code
      * list that used to be compiled into this program. The names
      * are placeholders until HR maintains them through option 11.
       141-SEED-DEPT-FILE.
           OPEN OUTPUT DEPARTMENTS-FILE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > 5
               MOVE SPACES TO DEPARTMENT-INFO
               MOVE LEGACY-DEPT-CODE(WS-DEPT-IDX) TO DEPT-CODE
               MOVE SPACES TO DEPT-NAME
               STRING "DEPARTMENT " DELIMITED BY SIZE
                   DEPT-CODE DELIMITED BY SIZE
                   INTO DEPT-NAME
               END-STRING
               MOVE 0 TO DEPT-MANAGER-ID
               SET DEPT-ACTIVE TO TRUE
               WRITE DEPARTMENT-INFO
           END-PERFORM.
                           TO DR-CODE(WS-DEPT-REF-COUNT)
                       MOVE DEPT-NAME
                           TO DR-NAME(WS-DEPT-REF-COUNT)
      * An old free-text manager name reads as a vacant post.
                       IF DEPT-MANAGER-ID IS NUMERIC
                           MOVE DEPT-MANAGER-ID
                               TO DR-MANAGER-ID(WS-DEPT-REF-COUNT)
                       ELSE
                           MOVE 0
                               TO DR-MANAGER-ID(WS-DEPT-REF-COUNT)
                       END-IF
                       MOVE DEPT-ACTIVE-FLAG
                           TO DR-ACTIVE(WS-DEPT-REF-COUNT)
                   END-IF
      * place rather than re-prompted from the top.
       301-ADD-DEPARTMENT.
           OPEN I-O DEPARTMENTS-FILE.
           PERFORM 188-OPEN-MASTER-FOR-LOOKUP.
           MOVE SPACES TO WS-DPNL-FIELDS WS-DPNL-ERRORS.
           MOVE "N" TO WS-PANEL-DONE-FLAG WS-PANEL-CANCEL-FLAG.
           PERFORM UNTIL WS-PANEL-DONE-FLAG = "Y"
           IF WS-PANEL-CANCEL-FLAG = "Y"
               DISPLAY "ADD CANCELLED - NOTHING WRITTEN."
           ELSE
               MOVE SPACES TO DEPARTMENT-INFO
               MOVE I-EMP-DEP-CODE TO DEPT-CODE
               MOVE I-DEPT-NAME TO DEPT-NAME
               MOVE I-DEPT-MANAGER-ID TO DEPT-MANAGER-ID
               SET DEPT-ACTIVE TO TRUE
               WRITE DEPARTMENT-INFO
                   INVALID KEY
                       DISPLAY "DEPARTMENT " DEPT-CODE " ADDED."
               END-WRITE
           END-IF.
           PERFORM 189-CLOSE-MASTER-FOR-LOOKUP.
           CLOSE DEPARTMENTS-FILE.

      * Department update: the code addresses the record and is
      * edited in place.
       302-UPDATE-DEPARTMENT.
           OPEN I-O DEPARTMENTS-FILE.
           PERFORM 188-OPEN-MASTER-FOR-LOOKUP.
           PERFORM 310-VALIDATE-DEPT-CODE-INPUT.
           MOVE I-EMP-DEP-CODE TO DEPT-CODE.
           READ DEPARTMENTS-FILE
               NOT INVALID KEY
                   PERFORM 196-PANEL-UPDATE-DEPT
           END-READ.
           PERFORM 189-CLOSE-MASTER-FOR-LOOKUP.
           CLOSE DEPARTMENTS-FILE.

       196-PANEL-UPDATE-DEPT.
           MOVE SPACES TO WS-DPNL-FIELDS WS-DPNL-ERRORS.
           MOVE DEPT-CODE TO DPNL-CODE-WS.
           MOVE DEPT-NAME TO DPNL-NAME-WS.
           IF DEPT-MANAGER-ID IS NUMERIC
               IF DEPT-MANAGER-ID NOT = 0
                   MOVE DEPT-MANAGER-ID TO DPNL-MGR-WS
               END-IF
           END-IF.
           MOVE "N" TO WS-PANEL-DONE-FLAG WS-PANEL-CANCEL-FLAG.
           PERFORM UNTIL WS-PANEL-DONE-FLAG = "Y"
               ACCEPT DEPT-UPDATE-PANEL
               DISPLAY "UPDATE CANCELLED - NOTHING CHANGED."
           ELSE
               MOVE I-DEPT-NAME TO DEPT-NAME
               MOVE I-DEPT-MANAGER-ID TO DEPT-MANAGER-ID
               REWRITE DEPARTMENT-INFO
                   INVALID KEY
                       DISPLAY "UPDATE FAILED."

      * Non-prompting edits behind the department panels: code
      * numeric (membership not required - ADD is how a code gets
      * in), name required, manager blank (vacant) or the EMP-ID of
      * someone on the master who has not been terminated.
       195-EDIT-DEPT-PANEL.
           MOVE "Y" TO WS-PANEL-OK-FLAG.
           MOVE SPACES TO WS-DPNL-ERRORS DPNL-MSG-WS.
           ELSE
               MOVE DPNL-NAME-WS TO I-DEPT-NAME
           END-IF.
           MOVE SPACES TO DPNL-MGR-NAME-WS.
           IF DPNL-MGR-WS = SPACES
               MOVE 0 TO I-DEPT-MANAGER-ID
           ELSE
               IF FUNCTION TEST-NUMVAL(DPNL-MGR-WS) = 0
                   MOVE FUNCTION NUMVAL(DPNL-MGR-WS)
                       TO I-DEPT-MANAGER-ID
                   IF WS-MGR-MASTER-OPEN = "Y"
                       MOVE 0 TO WS-SUP-CHECK-EMP-ID
                       MOVE I-DEPT-MANAGER-ID TO WS-SUP-CHECK-ID
                       PERFORM 185-VALIDATE-SUPERVISOR
                       IF WS-SUP-CHECK-MSG NOT = SPACES
                           MOVE "N" TO WS-PANEL-OK-FLAG
                           MOVE WS-SUP-CHECK-MSG TO DPNL-ERR-MGR
                       ELSE
                           MOVE WS-SUP-CHECK-NAME TO DPNL-MGR-NAME-WS
                       END-IF
                   ELSE
                       MOVE "N" TO WS-PANEL-OK-FLAG
                       MOVE "EMPLOYEE MASTER UNAVAILABLE"
                           TO DPNL-ERR-MGR
                   END-IF
               ELSE
                   MOVE "N" TO WS-PANEL-OK-FLAG
                   MOVE "NUMERIC EMP-ID REQUIRED" TO DPNL-ERR-MGR
               END-IF
           END-IF.

      * Department maintenance checks managers against the employee
      * master, so the master is opened for reading alongside the
      * department file. A master that will not open leaves the flag
      * off and only a vacant manager can be keyed.
       188-OPEN-MASTER-FOR-LOOKUP.
           MOVE "N" TO WS-MGR-MASTER-OPEN.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS = "00"
               MOVE "Y" TO WS-MGR-MASTER-OPEN
           ELSE
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - STATUS "
                   WS-EMP-FILE-STATUS ". MANAGERS CANNOT BE CHECKED."
           END-IF.

       189-CLOSE-MASTER-FOR-LOOKUP.
           IF WS-MGR-MASTER-OPEN = "Y"
               CLOSE EMPLOYEES-FILE
               MOVE "N" TO WS-MGR-MASTER-OPEN
           END-IF.

      * Handles both deactivate (submenu 3) and reactivate
      * (submenu 4) - the only difference is the flag written.
           END-READ.
           CLOSE DEPARTMENTS-FILE.

      * The manager column resolves the EMP-ID to the employee's
      * current name, so a stale appointment shows up as NOT ON
      * MASTER instead of a name nobody recognises.
       304-LIST-DEPARTMENTS.
           PERFORM 188-OPEN-MASTER-FOR-LOOKUP.
           DISPLAY "CODE  NAME                       MGR-ID "
               "MANAGER NAME               ACTIVE".
           DISPLAY SEPARATOR-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-REF-COUNT
               MOVE DR-MANAGER-ID(WS-DEPT-IDX) TO WS-NAME-LOOKUP-ID
               IF WS-MGR-MASTER-OPEN = "Y"
                   PERFORM 186-FIND-EMPLOYEE-NAME
               ELSE
                   MOVE SPACES TO WS-NAME-LOOKUP-NAME
               END-IF
               DISPLAY DR-CODE(WS-DEPT-IDX) "   "
                   DR-NAME(WS-DEPT-IDX) "  "
                   DR-MANAGER-ID(WS-DEPT-IDX) " "
                   WS-NAME-LOOKUP-NAME "  "
                   DR-ACTIVE(WS-DEPT-IDX)
           END-PERFORM.
           PERFORM 189-CLOSE-MASTER-FOR-LOOKUP.

      * Numeric-only edit for a department code keyed during
      * department maintenance (membership in the master is not
           DISPLAY "  4. EXPORT CONTACTS TO CSV".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT WS-CON-MENU-CHOICE.
      * A role with contact details masked may only view them
      * (masked) - keying, deleting or exporting them is refused.
           IF WS-SEC-SHOW-CONTACT NOT = "Y" AND
               (WS-CON-MENU-CHOICE = 1 OR WS-CON-MENU-CHOICE = 3 OR
                WS-CON-MENU-CHOICE = 4)
               MOVE "CONTACT DETAILS ARE MASKED" TO WS-SEC-LOG-TEXT
               PERFORM 147-DENY-MASKED-DATA
               MOVE 9 TO WS-CON-MENU-CHOICE
           END-IF.
      * Choices 1 and 3 write the contact master, which the batch
      * apply also writes (action C) - they wait for the interlock.
           IF WS-CON-MENU-CHOICE = 1 OR WS-CON-MENU-CHOICE = 3
       330-DISPLAY-CONTACT-RECORD.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "CONTACT INFO FOR EMPLOYEE " CON-EMP-ID.
           IF WS-SEC-SHOW-CONTACT NOT = "Y"
               DISPLAY "CONTACT DETAILS ARE MASKED FOR ROLE "
                   FUNCTION TRIM(WS-SEC-ROLE) ": " WS-SEC-MASK
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ADDRESS 1:  " CON-ADDRESS-1.
           DISPLAY "ADDRESS 2:  " CON-ADDRESS-2.
           DISPLAY "CITY:       " CON-CITY "  STATE: " CON-STATE
           DISPLAY "  4. LIST DEDUCTIONS FOR ONE EMPLOYEE".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT WS-DED-MENU-CHOICE.
      * Adding, changing and deleting a deduction all show or key
      * its amount - a role with amounts masked may only list.
           IF WS-SEC-SHOW-DEDUCTIONS NOT = "Y" AND
               WS-DED-MENU-CHOICE >= 1 AND WS-DED-MENU-CHOICE <= 3
               MOVE "DEDUCTION AMOUNTS ARE MASKED" TO WS-SEC-LOG-TEXT
               PERFORM 147-DENY-MASKED-DATA
               MOVE 9 TO WS-DED-MENU-CHOICE
           END-IF.
      * Choices 1-3 write the deduction master - single-writer
      * policy applies to it like every other master.
           IF WS-DED-MENU-CHOICE >= 1 AND WS-DED-MENU-CHOICE <= 3
                   ELSE
                       ADD 1 TO WS-DED-LIST-COUNT
                       MOVE DED-AMOUNT TO WS-DED-AMOUNT-DISP
                       IF WS-SEC-SHOW-DEDUCTIONS = "Y"
                           DISPLAY DED-PLAN-CODE "  "
                               DED-DESCRIPTION "  " DED-CATEGORY
                               "   " DED-METHOD "    "
                               WS-DED-AMOUNT-DISP
                       ELSE
                           DISPLAY DED-PLAN-CODE "  "
                               DED-DESCRIPTION "  " DED-CATEGORY
                               "   " DED-METHOD "    "
                               WS-SEC-MASK(1:9)
                       END-IF
                   END-IF
           END-READ.

               END-IF
           END-PERFORM.

      * Paid time-off maintenance: the ledger the monthly accrual
      * credits. Choices 2-3 write it, so the single-writer policy
      * applies the same as for the deduction master.
       170-PTO-MAINTENANCE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "TIME OFF (PTO) BALANCES".
           DISPLAY "  1. VIEW BALANCES FOR ONE EMPLOYEE".
           DISPLAY "  2. POST TIME TAKEN".
           DISPLAY "  3. POST ADJUSTMENT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT WS-PTO-MENU-CHOICE.
           IF WS-PTO-MENU-CHOICE >= 2 AND WS-PTO-MENU-CHOICE <= 3
               PERFORM 180-CHECK-BATCH-LOCK
               IF WS-LOCK-BUSY-FLAG = "Y"
                   MOVE 9 TO WS-PTO-MENU-CHOICE
               END-IF
           END-IF.
           EVALUATE WS-PTO-MENU-CHOICE
               WHEN 9
                   CONTINUE
               WHEN 1
                   PERFORM 172-VIEW-PTO-BALANCES
               WHEN 2
                   PERFORM 174-POST-TIME-TAKEN
               WHEN 3
                   PERFORM 175-POST-PTO-ADJUSTMENT
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE ENTER 1-3."
           END-EVALUATE.

      * Opens PTO-BALANCE-FILE for posting, creating it on first
      * use - same open-or-create pattern as the masters.
       171-OPEN-PTO-IO.
           OPEN I-O PTO-BALANCE-FILE.
           IF WS-PTO-FILE-STATUS = "35"
               OPEN OUTPUT PTO-BALANCE-FILE
               CLOSE PTO-BALANCE-FILE
               OPEN I-O PTO-BALANCE-FILE
           END-IF.

       172-VIEW-PTO-BALANCES.
           PERFORM 107-VALIDATE-EMP-ID.
           OPEN INPUT PTO-BALANCE-FILE.
           IF WS-PTO-FILE-STATUS NOT = "00"
               DISPLAY "NO PTO BALANCES ON FILE."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PTO BALANCES FOR EMPLOYEE " I-EMP-ID ":".
           DISPLAY "BANK          BALANCE  YEAR    ACCRUED      TAKEN"
               "  FORFEITED  LAST-MO".
           MOVE 0 TO WS-PTO-LIST-COUNT.
           MOVE I-EMP-ID TO PTO-EMP-ID.
           MOVE LOW-VALUES TO PTO-BANK.
           START PTO-BALANCE-FILE KEY IS >= PTO-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-PTO-EOF-FLAG
                   PERFORM 173-LIST-ONE-PTO-BANK
                       UNTIL WS-PTO-EOF-FLAG = "Y"
           END-START.
           DISPLAY WS-PTO-LIST-COUNT " BANK(S) ON FILE.".
           CLOSE PTO-BALANCE-FILE.

       173-LIST-ONE-PTO-BANK.
           READ PTO-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PTO-EOF-FLAG
               NOT AT END
                   IF PTO-EMP-ID NOT = I-EMP-ID
                       MOVE "Y" TO WS-PTO-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-PTO-LIST-COUNT
                       MOVE PTO-BANK TO I-PTO-BANK
                       PERFORM 178-SET-PTO-BANK-NAME
                       MOVE PTO-BALANCE-HOURS TO WS-PTO-HOURS-DISP
                       MOVE PTO-YTD-ACCRUED TO WS-PTO-HOURS-DISP-2
                       MOVE PTO-YTD-TAKEN TO WS-PTO-HOURS-DISP-3
                       MOVE PTO-YTD-FORFEITED TO WS-PTO-HOURS-DISP-4
                       DISPLAY WS-PTO-BANK-NAME "  "
                           WS-PTO-HOURS-DISP "  " PTO-BALANCE-YEAR
                           "  " WS-PTO-HOURS-DISP-2 "  "
                           WS-PTO-HOURS-DISP-3 "  "
                           WS-PTO-HOURS-DISP-4 "  " PTO-LAST-ACCRUAL
                   END-IF
           END-READ.

      * Time taken is drawn from an existing bank and cannot take
      * it below zero. A terminated employee's time is settled in
      * the final pay, not posted here.
       174-POST-TIME-TAKEN.
           PERFORM 107-VALIDATE-EMP-ID.
           PERFORM 179-CHECK-PTO-EMPLOYEE.
           IF WS-VALID-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           IF EMP-TERMINATED
               DISPLAY "EMPLOYEE " I-EMP-ID " IS TERMINATED - "
                   "TIME TAKEN NOT POSTED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 176-VALIDATE-PTO-BANK.
           PERFORM 171-OPEN-PTO-IO.
           MOVE I-EMP-ID TO PTO-EMP-ID.
           MOVE I-PTO-BANK TO PTO-BANK.
           READ PTO-BALANCE-FILE
               INVALID KEY
                   DISPLAY "NO " FUNCTION TRIM(WS-PTO-BANK-NAME)
                       " BALANCE ON FILE FOR " I-EMP-ID
                       " - NOTHING TO DRAW FROM."
               NOT INVALID KEY
                   MOVE PTO-BALANCE-HOURS TO WS-PTO-HOURS-DISP
                   DISPLAY "CURRENT " FUNCTION TRIM(WS-PTO-BANK-NAME)
                       " BALANCE: " WS-PTO-HOURS-DISP " HOURS"
                   PERFORM 177-VALIDATE-PTO-HOURS
                   IF I-PTO-HOURS > PTO-BALANCE-HOURS
                       DISPLAY "HOURS TAKEN EXCEED THE BALANCE - "
                           "NOT POSTED."
                   ELSE
                       MOVE PTO-BALANCE-HOURS TO WS-PTO-OLD-HOURS
                       SUBTRACT I-PTO-HOURS FROM PTO-BALANCE-HOURS
                       ADD I-PTO-HOURS TO PTO-YTD-TAKEN
                       REWRITE PTO-BALANCE-INFO
                           INVALID KEY
                               DISPLAY "TIME TAKEN POSTING FAILED."
                           NOT INVALID KEY
                               MOVE I-EMP-ID TO EMP-ID
                               MOVE "PTOTKN" TO WS-AUDIT-OPERATION
                               MOVE WS-PTO-BANK-FIELD
                                   TO WS-AUDIT-FIELD
                               MOVE WS-PTO-OLD-HOURS
                                   TO WS-PTO-HOURS-DISP
                               MOVE WS-PTO-HOURS-DISP
                                   TO WS-AUDIT-OLD-VALUE
                               MOVE PTO-BALANCE-HOURS
                                   TO WS-PTO-HOURS-DISP
                               MOVE WS-PTO-HOURS-DISP
                                   TO WS-AUDIT-NEW-VALUE
                               PERFORM 110-WRITE-AUDIT-LOG
                               DISPLAY "TIME TAKEN POSTED - NEW "
                                   FUNCTION TRIM(WS-PTO-BANK-NAME)
                                   " BALANCE " WS-PTO-HOURS-DISP
                                   " HOURS."
                       END-REWRITE
                   END-IF
           END-READ.
           CLOSE PTO-BALANCE-FILE.

      * Signed manual adjustment with a reason - corrections, and
      * the opening balances carried over from the old tracking
      * spreadsheet (a missing bank is started at zero first). A
      * minus adjustment cannot take the balance below zero. The
      * reason is kept as a second audit line.
       175-POST-PTO-ADJUSTMENT.
           PERFORM 107-VALIDATE-EMP-ID.
           PERFORM 179-CHECK-PTO-EMPLOYEE.
           IF WS-VALID-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 176-VALIDATE-PTO-BANK.
           PERFORM 171-OPEN-PTO-IO.
           MOVE I-EMP-ID TO PTO-EMP-ID.
           MOVE I-PTO-BANK TO PTO-BANK.
           READ PTO-BALANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PTO-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-PTO-FOUND-FLAG
           END-READ.
           IF WS-PTO-FOUND-FLAG = "N"
               MOVE SPACES TO PTO-BALANCE-INFO
               MOVE I-EMP-ID TO PTO-EMP-ID
               MOVE I-PTO-BANK TO PTO-BANK
               MOVE 0 TO PTO-BALANCE-HOURS PTO-YTD-ACCRUED
                   PTO-YTD-TAKEN PTO-YTD-FORFEITED PTO-LAST-ACCRUAL
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               MOVE WS-AUDIT-DATE(1:4) TO PTO-BALANCE-YEAR
               DISPLAY "NO " FUNCTION TRIM(WS-PTO-BANK-NAME)
                   " BALANCE ON FILE - A NEW BANK WILL BE STARTED."
           END-IF.
           MOVE PTO-BALANCE-HOURS TO WS-PTO-HOURS-DISP.
           DISPLAY "CURRENT " FUNCTION TRIM(WS-PTO-BANK-NAME)
               " BALANCE: " WS-PTO-HOURS-DISP " HOURS".
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "ADD OR SUBTRACT? (+ OR -)"
               ACCEPT I-PTO-SIGN
               IF I-PTO-SIGN = "+" OR I-PTO-SIGN = "-"
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   DISPLAY "INVALID SIGN - USE + OR -. TRY AGAIN."
               END-IF
           END-PERFORM.
           PERFORM 177-VALIDATE-PTO-HOURS.
           IF I-PTO-SIGN = "-" AND I-PTO-HOURS > PTO-BALANCE-HOURS
               DISPLAY "ADJUSTMENT WOULD TAKE THE BALANCE BELOW "
                   "ZERO - NOT POSTED."
               CLOSE PTO-BALANCE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "REASON FOR THE ADJUSTMENT?"
               ACCEPT I-PTO-REASON
               IF I-PTO-REASON = SPACES
                   DISPLAY "A REASON IS REQUIRED. TRY AGAIN."
               ELSE
                   MOVE "Y" TO WS-VALID-FLAG
               END-IF
           END-PERFORM.
           MOVE PTO-BALANCE-HOURS TO WS-PTO-OLD-HOURS.
           IF I-PTO-SIGN = "+"
               ADD I-PTO-HOURS TO PTO-BALANCE-HOURS
           ELSE
               SUBTRACT I-PTO-HOURS FROM PTO-BALANCE-HOURS
           END-IF.
           IF WS-PTO-FOUND-FLAG = "Y"
               REWRITE PTO-BALANCE-INFO
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
               END-REWRITE
           ELSE
               WRITE PTO-BALANCE-INFO
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
               END-WRITE
           END-IF.
           IF WS-VALID-FLAG = "N"
               DISPLAY "ADJUSTMENT POSTING FAILED - STATUS "
                   WS-PTO-FILE-STATUS "."
           ELSE
               MOVE I-EMP-ID TO EMP-ID
               MOVE "PTOADJ" TO WS-AUDIT-OPERATION
               MOVE WS-PTO-BANK-FIELD TO WS-AUDIT-FIELD
               MOVE WS-PTO-OLD-HOURS TO WS-PTO-HOURS-DISP
               MOVE WS-PTO-HOURS-DISP TO WS-AUDIT-OLD-VALUE
               MOVE PTO-BALANCE-HOURS TO WS-PTO-HOURS-DISP
               MOVE WS-PTO-HOURS-DISP TO WS-AUDIT-NEW-VALUE
               PERFORM 110-WRITE-AUDIT-LOG
               MOVE "PTOADJ" TO WS-AUDIT-OPERATION
               MOVE "ADJ REASON" TO WS-AUDIT-FIELD
               MOVE I-PTO-HOURS TO WS-PTO-HOURS-DISP-2
               STRING I-PTO-SIGN FUNCTION TRIM(WS-PTO-HOURS-DISP-2)
                   DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD-VALUE
               END-STRING
               MOVE I-PTO-REASON TO WS-AUDIT-NEW-VALUE
               PERFORM 110-WRITE-AUDIT-LOG
               DISPLAY "ADJUSTMENT POSTED - NEW "
                   FUNCTION TRIM(WS-PTO-BANK-NAME) " BALANCE "
                   WS-PTO-HOURS-DISP " HOURS."
           END-IF.
           CLOSE PTO-BALANCE-FILE.

      * Reject an unknown bank and re-prompt until valid.
       176-VALIDATE-PTO-BANK.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "WHICH BANK? (V=VACATION S=SICK P=PERSONAL)"
               ACCEPT I-PTO-BANK
               MOVE FUNCTION UPPER-CASE(I-PTO-BANK) TO I-PTO-BANK
               IF I-PTO-BANK = "V" OR I-PTO-BANK = "S" OR
                   I-PTO-BANK = "P"
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   DISPLAY "INVALID BANK - USE V, S OR P. TRY "
                       "AGAIN."
               END-IF
           END-PERFORM.
           PERFORM 178-SET-PTO-BANK-NAME.

      * Reject non-numeric or zero hours and re-prompt until valid.
       177-VALIDATE-PTO-HOURS.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "HOW MANY HOURS? ex(8.00)"
               ACCEPT I-PTO-HOURS-ALPHA
               IF FUNCTION TEST-NUMVAL(I-PTO-HOURS-ALPHA) = 0
                   MOVE FUNCTION NUMVAL(I-PTO-HOURS-ALPHA)
                       TO I-PTO-HOURS
                   IF I-PTO-HOURS = 0
                       DISPLAY "HOURS MUST BE GREATER THAN ZERO. "
                           "TRY AGAIN."
                   ELSE
                       MOVE "Y" TO WS-VALID-FLAG
                   END-IF
               ELSE
                   DISPLAY "INVALID HOURS - NUMERIC VALUE "
                       "REQUIRED. TRY AGAIN."
               END-IF
           END-PERFORM.

      * Bank name for displays and the audit field name, from
      * I-PTO-BANK. The field names match the accrual run's.
       178-SET-PTO-BANK-NAME.
           EVALUATE I-PTO-BANK
               WHEN "V"
                   MOVE "VACATION" TO WS-PTO-BANK-NAME
                   MOVE "VACATION HRS" TO WS-PTO-BANK-FIELD
               WHEN "S"
                   MOVE "SICK" TO WS-PTO-BANK-NAME
                   MOVE "SICK HRS" TO WS-PTO-BANK-FIELD
               WHEN "P"
                   MOVE "PERSONAL" TO WS-PTO-BANK-NAME
                   MOVE "PERSONAL HRS" TO WS-PTO-BANK-FIELD
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-PTO-BANK-NAME
                   MOVE SPACES TO WS-PTO-BANK-FIELD
           END-EVALUATE.

      * Time off for an EMP-ID that is not on the employee master
      * is refused, same as deductions. Leaves the employee record
      * in the record area for the caller's status checks.
       179-CHECK-PTO-EMPLOYEE.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". NOTHING POSTED."
               MOVE "N" TO WS-VALID-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE I-EMP-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   DISPLAY "NO EMPLOYEE FOUND WITH ID "
                       I-EMP-ID " - NOTHING POSTED."
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID-FLAG
           END-READ.
           CLOSE EMPLOYEES-FILE.

      * Reject recycle facility: the other half of the batch
      * apply's reject file. Browse the rejects reason by reason,
      * correct the offending field with the same edits the apply
                   ": " RT-CODE(WS-REJ-IDX) " "
                   RT-TEXT(WS-REJ-IDX) " (REJECTED "
                   RT-DATE(WS-REJ-IDX) ")"
      * An employee card (with the leave, effective-date and
      * supervisor columns) is 136 bytes; a contact card runs the
      * full 254 and wraps over three lines so every field the
      * clerk may be fixing is visible.
      * Salary and contact columns are masked for a role that may
      * not see them.
               MOVE RT-CARD(WS-REJ-IDX) TO WS-SEC-CARD-WORK
               IF WS-SEC-CARD-WORK(1:1) NOT = "C" AND
                   WS-SEC-CARD-WORK(1:1) NOT = "H" AND
                   WS-SEC-CARD-WORK(1:1) NOT = "T" AND
                   WS-SEC-SHOW-SALARY NOT = "Y"
                   MOVE WS-SEC-MASK TO WS-SEC-CARD-WORK(55:10)
               END-IF
               IF WS-SEC-CARD-WORK(1:1) = "C" AND
                   WS-SEC-SHOW-CONTACT NOT = "Y"
                   MOVE ALL "*" TO WS-SEC-CARD-WORK(8:247)
               END-IF
               IF WS-SEC-CARD-WORK(1:1) NOT = "C"
                   DISPLAY "CARD: " WS-SEC-CARD-WORK(1:136)
               ELSE
                   DISPLAY "CARD: " WS-SEC-CARD-WORK(1:122)
                   DISPLAY "      " WS-SEC-CARD-WORK(123:122)
                   DISPLAY "      " WS-SEC-CARD-WORK(245:10)
               END-IF
               DISPLAY "C=CORRECT  S=SKIP  Q=QUIT BROWSE"
               ACCEPT WS-REJ-ACTION-PROMPT
      * for recycling.
       365-CORRECT-ONE-REJECT.
           MOVE RT-CARD(WS-REJ-IDX) TO WS-RCY-CARD-AREA.
           IF RCY-ACTION = "C" AND WS-SEC-SHOW-CONTACT NOT = "Y"
               MOVE "CONTACT DETAILS ARE MASKED" TO WS-SEC-LOG-TEXT
               PERFORM 147-DENY-MASKED-DATA
               EXIT PARAGRAPH
           END-IF.
           IF RCY-ACTION = "C"
               PERFORM 367-CORRECT-CONTACT-CARD
           ELSE
               DISPLAY " 10. TERMINATION DATE"
               DISPLAY " 11. LEAVE TYPE"
               DISPLAY " 12. LEAVE DATES"
               DISPLAY " 13. EFFECTIVE DATE"
               DISPLAY " 14. REPORTS-TO (SUPERVISOR) ID"
               DISPLAY " 15. SALARY OVERRIDE REASON"
               ACCEPT WS-REJ-FIELD-CHOICE
               EVALUATE WS-REJ-FIELD-CHOICE
                   WHEN 1
                       MOVE WS-RCY-YOS-EDIT
                           TO RCY-YEAR-OF-SERVICE
                   WHEN 7
                       IF WS-SEC-SHOW-SALARY = "Y"
                           PERFORM 113-VALIDATE-SALARY
                           MOVE I-SALARY TO WS-RCY-SAL-EDIT
                           MOVE WS-RCY-SAL-EDIT TO RCY-SALARY
                       ELSE
                           MOVE "SALARIES ARE MASKED"
                               TO WS-SEC-LOG-TEXT
                           PERFORM 147-DENY-MASKED-DATA
                       END-IF
                   WHEN 8
                       DISPLAY "NEW JOB TITLE?"
                       ACCEPT I-JOB-TITLE
                           TO RCY-LEAVE-START
                       MOVE I-LEAVE-RETURN-DATE
                           TO RCY-LEAVE-RETURN
                   WHEN 13
                       PERFORM 122-VALIDATE-EFFECTIVE-DATE
                       IF I-EFFECTIVE-DATE = 0
                           MOVE SPACES TO RCY-EFFECTIVE-DATE
                       ELSE
                           MOVE I-EFFECTIVE-DATE
                               TO RCY-EFFECTIVE-DATE
                       END-IF
                   WHEN 14
                       PERFORM 123-VALIDATE-SUPERVISOR-ID
                       MOVE I-SUPERVISOR-ID-ALPHA TO RCY-SUPERVISOR-ID
                   WHEN 15
                       DISPLAY "SUPERVISOR OVERRIDE REASON FOR A "
                           "SALARY OUTSIDE ITS GRADE RANGE?"
                       ACCEPT WS-GRD-OVERRIDE-REASON
                       MOVE WS-GRD-OVERRIDE-REASON
                           TO RCY-OVERRIDE-REASON
                   WHEN OTHER
                       DISPLAY "INVALID FIELD CHOICE."
               END-EVALUATE
           ELSE
               MOVE 0 TO WS-MOVE-LINE-YYYYMM
           END-IF.
      * The ADD written when a purged employee is rehired from the
      * history archive only balances the purge's DELETE - the
      * REHIRE line beside it is the movement.
           IF AUD-OPERATION = "ADD" AND AUD-FIELD-NAME = "ARCHIVE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MOVE-LINE-YYYYMM >= WS-MOVE-START
               EVALUATE AUD-OPERATION
                   WHEN "ADD"
           WRITE MOVE-REPORT-LINE FROM WS-RPT-WORK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

      * Report-writer paragraphs for the pending-transactions
      * report file, same pagination scheme as the other reports.
       275-OPEN-PEND-REPORT.
           OPEN OUTPUT PENDING-REPORT-FILE.
           IF WS-PND-RPT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN PENDING-REPORT.RPT - "
                   "STATUS " WS-PND-RPT-STATUS ". REPORT NOT "
                   "WRITTEN."
           ELSE
               ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
               MOVE 0 TO WS-RPT-PAGE-NUM
               MOVE 99 TO WS-RPT-LINE-COUNT
           END-IF.

       276-CLOSE-PEND-REPORT.
           CLOSE PENDING-REPORT-FILE.
           DISPLAY "PENDING-REPORT.RPT WRITTEN.".

       277-PEND-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUM.
           MOVE WS-RPT-RUN-DATE TO PRH-RUN-DATE.
           MOVE WS-RPT-PAGE-NUM TO PRH-PAGE-NUM.
           WRITE PENDING-REPORT-LINE FROM PENDING-PAGE-HEADING.
           WRITE PENDING-REPORT-LINE FROM PENDING-COLUMN-HEADING.
           WRITE PENDING-REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE 3 TO WS-RPT-LINE-COUNT.

       278-WRITE-PEND-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 277-PEND-PAGE-HEADING
           END-IF.
           WRITE PENDING-REPORT-LINE FROM WS-RPT-WORK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

      * Shared writer for the three reporting-line reports. The
      * caller sets WS-ORG-RPT-NAME, ORH-TITLE and the column
      * heading before the open.
       280-OPEN-ORG-REPORT.
           OPEN OUTPUT ORG-REPORT-FILE.
           IF WS-ORG-RPT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN " FUNCTION TRIM(WS-ORG-RPT-NAME)
                   " - STATUS " WS-ORG-RPT-STATUS ". REPORT NOT "
                   "WRITTEN."
           ELSE
               ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
               MOVE 0 TO WS-RPT-PAGE-NUM
               MOVE 99 TO WS-RPT-LINE-COUNT
           END-IF.

       281-CLOSE-ORG-REPORT.
           CLOSE ORG-REPORT-FILE.
           DISPLAY FUNCTION TRIM(WS-ORG-RPT-NAME) " WRITTEN.".

       282-ORG-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUM.
           MOVE WS-RPT-RUN-DATE TO ORH-RUN-DATE.
           MOVE WS-RPT-PAGE-NUM TO ORH-PAGE-NUM.
           WRITE ORG-REPORT-LINE FROM ORG-PAGE-HEADING.
           WRITE ORG-REPORT-LINE FROM ORG-COLUMN-HEADING.
           WRITE ORG-REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE 3 TO WS-RPT-LINE-COUNT.

       283-WRITE-ORG-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 282-ORG-PAGE-HEADING
           END-IF.
           WRITE ORG-REPORT-LINE FROM WS-RPT-WORK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

       284-OPEN-COMPA-REPORT.
           OPEN OUTPUT COMPA-REPORT-FILE.
           IF WS-CMP-RPT-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN COMPA-RATIO.RPT - STATUS "
                   WS-CMP-RPT-STATUS ". REPORT NOT WRITTEN."
           ELSE
               ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD
               MOVE 0 TO WS-RPT-PAGE-NUM
               MOVE 99 TO WS-RPT-LINE-COUNT
           END-IF.

       285-CLOSE-COMPA-REPORT.
           CLOSE COMPA-REPORT-FILE.
           DISPLAY "COMPA-RATIO.RPT WRITTEN.".

       286-COMPA-PAGE-HEADING.
           ADD 1 TO WS-RPT-PAGE-NUM.
           MOVE WS-RPT-RUN-DATE TO CRH-RUN-DATE.
           MOVE WS-RPT-PAGE-NUM TO CRH-PAGE-NUM.
           WRITE COMPA-REPORT-LINE FROM COMPA-PAGE-HEADING.
           WRITE COMPA-REPORT-LINE FROM COMPA-COLUMN-HEADING.
           WRITE COMPA-REPORT-LINE FROM WS-RPT-SEPARATOR.
           MOVE 3 TO WS-RPT-LINE-COUNT.

       287-WRITE-COMPA-REPORT-LINE.
           IF WS-RPT-LINE-COUNT >= WS-RPT-LINES-PER-PAGE
               PERFORM 286-COMPA-PAGE-HEADING
           END-IF.
           WRITE COMPA-REPORT-LINE FROM WS-RPT-WORK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.

      * Pay grade maintenance submenu: the grade ranges behind the
      * salary-range edits, the grade each job title carries, the
      * employees graded apart from their title, and the
      * compa-ratio report. Grades are never deleted - an
      * assignment left pointing at a missing grade would quietly
      * stop its salaries being checked.
       290-PAY-GRADE-MAINTENANCE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "PAY GRADES / SALARY RANGES".
           DISPLAY "  1. ADD / UPDATE A PAY GRADE".
           DISPLAY "  2. LIST PAY GRADES AND TITLE ASSIGNMENTS".
           DISPLAY "  3. ASSIGN A GRADE TO A JOB TITLE".
           DISPLAY "  4. ASSIGN A GRADE TO ONE EMPLOYEE".
           DISPLAY "  5. COMPA-RATIO REPORT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT WS-GRD-MENU-CHOICE.
           IF WS-GRD-MENU-CHOICE = 5 AND WS-SEC-SHOW-SALARY NOT = "Y"
               MOVE "SALARIES ARE MASKED" TO WS-SEC-LOG-TEXT
               PERFORM 147-DENY-MASKED-DATA
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-GRD-MENU-CHOICE
               WHEN 1
                   PERFORM 292-ADD-UPDATE-GRADE
               WHEN 2
                   PERFORM 293-LIST-PAY-GRADES
               WHEN 3
                   PERFORM 295-ASSIGN-TITLE-GRADE
               WHEN 4
                   PERFORM 296-ASSIGN-EMPLOYEE-GRADE
               WHEN 5
                   PERFORM 492-COMPA-RATIO-REPORT
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE ENTER 1-5."
           END-EVALUATE.

      * Opens PAY-GRADE-FILE for maintenance, creating it on first
      * use - same open-or-create pattern as the masters.
       291-OPEN-GRADES-IO.
           OPEN I-O PAY-GRADE-FILE.
           IF WS-PGR-FILE-STATUS = "35"
               OPEN OUTPUT PAY-GRADE-FILE
               CLOSE PAY-GRADE-FILE
               OPEN I-O PAY-GRADE-FILE
           END-IF.
           IF WS-PGR-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN PAY GRADE MASTER - STATUS "
                   WS-PGR-FILE-STATUS ". NOTHING CHANGED."
           END-IF.

      * Add a grade, or change an existing grade's description and
      * range (blank answers keep what is on file). The range must
      * run minimum <= midpoint <= maximum with a minimum above
      * zero. Each limit set or changed is audited under EMP-ID 0.
       292-ADD-UPDATE-GRADE.
           MOVE SPACES TO I-GRADE-CODE.
           PERFORM UNTIL I-GRADE-CODE NOT = SPACES
               DISPLAY "GRADE CODE? ex(G04)"
               ACCEPT I-GRADE-CODE
               MOVE FUNCTION UPPER-CASE(I-GRADE-CODE) TO I-GRADE-CODE
           END-PERFORM.
           PERFORM 291-OPEN-GRADES-IO.
           IF WS-PGR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PAY-GRADE-INFO.
           MOVE "G" TO PGR-TYPE.
           MOVE I-GRADE-CODE TO PGR-ID.
           READ PAY-GRADE-FILE
               INVALID KEY
                   MOVE "N" TO WS-GRD-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-GRD-FOUND-FLAG
           END-READ.
           IF WS-GRD-FOUND-FLAG = "Y"
               MOVE PGR-MINIMUM TO WS-GRD-DISP-1
               MOVE PGR-MIDPOINT TO WS-GRD-DISP-2
               MOVE PGR-MAXIMUM TO WS-GRD-DISP-3
               DISPLAY "GRADE " I-GRADE-CODE " - " PGR-DESCRIPTION
               DISPLAY "  MINIMUM " WS-GRD-DISP-1 "  MIDPOINT "
                   WS-GRD-DISP-2 "  MAXIMUM " WS-GRD-DISP-3
               DISPLAY "BLANK ANSWERS KEEP THE VALUES ON FILE."
           ELSE
               DISPLAY "NEW GRADE " I-GRADE-CODE "."
               MOVE SPACES TO PAY-GRADE-INFO
               MOVE "G" TO PGR-TYPE
               MOVE I-GRADE-CODE TO PGR-ID
               MOVE 0 TO PGR-MINIMUM PGR-MIDPOINT PGR-MAXIMUM
           END-IF.
           MOVE PGR-MINIMUM TO WS-GRD-MINIMUM.
           MOVE PGR-MIDPOINT TO WS-GRD-MIDPOINT.
           MOVE PGR-MAXIMUM TO WS-GRD-MAXIMUM.
           DISPLAY "DESCRIPTION? ex(SENIOR ANALYST BAND)".
           ACCEPT I-GRADE-DESC.
           IF I-GRADE-DESC NOT = SPACES
               MOVE I-GRADE-DESC TO PGR-DESCRIPTION
           END-IF.
           MOVE "MINIMUM" TO WS-GRD-AMT-NAME.
           MOVE PGR-MINIMUM TO I-GRADE-AMOUNT.
           PERFORM 297-GET-GRADE-AMOUNT.
           MOVE I-GRADE-AMOUNT TO I-GRADE-MINIMUM.
           MOVE "MIDPOINT" TO WS-GRD-AMT-NAME.
           MOVE PGR-MIDPOINT TO I-GRADE-AMOUNT.
           PERFORM 297-GET-GRADE-AMOUNT.
           MOVE I-GRADE-AMOUNT TO I-GRADE-MIDPOINT.
           MOVE "MAXIMUM" TO WS-GRD-AMT-NAME.
           MOVE PGR-MAXIMUM TO I-GRADE-AMOUNT.
           PERFORM 297-GET-GRADE-AMOUNT.
           MOVE I-GRADE-AMOUNT TO I-GRADE-MAXIMUM.
           IF I-GRADE-MINIMUM = 0 OR
               I-GRADE-MINIMUM > I-GRADE-MIDPOINT OR
               I-GRADE-MIDPOINT > I-GRADE-MAXIMUM
               DISPLAY "RANGE REFUSED - THE MINIMUM MUST BE ABOVE "
                   "ZERO AND MINIMUM <= MIDPOINT <= MAXIMUM. "
                   "NOTHING SAVED."
               CLOSE PAY-GRADE-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE I-GRADE-MINIMUM TO PGR-MINIMUM.
           MOVE I-GRADE-MIDPOINT TO PGR-MIDPOINT.
           MOVE I-GRADE-MAXIMUM TO PGR-MAXIMUM.
           MOVE "Y" TO WS-VALID-FLAG.
           IF WS-GRD-FOUND-FLAG = "Y"
               REWRITE PAY-GRADE-INFO
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
               END-REWRITE
           ELSE
               WRITE PAY-GRADE-INFO
                   INVALID KEY
                       MOVE "N" TO WS-VALID-FLAG
               END-WRITE
           END-IF.
           CLOSE PAY-GRADE-FILE.
           IF WS-VALID-FLAG = "N"
               DISPLAY "GRADE " I-GRADE-CODE " NOT SAVED - STATUS "
                   WS-PGR-FILE-STATUS "."
               EXIT PARAGRAPH
           END-IF.
           IF I-GRADE-MINIMUM NOT = WS-GRD-MINIMUM
               MOVE "GRADE MIN" TO WS-AUDIT-FIELD
               MOVE WS-GRD-MINIMUM TO WS-GRD-DISP-1
               MOVE I-GRADE-MINIMUM TO WS-GRD-DISP-2
               PERFORM 298-AUDIT-GRADE-LIMIT
           END-IF.
           IF I-GRADE-MIDPOINT NOT = WS-GRD-MIDPOINT
               MOVE "GRADE MID" TO WS-AUDIT-FIELD
               MOVE WS-GRD-MIDPOINT TO WS-GRD-DISP-1
               MOVE I-GRADE-MIDPOINT TO WS-GRD-DISP-2
               PERFORM 298-AUDIT-GRADE-LIMIT
           END-IF.
           IF I-GRADE-MAXIMUM NOT = WS-GRD-MAXIMUM
               MOVE "GRADE MAX" TO WS-AUDIT-FIELD
               MOVE WS-GRD-MAXIMUM TO WS-GRD-DISP-1
               MOVE I-GRADE-MAXIMUM TO WS-GRD-DISP-2
               PERFORM 298-AUDIT-GRADE-LIMIT
           END-IF.
           IF WS-GRD-FOUND-FLAG = "Y"
               DISPLAY "GRADE " I-GRADE-CODE " UPDATED."
           ELSE
               DISPLAY "GRADE " I-GRADE-CODE " ADDED."
           END-IF.

      * Lists the grades with their ranges, then every job title
      * with the grade it carries. Employee assignments show on the
      * employee (submenu 4) and on the compa-ratio report.
       293-LIST-PAY-GRADES.
           OPEN INPUT PAY-GRADE-FILE.
           IF WS-PGR-FILE-STATUS NOT = "00"
               DISPLAY "NO PAY GRADES ON FILE."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "GRADE DESCRIPTION               MINIMUM      "
               "MIDPOINT       MAXIMUM".
           MOVE "G" TO WS-GRD-LIST-TYPE.
           PERFORM 294-LIST-GRADE-RECORDS.
           DISPLAY WS-GRD-LIST-COUNT " GRADE(S) ON FILE.".
           DISPLAY "JOB TITLE                  GRADE".
           MOVE "T" TO WS-GRD-LIST-TYPE.
           PERFORM 294-LIST-GRADE-RECORDS.
           DISPLAY WS-GRD-LIST-COUNT " JOB TITLE(S) ASSIGNED.".
           CLOSE PAY-GRADE-FILE.

      * Lists every record of type WS-GRD-LIST-TYPE in key order.
       294-LIST-GRADE-RECORDS.
           MOVE 0 TO WS-GRD-LIST-COUNT.
           MOVE WS-GRD-LIST-TYPE TO PGR-TYPE.
           MOVE LOW-VALUES TO PGR-ID.
           START PAY-GRADE-FILE KEY IS >= PGR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-GRD-EOF-FLAG
               NOT INVALID KEY
                   MOVE "N" TO WS-GRD-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-GRD-EOF-FLAG = "Y"
               READ PAY-GRADE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-GRD-EOF-FLAG
                   NOT AT END
                       IF PGR-TYPE NOT = WS-GRD-LIST-TYPE
                           MOVE "Y" TO WS-GRD-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-GRD-LIST-COUNT
                           IF PGR-GRADE
                               MOVE PGR-MINIMUM TO WS-GRD-DISP-1
                               MOVE PGR-MIDPOINT TO WS-GRD-DISP-2
                               MOVE PGR-MAXIMUM TO WS-GRD-DISP-3
                               DISPLAY PGR-ID(1:4) "  "
                                   PGR-DESCRIPTION "  "
                                   WS-GRD-DISP-1 "  "
                                   WS-GRD-DISP-2 "  "
                                   WS-GRD-DISP-3
                           ELSE
                               DISPLAY PGR-ID "  " PGR-GRADE-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Grade for a job title, keyed exactly as the title is held
      * on the master. A blank grade removes the assignment.
       295-ASSIGN-TITLE-GRADE.
           MOVE SPACES TO I-GRADE-TITLE.
           PERFORM UNTIL I-GRADE-TITLE NOT = SPACES
               DISPLAY "JOB TITLE (EXACTLY AS HELD ON THE MASTER)?"
               ACCEPT I-GRADE-TITLE
           END-PERFORM.
           PERFORM 291-OPEN-GRADES-IO.
           IF WS-PGR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 299-GET-ASSIGNED-GRADE.
           MOVE SPACES TO PAY-GRADE-INFO.
           MOVE "T" TO PGR-TYPE.
           MOVE I-GRADE-TITLE TO PGR-ID.
           PERFORM 289-SAVE-GRADE-ASSIGNMENT.
           CLOSE PAY-GRADE-FILE.
           IF WS-VALID-FLAG = "Y"
               MOVE 0 TO EMP-ID
               MOVE "GRADE" TO WS-AUDIT-OPERATION
               MOVE "TITLE GRADE" TO WS-AUDIT-FIELD
               MOVE I-GRADE-TITLE TO WS-AUDIT-OLD-VALUE
               PERFORM 288-BUILD-ASSIGNMENT-IMAGE
               PERFORM 110-WRITE-AUDIT-LOG
               DISPLAY "GRADE ASSIGNMENT FOR "
                   FUNCTION TRIM(I-GRADE-TITLE) " SAVED."
           END-IF.

      * An employee's own grade, overriding the job title's. A
      * blank grade removes it, so the title's grade applies again.
      * The current salary is re-checked against the grade that
      * now applies, as a warning only.
       296-ASSIGN-EMPLOYEE-GRADE.
           PERFORM 107-VALIDATE-EMP-ID.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF.
           MOVE I-EMP-ID TO EMP-ID.
           READ EMPLOYEES-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID-FLAG
           END-READ.
           CLOSE EMPLOYEES-FILE.
           IF WS-VALID-FLAG = "N"
               DISPLAY "NO EMPLOYEE FOUND WITH ID " I-EMP-ID
                   " - NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF.
           MOVE EMP-ID TO WS-GRD-EMP-ID.
           MOVE JOB-TITLE TO WS-GRD-TITLE.
           MOVE SALARY TO WS-GRD-SALARY.
           PERFORM 124-LOOKUP-PAY-GRADE.
           DISPLAY FUNCTION TRIM(FIRST-NAME) " "
               FUNCTION TRIM(LAST-NAME) " - " FUNCTION TRIM(JOB-TITLE).
           IF WS-GRD-CODE = SPACES
               DISPLAY "NO GRADE APPLIES TODAY."
           ELSE
               DISPLAY "GRADE TODAY: " WS-GRD-CODE " (FROM "
                   FUNCTION TRIM(WS-GRD-SOURCE) ")."
           END-IF.
           PERFORM 291-OPEN-GRADES-IO.
           IF WS-PGR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM 299-GET-ASSIGNED-GRADE.
           MOVE SPACES TO PAY-GRADE-INFO.
           MOVE "E" TO PGR-TYPE.
           MOVE WS-GRD-EMP-ID TO PGR-ID.
           PERFORM 289-SAVE-GRADE-ASSIGNMENT.
           CLOSE PAY-GRADE-FILE.
           IF WS-VALID-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GRD-EMP-ID TO EMP-ID.
           MOVE "GRADE" TO WS-AUDIT-OPERATION.
           MOVE "PAY-GRADE" TO WS-AUDIT-FIELD.
           IF WS-GRD-OLD-CODE = SPACES
               MOVE "NONE (TITLE GRADE)" TO WS-AUDIT-OLD-VALUE
           ELSE
               MOVE WS-GRD-OLD-CODE TO WS-AUDIT-OLD-VALUE
           END-IF.
           IF I-GRADE-CODE = SPACES
               MOVE "NONE (TITLE GRADE)" TO WS-AUDIT-NEW-VALUE
           ELSE
               MOVE I-GRADE-CODE TO WS-AUDIT-NEW-VALUE
           END-IF.
           PERFORM 110-WRITE-AUDIT-LOG.
           DISPLAY "GRADE ASSIGNMENT FOR EMPLOYEE " WS-GRD-EMP-ID
               " SAVED.".
           PERFORM 125-CHECK-SALARY-RANGE.
           IF WS-GRD-RANGE-FLAG = "B" OR WS-GRD-RANGE-FLAG = "A"
               DISPLAY "NOTE - CURRENT SALARY IS OUTSIDE THE RANGE: "
                   WS-GRD-RANGE-TEXT
           END-IF.

      * Prompts for a grade code that is on file, or blank.
      * PAY-GRADE-FILE must be open I-O.
       299-GET-ASSIGNED-GRADE.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "GRADE CODE TO ASSIGN (BLANK = REMOVE THE "
                   "ASSIGNMENT)?"
               ACCEPT I-GRADE-CODE
               MOVE FUNCTION UPPER-CASE(I-GRADE-CODE) TO I-GRADE-CODE
               IF I-GRADE-CODE = SPACES
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   MOVE SPACES TO PAY-GRADE-INFO
                   MOVE "G" TO PGR-TYPE
                   MOVE I-GRADE-CODE TO PGR-ID
                   READ PAY-GRADE-FILE
                       INVALID KEY
                           DISPLAY "GRADE " I-GRADE-CODE " IS NOT ON "
                               "FILE - ADD IT FIRST (OPTION 1). TRY "
                               "AGAIN."
                       NOT INVALID KEY
                           MOVE "Y" TO WS-VALID-FLAG
                   END-READ
               END-IF
           END-PERFORM.

      * Writes, replaces or removes the assignment whose key is set
      * in PGR-KEY so that it carries I-GRADE-CODE. The grade it
      * replaces is left in WS-GRD-OLD-CODE. WS-VALID-FLAG = "N"
      * when nothing was changed.
       289-SAVE-GRADE-ASSIGNMENT.
           MOVE SPACES TO WS-GRD-OLD-CODE.
           READ PAY-GRADE-FILE
               INVALID KEY
                   MOVE "N" TO WS-GRD-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS-GRD-FOUND-FLAG
                   MOVE PGR-GRADE-CODE TO WS-GRD-OLD-CODE
           END-READ.
           MOVE "Y" TO WS-VALID-FLAG.
           EVALUATE TRUE
               WHEN I-GRADE-CODE = SPACES AND WS-GRD-FOUND-FLAG = "N"
                   DISPLAY "NO ASSIGNMENT ON FILE - NOTHING TO "
                       "REMOVE."
                   MOVE "N" TO WS-VALID-FLAG
               WHEN I-GRADE-CODE = WS-GRD-OLD-CODE
                   DISPLAY "GRADE " I-GRADE-CODE " IS ALREADY "
                       "ASSIGNED - NOTHING CHANGED."
                   MOVE "N" TO WS-VALID-FLAG
               WHEN I-GRADE-CODE = SPACES
                   DELETE PAY-GRADE-FILE RECORD
                       INVALID KEY
                           MOVE "N" TO WS-VALID-FLAG
                   END-DELETE
               WHEN WS-GRD-FOUND-FLAG = "Y"
                   MOVE I-GRADE-CODE TO PGR-GRADE-CODE
                   REWRITE PAY-GRADE-INFO
                       INVALID KEY
                           MOVE "N" TO WS-VALID-FLAG
                   END-REWRITE
               WHEN OTHER
                   MOVE SPACES TO PGR-DESCRIPTION
                   MOVE 0 TO PGR-MINIMUM PGR-MIDPOINT PGR-MAXIMUM
                   MOVE I-GRADE-CODE TO PGR-GRADE-CODE
                   WRITE PAY-GRADE-INFO
                       INVALID KEY
                           MOVE "N" TO WS-VALID-FLAG
                   END-WRITE
           END-EVALUATE.
           IF WS-VALID-FLAG = "N" AND WS-PGR-FILE-STATUS NOT = "00"
               DISPLAY "ASSIGNMENT NOT SAVED - STATUS "
                   WS-PGR-FILE-STATUS "."
           END-IF.

      * "OLD -> NEW" grade image for an assignment audit line.
       288-BUILD-ASSIGNMENT-IMAGE.
           MOVE SPACES TO WS-AUDIT-NEW-VALUE.
           IF WS-GRD-OLD-CODE = SPACES
               MOVE "NONE" TO WS-GRD-OLD-CODE
           END-IF.
           IF I-GRADE-CODE = SPACES
               STRING WS-GRD-OLD-CODE DELIMITED BY SPACE
                   " -> NONE" DELIMITED BY SIZE
                   INTO WS-AUDIT-NEW-VALUE
               END-STRING
           ELSE
               STRING WS-GRD-OLD-CODE DELIMITED BY SPACE
                   " -> " DELIMITED BY SIZE
                   I-GRADE-CODE DELIMITED BY SPACE
                   INTO WS-AUDIT-NEW-VALUE
               END-STRING
           END-IF.

      * Prompt for one grade limit (WS-GRD-AMT-NAME). On an
      * existing grade a blank answer keeps I-GRADE-AMOUNT as
      * passed in.
       297-GET-GRADE-AMOUNT.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               IF WS-GRD-FOUND-FLAG = "Y"
                   DISPLAY FUNCTION TRIM(WS-GRD-AMT-NAME)
                       " ANNUAL SALARY? ex(65000.00) - BLANK KEEPS"
               ELSE
                   DISPLAY FUNCTION TRIM(WS-GRD-AMT-NAME)
                       " ANNUAL SALARY? ex(65000.00)"
               END-IF
               ACCEPT I-GRADE-AMT-ALPHA
               IF I-GRADE-AMT-ALPHA = SPACES AND
                   WS-GRD-FOUND-FLAG = "Y"
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   IF FUNCTION TEST-NUMVAL(I-GRADE-AMT-ALPHA) = 0
                       MOVE FUNCTION NUMVAL(I-GRADE-AMT-ALPHA)
                           TO I-GRADE-AMOUNT
                       MOVE "Y" TO WS-VALID-FLAG
                   ELSE
                       DISPLAY "INVALID AMOUNT - NUMERIC VALUE "
                           "REQUIRED. TRY AGAIN."
                   END-IF
               END-IF
           END-PERFORM.

      * Audit line for one grade limit set or changed: grade code
      * and old amount (blank on a new grade), grade code and new
      * amount. Grade lines carry EMP-ID 0.
       298-AUDIT-GRADE-LIMIT.
           MOVE 0 TO EMP-ID.
           MOVE "GRADE" TO WS-AUDIT-OPERATION.
           MOVE SPACES TO WS-AUDIT-OLD-VALUE WS-AUDIT-NEW-VALUE.
           IF WS-GRD-FOUND-FLAG = "Y"
               STRING I-GRADE-CODE DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-GRD-DISP-1) DELIMITED BY SIZE
                   INTO WS-AUDIT-OLD-VALUE
               END-STRING
           END-IF.
           STRING I-GRADE-CODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-GRD-DISP-2) DELIMITED BY SIZE
               INTO WS-AUDIT-NEW-VALUE
           END-STRING.
           PERFORM 110-WRITE-AUDIT-LOG.

      * Operator security submenu: operators and their roles, what
      * each role may run and see, and the quarterly user-access
      * listing for internal audit. Every change is written to the
      * security log under the administrator's user id.
       392-SECURITY-MAINTENANCE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "OPERATOR SECURITY / USER ACCESS".
           DISPLAY "  1. ADD AN OPERATOR".
           DISPLAY "  2. CHANGE AN OPERATOR (NAME/ROLE/ACTIVE/PIN)".
           DISPLAY "  3. ROLE ACCESS MAINTENANCE".
           DISPLAY "  4. LIST OPERATORS AND ROLES".
           DISPLAY "  5. QUARTERLY USER-ACCESS LISTING".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT WS-SEC-MENU-CHOICE.
           IF WS-SEC-MENU-CHOICE < 1 OR WS-SEC-MENU-CHOICE > 5
               DISPLAY "INVALID CHOICE - PLEASE ENTER 1-5."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 144-OPEN-SECURITY-IO.
           IF WS-SEC-OPEN-FLAG NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-SEC-MENU-CHOICE
               WHEN 1
                   PERFORM 393-ADD-OPERATOR
               WHEN 2
                   PERFORM 394-CHANGE-OPERATOR
               WHEN 3
                   PERFORM 395-ROLE-ACCESS-MAINTENANCE
               WHEN 4
                   PERFORM 398-LIST-OPERATORS
               WHEN 5
                   PERFORM 351-USER-ACCESS-LISTING
           END-EVALUATE.
           CLOSE OPERATOR-FILE.
           MOVE "N" TO WS-SEC-OPEN-FLAG.

      * New operator with an initial PIN keyed by the
      * administrator; the operator changes it with option 30.
       393-ADD-OPERATOR.
           DISPLAY "NEW OPERATOR USER ID (UP TO 8 CHARACTERS)?".
           ACCEPT I-OPR-ID.
           MOVE FUNCTION UPPER-CASE(I-OPR-ID) TO I-OPR-ID.
           IF I-OPR-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "U" TO OPR-TYPE.
           MOVE I-OPR-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "OPERATOR " FUNCTION TRIM(I-OPR-ID)
                       " IS ALREADY ON FILE - USE OPTION 2."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "OPERATOR NAME?".
           ACCEPT I-OPR-NAME.
           MOVE "N" TO WS-SEC-FOUND-FLAG.
           PERFORM UNTIL WS-SEC-FOUND-FLAG = "Y"
               DISPLAY "ROLE? (" FUNCTION TRIM(SR-ROLE(1)) ", "
                   FUNCTION TRIM(SR-ROLE(2)) ", "
                   FUNCTION TRIM(SR-ROLE(3)) ", "
                   FUNCTION TRIM(SR-ROLE(4)) ", "
                   FUNCTION TRIM(SR-ROLE(5)) " OR A LOCAL ROLE)"
               ACCEPT I-OPR-ROLE
               PERFORM 396-GET-ROLE-CODE
           END-PERFORM.
           DISPLAY "KEY THE OPERATOR'S FIRST PIN.".
           MOVE I-OPR-ID TO SGN-USER-WS.
           PERFORM 146-GET-NEW-PIN.
           MOVE SPACES TO OPERATOR-INFO.
           MOVE "U" TO OPR-TYPE.
           MOVE I-OPR-ID TO OPR-ID.
           MOVE I-OPR-NAME TO OPR-NAME.
           MOVE I-OPR-ROLE TO OPR-ROLE.
           SET OPR-ACTIVE TO TRUE.
           MOVE WS-SEC-HASH TO OPR-PIN-HASH.
           MOVE 0 TO OPR-LAST-SIGNON-DATE OPR-LAST-SIGNON-TIME
               OPR-FAILED-COUNT.
           ACCEPT OPR-CREATED-DATE FROM DATE YYYYMMDD.
           MOVE OPR-CREATED-DATE TO OPR-CHANGED-DATE.
           MOVE WS-SEC-USER-ID TO OPR-CHANGED-BY.
           WRITE OPERATOR-INFO
               INVALID KEY
                   DISPLAY "OPERATOR NOT ADDED - STATUS "
                       WS-OPR-FILE-STATUS "."
               NOT INVALID KEY
                   MOVE "OPRADD" TO WS-SEC-EVENT
                   MOVE WS-SEC-USER-ID TO WS-SEC-LOG-OPERATOR
                   STRING "ADDED " I-OPR-ID " ROLE " I-OPR-ROLE
                       DELIMITED BY SIZE
                       INTO WS-SEC-LOG-TEXT
                   END-STRING
                   PERFORM 135-WRITE-SECURITY-LOG
                   DISPLAY "OPERATOR " FUNCTION TRIM(I-OPR-ID)
                       " ADDED."
           END-WRITE.

      * Name, role, active flag and PIN reset for one operator. An
      * administrator cannot deactivate their own id (there would
      * be nobody left to reinstate it). Reactivating an operator
      * clears their wrong-PIN count.
       394-CHANGE-OPERATOR.
           DISPLAY "OPERATOR USER ID TO CHANGE?".
           ACCEPT I-OPR-ID.
           MOVE FUNCTION UPPER-CASE(I-OPR-ID) TO I-OPR-ID.
           MOVE "U" TO OPR-TYPE.
           MOVE I-OPR-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT FOUND."
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 399-LIST-ONE-OPERATOR.
           MOVE OPR-ROLE TO WS-SEC-LOG-ROLE.
           DISPLAY "NEW NAME? (BLANK KEEPS)".
           ACCEPT I-OPR-NAME.
           MOVE "N" TO WS-SEC-FOUND-FLAG.
           PERFORM UNTIL WS-SEC-FOUND-FLAG = "Y"
               DISPLAY "NEW ROLE? (BLANK KEEPS)"
               ACCEPT I-OPR-ROLE
               IF I-OPR-ROLE = SPACES
                   MOVE "Y" TO WS-SEC-FOUND-FLAG
               ELSE
                   PERFORM 396-GET-ROLE-CODE
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "ACTIVE? (Y/N, BLANK KEEPS)"
               ACCEPT I-OPR-FLAG
               MOVE FUNCTION UPPER-CASE(I-OPR-FLAG) TO I-OPR-FLAG
               EVALUATE TRUE
                   WHEN I-OPR-FLAG = "N" AND
                       I-OPR-ID = WS-SEC-USER-ID
                       DISPLAY "YOU CANNOT DEACTIVATE YOUR OWN "
                           "USER ID."
                   WHEN I-OPR-FLAG = SPACE OR "Y" OR "N"
                       MOVE "Y" TO WS-VALID-FLAG
                   WHEN OTHER
                       DISPLAY "ENTER Y OR N."
               END-EVALUATE
           END-PERFORM.
           DISPLAY "RESET THE OPERATOR'S PIN? (Y/N)".
           ACCEPT WS-CONFIRM-FLAG.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM-FLAG)
               TO WS-CONFIRM-FLAG.
           IF WS-CONFIRM-FLAG = "Y"
               MOVE I-OPR-ID TO SGN-USER-WS
               PERFORM 146-GET-NEW-PIN
           END-IF.
      * 396 read the role record - get the operator back.
           MOVE "U" TO OPR-TYPE.
           MOVE I-OPR-ID TO OPR-ID.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "OPERATOR NOT FOUND."
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO WS-SEC-LOG-TEXT.
           MOVE "N" TO WS-SEC-CHANGED-FLAG.
           MOVE 1 TO WS-SEC-IDX.
           STRING I-OPR-ID DELIMITED BY SPACE
               ":" DELIMITED BY SIZE
               INTO WS-SEC-LOG-TEXT WITH POINTER WS-SEC-IDX
           END-STRING.
           IF I-OPR-NAME NOT = SPACES AND I-OPR-NAME NOT = OPR-NAME
               MOVE I-OPR-NAME TO OPR-NAME
               MOVE "Y" TO WS-SEC-CHANGED-FLAG
               STRING " NAME" DELIMITED BY SIZE
                   INTO WS-SEC-LOG-TEXT WITH POINTER WS-SEC-IDX
               END-STRING
           END-IF.
           IF I-OPR-ROLE NOT = SPACES AND I-OPR-ROLE NOT = OPR-ROLE
               STRING " ROLE " DELIMITED BY SIZE
                   OPR-ROLE DELIMITED BY SPACE
                   ">" DELIMITED BY SIZE
                   I-OPR-ROLE DELIMITED BY SPACE
                   INTO WS-SEC-LOG-TEXT WITH POINTER WS-SEC-IDX
               END-STRING
               MOVE I-OPR-ROLE TO OPR-ROLE
               MOVE "Y" TO WS-SEC-CHANGED-FLAG
           END-IF.
           IF I-OPR-FLAG NOT = SPACE AND
               I-OPR-FLAG NOT = OPR-ACTIVE-FLAG
               MOVE I-OPR-FLAG TO OPR-ACTIVE-FLAG
               MOVE "Y" TO WS-SEC-CHANGED-FLAG
               IF OPR-ACTIVE
                   MOVE 0 TO OPR-FAILED-COUNT
                   STRING " REACTIVATED" DELIMITED BY SIZE
                       INTO WS-SEC-LOG-TEXT WITH POINTER WS-SEC-IDX
                   END-STRING
               ELSE
                   STRING " DEACTIVATED" DELIMITED BY SIZE
                       INTO WS-SEC-LOG-TEXT WITH POINTER WS-SEC-IDX
                   END-STRING
               END-IF
           END-IF.
           IF WS-CONFIRM-FLAG = "Y"
               MOVE WS-SEC-HASH TO OPR-PIN-HASH
               MOVE 0 TO OPR-FAILED-COUNT
               MOVE "Y" TO WS-SEC-CHANGED-FLAG
               STRING " PIN RESET" DELIMITED BY SIZE
                   INTO WS-SEC-LOG-TEXT WITH POINTER WS-SEC-IDX
               END-STRING
           END-IF.
           IF WS-SEC-CHANGED-FLAG = "N"
               DISPLAY "NOTHING CHANGED."
               MOVE SPACES TO WS-SEC-LOG-TEXT WS-SEC-LOG-ROLE
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OPR-CHANGED-DATE FROM DATE YYYYMMDD.
           MOVE WS-SEC-USER-ID TO OPR-CHANGED-BY.
           REWRITE OPERATOR-INFO
               INVALID KEY
                   DISPLAY "OPERATOR NOT CHANGED - STATUS "
                       WS-OPR-FILE-STATUS "."
                   MOVE SPACES TO WS-SEC-LOG-TEXT WS-SEC-LOG-ROLE
               NOT INVALID KEY
                   MOVE "OPRCHG" TO WS-SEC-EVENT
                   MOVE WS-SEC-USER-ID TO WS-SEC-LOG-OPERATOR
                   PERFORM 135-WRITE-SECURITY-LOG
                   DISPLAY "OPERATOR " FUNCTION TRIM(I-OPR-ID)
                       " CHANGED."
           END-REWRITE.

      * One role: the menu options it may run (keyed by number to
      * switch them on and off) and whether salaries, deduction
      * amounts and contact details are shown or masked. A role
      * code not on file is set up as a new local role with
      * nothing granted. The administrator's own role keeps
      * option 29, so nobody locks themselves out of this screen.
       395-ROLE-ACCESS-MAINTENANCE.
           DISPLAY "ROLE CODE?".
           ACCEPT I-OPR-ROLE.
           MOVE FUNCTION UPPER-CASE(I-OPR-ROLE) TO I-OPR-ROLE.
           IF I-OPR-ROLE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "R" TO OPR-TYPE.
           MOVE I-OPR-ROLE TO OPR-ID.
           MOVE "Y" TO WS-SEC-FOUND-FLAG.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-SEC-FOUND-FLAG
           END-READ.
           IF WS-SEC-FOUND-FLAG = "N"
               DISPLAY "ROLE " FUNCTION TRIM(I-OPR-ROLE)
                   " IS NOT ON FILE - SET IT UP? (Y/N)"
               ACCEPT WS-CONFIRM-FLAG
               MOVE FUNCTION UPPER-CASE(WS-CONFIRM-FLAG)
                   TO WS-CONFIRM-FLAG
               IF WS-CONFIRM-FLAG NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO OPERATOR-INFO
               MOVE "R" TO OPR-TYPE
               MOVE I-OPR-ROLE TO OPR-ID
               DISPLAY "ROLE DESCRIPTION?"
               ACCEPT OPR-NAME
               MOVE ALL "N" TO OPR-MENU-ACCESS
               MOVE "N" TO OPR-SHOW-SALARY OPR-SHOW-DEDUCTIONS
                   OPR-SHOW-CONTACT
               MOVE 0 TO OPR-PIN-HASH OPR-LAST-SIGNON-DATE
                   OPR-LAST-SIGNON-TIME OPR-FAILED-COUNT
               ACCEPT OPR-CREATED-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE OPR-MENU-ACCESS TO WS-SEC-OLD-ACCESS.
           MOVE OPR-SHOW-SALARY TO WS-SEC-OLD-FLAGS(1:1).
           MOVE OPR-SHOW-DEDUCTIONS TO WS-SEC-OLD-FLAGS(2:1).
           MOVE OPR-SHOW-CONTACT TO WS-SEC-OLD-FLAGS(3:1).
           MOVE 99 TO WS-SEC-TOGGLE.
           PERFORM UNTIL WS-SEC-TOGGLE = 0
               PERFORM 397-SHOW-ROLE-ACCESS
               DISPLAY "OPTION TO GRANT / REVOKE (1-29), 0 WHEN "
                   "DONE:"
               ACCEPT WS-SEC-TOGGLE
               EVALUATE TRUE
                   WHEN WS-SEC-TOGGLE = 0
                       CONTINUE
                   WHEN WS-SEC-TOGGLE > 29
                       DISPLAY "OPTION MUST BE 1-29."
                   WHEN WS-SEC-TOGGLE = 29 AND
                       I-OPR-ROLE = WS-SEC-ROLE AND
                       OPR-MENU-ACCESS(29:1) = "Y"
                       DISPLAY "OPTION 29 CANNOT BE TAKEN FROM YOUR "
                           "OWN ROLE."
                   WHEN OPR-MENU-ACCESS(WS-SEC-TOGGLE:1) = "Y"
                       MOVE "N" TO OPR-MENU-ACCESS(WS-SEC-TOGGLE:1)
                   WHEN OTHER
                       MOVE "Y" TO OPR-MENU-ACCESS(WS-SEC-TOGGLE:1)
               END-EVALUATE
           END-PERFORM.
           DISPLAY "SHOW SALARIES? (Y/N, BLANK KEEPS "
               OPR-SHOW-SALARY ")".
           ACCEPT I-OPR-FLAG.
           MOVE FUNCTION UPPER-CASE(I-OPR-FLAG) TO I-OPR-FLAG.
           IF I-OPR-FLAG = "Y" OR "N"
               MOVE I-OPR-FLAG TO OPR-SHOW-SALARY
           END-IF.
           DISPLAY "SHOW DEDUCTION AMOUNTS? (Y/N, BLANK KEEPS "
               OPR-SHOW-DEDUCTIONS ")".
           ACCEPT I-OPR-FLAG.
           MOVE FUNCTION UPPER-CASE(I-OPR-FLAG) TO I-OPR-FLAG.
           IF I-OPR-FLAG = "Y" OR "N"
               MOVE I-OPR-FLAG TO OPR-SHOW-DEDUCTIONS
           END-IF.
           DISPLAY "SHOW CONTACT DETAILS? (Y/N, BLANK KEEPS "
               OPR-SHOW-CONTACT ")".
           ACCEPT I-OPR-FLAG.
           MOVE FUNCTION UPPER-CASE(I-OPR-FLAG) TO I-OPR-FLAG.
           IF I-OPR-FLAG = "Y" OR "N"
               MOVE I-OPR-FLAG TO OPR-SHOW-CONTACT
           END-IF.
           MOVE OPR-SHOW-SALARY TO WS-SEC-NEW-FLAGS(1:1).
           MOVE OPR-SHOW-DEDUCTIONS TO WS-SEC-NEW-FLAGS(2:1).
           MOVE OPR-SHOW-CONTACT TO WS-SEC-NEW-FLAGS(3:1).
           IF WS-SEC-FOUND-FLAG = "Y" AND
               OPR-MENU-ACCESS = WS-SEC-OLD-ACCESS AND
               WS-SEC-NEW-FLAGS = WS-SEC-OLD-FLAGS
               DISPLAY "NOTHING CHANGED."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT OPR-CHANGED-DATE FROM DATE YYYYMMDD.
           MOVE WS-SEC-USER-ID TO OPR-CHANGED-BY.
           MOVE "Y" TO WS-SEC-CHANGED-FLAG.
           IF WS-SEC-FOUND-FLAG = "Y"
               REWRITE OPERATOR-INFO
                   INVALID KEY
                       MOVE "N" TO WS-SEC-CHANGED-FLAG
               END-REWRITE
           ELSE
               WRITE OPERATOR-INFO
                   INVALID KEY
                       MOVE "N" TO WS-SEC-CHANGED-FLAG
               END-WRITE
           END-IF.
           IF WS-SEC-CHANGED-FLAG = "N"
               DISPLAY "ROLE NOT SAVED - STATUS " WS-OPR-FILE-STATUS
                   "."
               EXIT PARAGRAPH
           END-IF.
           MOVE "ROLCHG" TO WS-SEC-EVENT.
           MOVE WS-SEC-USER-ID TO WS-SEC-LOG-OPERATOR.
           MOVE I-OPR-ROLE TO WS-SEC-LOG-ROLE.
           STRING "MENU " OPR-MENU-ACCESS(1:29) " "
               WS-SEC-NEW-FLAGS
               DELIMITED BY SIZE
               INTO WS-SEC-LOG-TEXT
           END-STRING.
           PERFORM 135-WRITE-SECURITY-LOG.
           DISPLAY "ROLE " FUNCTION TRIM(I-OPR-ROLE) " SAVED.".
           IF I-OPR-ROLE = WS-SEC-ROLE
               MOVE OPR-MENU-ACCESS TO WS-SEC-MENU-ACCESS
               MOVE OPR-SHOW-SALARY TO WS-SEC-SHOW-SALARY
               MOVE OPR-SHOW-DEDUCTIONS TO WS-SEC-SHOW-DEDUCTIONS
               MOVE OPR-SHOW-CONTACT TO WS-SEC-SHOW-CONTACT
               DISPLAY "YOUR OWN ACCESS HAS BEEN REFRESHED."
           END-IF.

      * Validates I-OPR-ROLE against the role records;
      * WS-SEC-FOUND-FLAG = "Y" when it is on file. Uses the
      * OPERATOR-INFO record area.
       396-GET-ROLE-CODE.
           MOVE FUNCTION UPPER-CASE(I-OPR-ROLE) TO I-OPR-ROLE.
           MOVE "R" TO OPR-TYPE.
           MOVE I-OPR-ROLE TO OPR-ID.
           MOVE "Y" TO WS-SEC-FOUND-FLAG.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-SEC-FOUND-FLAG
                   DISPLAY "ROLE " FUNCTION TRIM(I-OPR-ROLE)
                       " IS NOT ON FILE - SET IT UP UNDER OPTION 3 "
                       "FIRST."
           END-READ.

      * The role in OPERATOR-INFO as an option map under a ruler
      * of option numbers, with its masking flags.
       397-SHOW-ROLE-ACCESS.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ROLE " OPR-ID "  " OPR-NAME.
           DISPLAY "  OPTION   00000000011111111112222222222".
           DISPLAY "           12345678901234567890123456789".
           DISPLAY "  ACCESS   " OPR-MENU-ACCESS(1:29).
           DISPLAY "  SHOW SALARY: " OPR-SHOW-SALARY
               "   DEDUCTIONS: " OPR-SHOW-DEDUCTIONS
               "   CONTACT: " OPR-SHOW-CONTACT.

      * Every role, then every operator, in key order.
       398-LIST-OPERATORS.
           MOVE "R" TO OPR-TYPE.
           MOVE LOW-VALUES TO OPR-ID.
           MOVE "N" TO WS-SEC-EOF-FLAG.
           START OPERATOR-FILE KEY IS >= OPR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SEC-EOF-FLAG
           END-START.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "ROLES       ACCESS (OPTIONS 1-29)         S D C".
           PERFORM UNTIL WS-SEC-EOF-FLAG = "Y"
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SEC-EOF-FLAG
                   NOT AT END
                       IF OPR-ROLE-REC
                           DISPLAY OPR-ID "    " OPR-MENU-ACCESS(1:29)
                               " " OPR-SHOW-SALARY " "
                               OPR-SHOW-DEDUCTIONS " "
                               OPR-SHOW-CONTACT "  " OPR-NAME
                       ELSE
                           IF OPR-USER-REC
                               PERFORM 399-LIST-ONE-OPERATOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       399-LIST-ONE-OPERATOR.
           IF OPR-ACTIVE
               MOVE "ACTIVE" TO WS-SEC-LOG-TEXT
           ELSE
               MOVE "INACTIVE" TO WS-SEC-LOG-TEXT
           END-IF.
           DISPLAY "USER " OPR-ID "  " OPR-NAME "  ROLE " OPR-ROLE
               "  " WS-SEC-LOG-TEXT(1:8) "  LAST ON "
               OPR-LAST-SIGNON-DATE "  WRONG PINS "
               OPR-FAILED-COUNT.
           MOVE SPACES TO WS-SEC-LOG-TEXT.

      * Quarterly user-access listing (USER-ACCESS.RPT) for
      * internal audit: every operator with role, status, created
      * and last sign-on dates, and their sign-ons, failed
      * attempts and refused options from the security log over
      * the review period; then every role with what it may run
      * and see and how many operators hold it.
       351-USER-ACCESS-LISTING.
           ACCEPT WS-ACC-RUN-DATE FROM DATE YYYYMMDD.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "REVIEW PERIOD START? ex(20260701 = "
                   "YYYYMMDD) - BLANK FOR THE LAST 90 DAYS"
               ACCEPT WS-ACC-REVIEW-ALPHA
               IF WS-ACC-REVIEW-ALPHA = SPACES
                   COMPUTE WS-ACC-REVIEW-START =
                       FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ACC-RUN-DATE)
                       - WS-ACC-DORMANT-DAYS)
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-ACC-REVIEW-ALPHA) = 0
                       MOVE FUNCTION NUMVAL(WS-ACC-REVIEW-ALPHA)
                           TO WS-ACC-REVIEW-START
                       EVALUATE TRUE
                           WHEN WS-ACC-REVIEW-START(5:2) < "01" OR
                               WS-ACC-REVIEW-START(5:2) > "12" OR
                               WS-ACC-REVIEW-START(7:2) < "01" OR
                               WS-ACC-REVIEW-START(7:2) > "31"
                               DISPLAY "INVALID DATE. TRY AGAIN."
                           WHEN WS-ACC-REVIEW-START > WS-ACC-RUN-DATE
                               DISPLAY "START CANNOT BE AFTER TODAY."
                                   " TRY AGAIN."
                           WHEN OTHER
                               MOVE "Y" TO WS-VALID-FLAG
                       END-EVALUATE
                   ELSE
                       DISPLAY "INVALID DATE - NUMERIC YYYYMMDD "
                           "REQUIRED. TRY AGAIN."
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-ACC-COUNT WS-ACC-UNKNOWN-FAILS
               WS-ACC-ACTIVE-COUNT WS-ACC-INACTIVE-COUNT
               WS-ACC-NEVER-COUNT WS-ACC-DORMANT-COUNT
               WS-ACC-ROLE-COUNT.
           MOVE "N" TO WS-ACC-TRUNC-FLAG.
           MOVE "U" TO OPR-TYPE.
           MOVE LOW-VALUES TO OPR-ID.
           MOVE "N" TO WS-SEC-EOF-FLAG.
           START OPERATOR-FILE KEY IS >= OPR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SEC-EOF-FLAG
           END-START.
           PERFORM 352-LOAD-ONE-ACCESS-USER
               UNTIL WS-SEC-EOF-FLAG = "Y".
           IF WS-ACC-TRUNC-FLAG = "Y"
               DISPLAY "MORE THAN 500 OPERATORS - ONLY THE FIRST 500 "
                   "(BY USER ID) ARE REPORTED."
           END-IF.
           PERFORM 353-SCAN-SECURITY-LOG.
           PERFORM 255-OPEN-ACCESS-REPORT.
           IF WS-ACC-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "QUARTERLY USER-ACCESS REVIEW - OPERATORS"
               TO ARH-TITLE.
           MOVE "USER-ID   NAME                       ROLE      A   "
               & "CREATED   LAST-ON    IDLE  SIGNS  FAILS  DENYS  "
               & "CHGD-BY   NOTES" TO ACCESS-COLUMN-HEADING.
           MOVE SPACES TO ACCESS-COLUMN-HEADING-2.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "REVIEW PERIOD " WS-ACC-REVIEW-START " TO "
               WS-ACC-RUN-DATE " - ACTIVITY FROM THE SECURITY LOG"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
               PERFORM 355-PRINT-ACCESS-USER
           END-PERFORM.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.
           STRING WS-ACC-COUNT " OPERATOR(S): " WS-ACC-ACTIVE-COUNT
               " ACTIVE, " WS-ACC-INACTIVE-COUNT " INACTIVE, "
               WS-ACC-NEVER-COUNT " NEVER SIGNED ON, "
               WS-ACC-DORMANT-COUNT " DORMANT"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING WS-ACC-UNKNOWN-FAILS " FAILED SIGN-ON(S) UNDER "
               "USER IDS NOT ON FILE"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.
           MOVE "QUARTERLY USER-ACCESS REVIEW - ROLES" TO ARH-TITLE.
           MOVE "ROLE      DESCRIPTION                "
               & "00000000011111111112222222222  SALARY  DEDUCT  "
               & "CONTCT  USERS" TO ACCESS-COLUMN-HEADING.
           MOVE SPACES TO ACCESS-COLUMN-HEADING-2.
           MOVE "12345678901234567890123456789"
               TO ACCESS-COLUMN-HEADING-2(38:29).
           MOVE 99 TO WS-RPT-LINE-COUNT.
           MOVE "R" TO OPR-TYPE.
           MOVE LOW-VALUES TO OPR-ID.
           MOVE "N" TO WS-SEC-EOF-FLAG.
           START OPERATOR-FILE KEY IS >= OPR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SEC-EOF-FLAG
           END-START.
           PERFORM 356-PRINT-ACCESS-ROLE
               UNTIL WS-SEC-EOF-FLAG = "Y".
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.
           STRING WS-ACC-ROLE-COUNT " ROLE(S) ON FILE"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.
           PERFORM 256-CLOSE-ACCESS-REPORT.
           DISPLAY WS-ACC-COUNT " OPERATOR(S) AND "
               WS-ACC-ROLE-COUNT " ROLE(S) LISTED.".

       352-LOAD-ONE-ACCESS-USER.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SEC-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OPR-USER-REC
               MOVE "Y" TO WS-SEC-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACC-COUNT >= 500
               MOVE "Y" TO WS-ACC-TRUNC-FLAG
               MOVE "Y" TO WS-SEC-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACC-COUNT.
           MOVE OPR-ID TO AT-USER-ID(WS-ACC-COUNT).
           MOVE OPR-NAME TO AT-NAME(WS-ACC-COUNT).
           MOVE OPR-ROLE TO AT-ROLE(WS-ACC-COUNT).
           MOVE OPR-ACTIVE-FLAG TO AT-ACTIVE(WS-ACC-COUNT).
           MOVE OPR-CREATED-DATE TO AT-CREATED(WS-ACC-COUNT).
           MOVE OPR-LAST-SIGNON-DATE TO AT-LAST-SIGNON(WS-ACC-COUNT).
           MOVE OPR-CHANGED-DATE TO AT-CHANGED(WS-ACC-COUNT).
           MOVE OPR-CHANGED-BY TO AT-CHANGED-BY(WS-ACC-COUNT).
           MOVE 0 TO AT-SIGNONS(WS-ACC-COUNT)
               AT-FAILURES(WS-ACC-COUNT) AT-DENIALS(WS-ACC-COUNT).

      * Tallies the review period's sign-ons, failures (wrong PIN,
      * lockout) and refused options against each operator. With
      * no security log yet, every count is zero.
       353-SCAN-SECURITY-LOG.
           OPEN INPUT SECURITY-LOG-FILE.
           IF WS-SLG-FILE-STATUS NOT = "00"
               DISPLAY "NO SECURITY LOG ON FILE - ACTIVITY COUNTS "
                   "ARE ZERO."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SEC-EOF-FLAG.
           PERFORM UNTIL WS-SEC-EOF-FLAG = "Y"
               READ SECURITY-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-SEC-EOF-FLAG
                   NOT AT END
                       IF SLG-DATE >= WS-ACC-REVIEW-START
                           PERFORM 354-TALLY-ONE-LOG-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SECURITY-LOG-FILE.

       354-TALLY-ONE-LOG-LINE.
           PERFORM 357-FIND-ACCESS-USER.
           EVALUATE SLG-EVENT
               WHEN "SIGNON"
                   IF WS-ACC-IDX > 0
                       ADD 1 TO AT-SIGNONS(WS-ACC-IDX)
                   END-IF
               WHEN "FAILED"
               WHEN "LOCKED"
                   IF WS-ACC-IDX > 0
                       ADD 1 TO AT-FAILURES(WS-ACC-IDX)
                   ELSE
                       ADD 1 TO WS-ACC-UNKNOWN-FAILS
                   END-IF
               WHEN "DENIED"
                   IF WS-ACC-IDX > 0
                       ADD 1 TO AT-DENIALS(WS-ACC-IDX)
                   END-IF
           END-EVALUATE.

      * One operator line. The note flags what internal audit
      * follows up: a role no longer on file, an inactive id,
      * an id never used, or one idle past WS-ACC-DORMANT-DAYS.
       355-PRINT-ACCESS-USER.
           MOVE AT-USER-ID(WS-ACC-IDX) TO AUL-USER-ID.
           MOVE AT-NAME(WS-ACC-IDX) TO AUL-NAME.
           MOVE AT-ROLE(WS-ACC-IDX) TO AUL-ROLE.
           MOVE AT-ACTIVE(WS-ACC-IDX) TO AUL-ACTIVE.
           MOVE AT-CREATED(WS-ACC-IDX) TO AUL-CREATED.
           MOVE AT-LAST-SIGNON(WS-ACC-IDX) TO AUL-LAST-SIGNON.
           MOVE AT-SIGNONS(WS-ACC-IDX) TO AUL-SIGNONS.
           MOVE AT-FAILURES(WS-ACC-IDX) TO AUL-FAILURES.
           MOVE AT-DENIALS(WS-ACC-IDX) TO AUL-DENIALS.
           MOVE AT-CHANGED-BY(WS-ACC-IDX) TO AUL-CHANGED-BY.
           MOVE 0 TO WS-ACC-IDLE-DAYS.
           IF AT-LAST-SIGNON(WS-ACC-IDX) > 0
               COMPUTE WS-ACC-IDLE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-ACC-RUN-DATE) -
                   FUNCTION INTEGER-OF-DATE(AT-LAST-SIGNON(WS-ACC-IDX))
           END-IF.
           MOVE WS-ACC-IDLE-DAYS TO AUL-IDLE.
           MOVE "R" TO OPR-TYPE.
           MOVE AT-ROLE(WS-ACC-IDX) TO OPR-ID.
           MOVE "Y" TO WS-SEC-FOUND-FLAG.
           READ OPERATOR-FILE
               INVALID KEY
                   MOVE "N" TO WS-SEC-FOUND-FLAG
           END-READ.
           IF AT-ACTIVE(WS-ACC-IDX) = "Y"
               ADD 1 TO WS-ACC-ACTIVE-COUNT
           ELSE
               ADD 1 TO WS-ACC-INACTIVE-COUNT
           END-IF.
           IF AT-LAST-SIGNON(WS-ACC-IDX) = 0
               ADD 1 TO WS-ACC-NEVER-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-SEC-FOUND-FLAG = "N"
                   MOVE "ROLE NOT ON FILE" TO AUL-NOTE
               WHEN AT-ACTIVE(WS-ACC-IDX) NOT = "Y"
                   MOVE "INACTIVE" TO AUL-NOTE
               WHEN AT-LAST-SIGNON(WS-ACC-IDX) = 0
                   MOVE "NEVER SIGNED ON" TO AUL-NOTE
               WHEN WS-ACC-IDLE-DAYS > WS-ACC-DORMANT-DAYS
                   MOVE "DORMANT > 90 DAYS" TO AUL-NOTE
                   ADD 1 TO WS-ACC-DORMANT-COUNT
               WHEN OTHER
                   MOVE SPACES TO AUL-NOTE
           END-EVALUATE.
           MOVE ACCESS-USER-LINE TO WS-RPT-WORK-LINE.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.

       356-PRINT-ACCESS-ROLE.
           READ OPERATOR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SEC-EOF-FLAG
                   EXIT PARAGRAPH
           END-READ.
           IF NOT OPR-ROLE-REC
               MOVE "Y" TO WS-SEC-EOF-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ACC-ROLE-COUNT.
           MOVE 0 TO WS-ACC-ROLE-USERS.
           PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
               UNTIL WS-ACC-IDX > WS-ACC-COUNT
               IF AT-ROLE(WS-ACC-IDX) = OPR-ID
                   ADD 1 TO WS-ACC-ROLE-USERS
               END-IF
           END-PERFORM.
           MOVE OPR-ID TO ARL-ROLE.
           MOVE OPR-NAME TO ARL-DESCRIPTION.
           MOVE OPR-MENU-ACCESS(1:29) TO ARL-MENU-ACCESS.
           IF OPR-SHOW-SALARY = "Y"
               MOVE "SHOWN" TO ARL-SALARY
           ELSE
               MOVE "MASKED" TO ARL-SALARY
           END-IF.
           IF OPR-SHOW-DEDUCTIONS = "Y"
               MOVE "SHOWN" TO ARL-DEDUCTIONS
           ELSE
               MOVE "MASKED" TO ARL-DEDUCTIONS
           END-IF.
           IF OPR-SHOW-CONTACT = "Y"
               MOVE "SHOWN" TO ARL-CONTACT
           ELSE
               MOVE "MASKED" TO ARL-CONTACT
           END-IF.
           MOVE WS-ACC-ROLE-USERS TO ARL-USERS.
           MOVE ACCESS-ROLE-LINE TO WS-RPT-WORK-LINE.
           PERFORM 258-WRITE-ACCESS-REPORT-LINE.

      * WS-ACC-IDX = the table entry for SLG-OPERATOR, or 0.
       357-FIND-ACCESS-USER.
           MOVE 0 TO WS-ACC-IDX.
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > WS-ACC-COUNT OR WS-ACC-IDX > 0
               IF AT-USER-ID(WS-SEC-IDX) = SLG-OPERATOR
                   MOVE WS-SEC-IDX TO WS-ACC-IDX
               END-IF
           END-PERFORM.

      * Month-end snapshot facility: freeze the master to a dated
      * generation, point the scoped reports at a chosen snapshot
      * (as-of mode), and compare two snapshots field by field as
      * a reconciliation exhibit for the auditors.
       450-SNAPSHOT-FACILITY.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "MONTH-END SNAPSHOT / AS-OF / COMPARE".
           DISPLAY "  1. TAKE A SNAPSHOT OF THE MASTER".
           DISPLAY "  2. LIST SNAPSHOTS ON FILE".
           DISPLAY "  3. SET / CLEAR AS-OF SNAPSHOT FOR REPORTS".
           DISPLAY "  4. COMPARE TWO SNAPSHOTS".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT WS-SNAP-MENU-CHOICE.
           EVALUATE WS-SNAP-MENU-CHOICE
               WHEN 1
                   PERFORM 451-TAKE-SNAPSHOT
               WHEN 2
                   PERFORM 453-LIST-SNAPSHOTS
               WHEN 3
                   PERFORM 454-SET-ASOF-SNAPSHOT
               WHEN 4
                   PERFORM 455-COMPARE-SNAPSHOTS
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE ENTER 1-4."
           END-EVALUATE.

       457-BUILD-SNAP-NAME.
           MOVE SPACES TO WS-SNAP-NAME.
           STRING "../EMPMAST-SNAP-" WS-SNAP-DATE ".DAT"
               DELIMITED BY SIZE
               INTO WS-SNAP-NAME
           END-STRING.

      * Unloads the live master to EMPMAST-SNAP-<date>.DAT in key
      * order and registers the generation. Re-taking the same
      * date replaces that snapshot in place without a duplicate
      * register line.
       451-TAKE-SNAPSHOT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "SNAPSHOT DATE LABEL? ex(20260831 = YYYYMMDD) "
               "- BLANK FOR TODAY:".
           ACCEPT WS-SNAP-DATE-ALPHA.
           IF WS-SNAP-DATE-ALPHA = SPACES
               MOVE WS-RUN-DATE TO WS-SNAP-DATE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-SNAP-DATE-ALPHA) = 0
                   MOVE FUNCTION NUMVAL(WS-SNAP-DATE-ALPHA)
                       TO WS-SNAP-DATE
               ELSE
                   DISPLAY "INVALID DATE - USING TODAY."
                   MOVE WS-RUN-DATE TO WS-SNAP-DATE
               END-IF
           END-IF.
           PERFORM 457-BUILD-SNAP-NAME.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". SNAPSHOT NOT TAKEN."
           ELSE
               OPEN OUTPUT SNAPSHOT-FILE
               MOVE 0 TO WS-SNAP-COUNT
               MOVE "N" TO EOF-FLAG
               PERFORM 452-SNAPSHOT-ONE-RECORD
                   UNTIL EOF-FLAG = "Y"
               MOVE "N" TO EOF-FLAG
               CLOSE SNAPSHOT-FILE
               CLOSE EMPLOYEES-FILE
               PERFORM 458-REGISTER-SNAPSHOT
               DISPLAY "SNAPSHOT " WS-SNAP-DATE " TAKEN - "
                   WS-SNAP-COUNT " RECORD(S) IN "
                   FUNCTION TRIM(WS-SNAP-NAME) "."
           END-IF.

       452-SNAPSHOT-ONE-RECORD.
           READ EMPLOYEES-FILE NEXT RECORD AT END MOVE "Y" TO EOF-FLAG.
           IF EOF-FLAG NOT = "Y"
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE EMPLOYEE-INFO TO SNAPSHOT-RECORD
               WRITE SNAPSHOT-RECORD
               ADD 1 TO WS-SNAP-COUNT
           END-IF.

      * Appends the generation to the register unless the same
      * date is already listed (a re-take replaced it in place).
       458-REGISTER-SNAPSHOT.
           MOVE "N" TO WS-SNAP-ON-REG-FLAG.
           OPEN INPUT SNAPSHOT-REGISTER-FILE.
           IF WS-SNREG-FILE-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM 461-CHECK-ONE-REGISTER-LINE
                   UNTIL EOF-FLAG = "Y"
               MOVE "N" TO EOF-FLAG
               CLOSE SNAPSHOT-REGISTER-FILE
           END-IF.
           IF WS-SNAP-ON-REG-FLAG = "N"
               OPEN EXTEND SNAPSHOT-REGISTER-FILE
               IF WS-SNREG-FILE-STATUS NOT = "00"
                   OPEN OUTPUT SNAPSHOT-REGISTER-FILE
               END-IF
               MOVE SPACES TO SNAPSHOT-REGISTER-RECORD
               MOVE WS-SNAP-DATE TO SNR-DATE
               MOVE WS-SNAP-COUNT TO SNR-COUNT
               WRITE SNAPSHOT-REGISTER-RECORD
               CLOSE SNAPSHOT-REGISTER-FILE
           END-IF.

       461-CHECK-ONE-REGISTER-LINE.
           READ SNAPSHOT-REGISTER-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   IF SNR-DATE = WS-SNAP-DATE
                       MOVE "Y" TO WS-SNAP-ON-REG-FLAG
                   END-IF
           END-READ.

       453-LIST-SNAPSHOTS.
           OPEN INPUT SNAPSHOT-REGISTER-FILE.
           IF WS-SNREG-FILE-STATUS NOT = "00"
               DISPLAY "NO SNAPSHOTS ON FILE YET."
           ELSE
               DISPLAY "SNAPSHOT DATE  RECORDS"
               MOVE "N" TO EOF-FLAG
               PERFORM 462-LIST-ONE-REGISTER-LINE
                   UNTIL EOF-FLAG = "Y"
               MOVE "N" TO EOF-FLAG
               CLOSE SNAPSHOT-REGISTER-FILE
           END-IF.
           IF WS-ASOF-ACTIVE-FLAG = "Y"
               DISPLAY "AS-OF MODE IS ON - REPORTS READ SNAPSHOT "
                   WS-ASOF-DATE "."
           ELSE
               DISPLAY "AS-OF MODE IS OFF - REPORTS READ THE "
                   "LIVE MASTER."
           END-IF.

       462-LIST-ONE-REGISTER-LINE.
           READ SNAPSHOT-REGISTER-FILE
               AT END
                   MOVE "Y" TO EOF-FLAG
               NOT AT END
                   DISPLAY "  " SNR-DATE "     " SNR-COUNT
           END-READ.

      * Points the scoped reports (tier, department summary,
      * payroll register, CSV export) at a snapshot generation, or
      * back at the live master. The chosen generation must be on
      * disk before the mode switches.
       454-SET-ASOF-SNAPSHOT.
           PERFORM 453-LIST-SNAPSHOTS.
           DISPLAY "REPORT AS OF WHICH SNAPSHOT DATE? ex(20260831)"
               " - BLANK TO CLEAR AS-OF MODE:".
           ACCEPT WS-SNAP-DATE-ALPHA.
           IF WS-SNAP-DATE-ALPHA = SPACES
               MOVE "N" TO WS-ASOF-ACTIVE-FLAG
               DISPLAY "AS-OF MODE CLEARED - REPORTS READ THE "
                   "LIVE MASTER."
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-SNAP-DATE-ALPHA) = 0
                   MOVE FUNCTION NUMVAL(WS-SNAP-DATE-ALPHA)
                       TO WS-SNAP-DATE
                   PERFORM 457-BUILD-SNAP-NAME
                   OPEN INPUT SNAPSHOT-FILE
                   IF WS-SNAP-FILE-STATUS = "00"
                       CLOSE SNAPSHOT-FILE
                       MOVE WS-SNAP-DATE TO WS-ASOF-DATE
                       MOVE "Y" TO WS-ASOF-ACTIVE-FLAG
                       DISPLAY "AS-OF MODE SET - REPORTS READ "
                           "SNAPSHOT " WS-ASOF-DATE " UNTIL "
                           "CLEARED."
                   ELSE
                       DISPLAY "NO SNAPSHOT ON DISK FOR "
                           WS-SNAP-DATE " - AS-OF MODE "
                           "UNCHANGED."
                   END-IF
               ELSE
                   DISPLAY "INVALID DATE - AS-OF MODE UNCHANGED."
               END-IF
           END-IF.

      * Compare run: walks two snapshots in EMP-ID order (they
      * were unloaded in key order) and lists every difference -
      * employees new in the second, gone from it, and changed
      * field by field with old -> new images.
       455-COMPARE-SNAPSHOTS.
           PERFORM 453-LIST-SNAPSHOTS.
           DISPLAY "OLDER SNAPSHOT DATE? ex(20260731)".
           ACCEPT WS-SNAP-DATE-ALPHA.
           IF FUNCTION TEST-NUMVAL(WS-SNAP-DATE-ALPHA) NOT = 0
               DISPLAY "INVALID DATE - COMPARE CANCELLED."
           ELSE
               MOVE FUNCTION NUMVAL(WS-SNAP-DATE-ALPHA)
                   TO WS-SNAP-DATE
               DISPLAY "NEWER SNAPSHOT DATE? ex(20260831)"
               ACCEPT WS-SNAP-DATE-ALPHA
               IF FUNCTION TEST-NUMVAL(WS-SNAP-DATE-ALPHA) NOT = 0
                   DISPLAY "INVALID DATE - COMPARE CANCELLED."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-SNAP-DATE-ALPHA)
                       TO WS-SNAP-DATE-2
                   PERFORM 456-RUN-SNAPSHOT-COMPARE
               END-IF
           END-IF.

       456-RUN-SNAPSHOT-COMPARE.
           PERFORM 457-BUILD-SNAP-NAME.
           MOVE SPACES TO WS-SNAP-NAME-2.
           STRING "../EMPMAST-SNAP-" WS-SNAP-DATE-2 ".DAT"
               DELIMITED BY SIZE
               INTO WS-SNAP-NAME-2
           END-STRING.
           OPEN INPUT SNAPSHOT-FILE.
           OPEN INPUT SNAPSHOT-FILE-2.
           IF WS-SNAP-FILE-STATUS NOT = "00" OR
               WS-SNAP2-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN BOTH SNAPSHOTS (STATUS "
                   WS-SNAP-FILE-STATUS "/" WS-SNAP2-FILE-STATUS
                   ") - COMPARE NOT RUN."
               CLOSE SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE-2
           ELSE
               DISPLAY SEPARATOR-LINE
               DISPLAY "SNAPSHOT COMPARE " WS-SNAP-DATE " -> "
                   WS-SNAP-DATE-2
               DISPLAY SEPARATOR-LINE
               MOVE 0 TO WS-SNAP-NEW-COUNT WS-SNAP-GONE-COUNT
                   WS-SNAP-CHG-COUNT
               MOVE "N" TO WS-SNAP-A-EOF WS-SNAP-B-EOF
               PERFORM 463-READ-SNAP-A
               PERFORM 464-READ-SNAP-B
               PERFORM 465-COMPARE-ONE-PAIR
                   UNTIL WS-SNAP-A-EOF = "Y" AND
                       WS-SNAP-B-EOF = "Y"
               CLOSE SNAPSHOT-FILE
               CLOSE SNAPSHOT-FILE-2
               DISPLAY SEPARATOR-LINE
               DISPLAY "NEW IN " WS-SNAP-DATE-2 ":      "
                   WS-SNAP-NEW-COUNT
               DISPLAY "GONE FROM " WS-SNAP-DATE-2 ":   "
                   WS-SNAP-GONE-COUNT
               DISPLAY "CHANGED:             " WS-SNAP-CHG-COUNT
           END-IF.

       463-READ-SNAP-A.
           READ SNAPSHOT-FILE
               AT END
                   MOVE "Y" TO WS-SNAP-A-EOF
                   MOVE 9999999 TO WS-SNAP-A-KEY
               NOT AT END
                   MOVE SNAPSHOT-RECORD TO WS-SNAP-A-AREA
                   MOVE SA-EMP-ID TO WS-SNAP-A-KEY
           END-READ.

       464-READ-SNAP-B.
           READ SNAPSHOT-FILE-2
               AT END
                   MOVE "Y" TO WS-SNAP-B-EOF
                   MOVE 9999999 TO WS-SNAP-B-KEY
               NOT AT END
                   MOVE SNAPSHOT-RECORD-2 TO WS-SNAP-B-AREA
                   MOVE SB-EMP-ID TO WS-SNAP-B-KEY
           END-READ.

      * Classic balanced-line step: matching ids compare field by
      * field, an id only in the older snapshot is GONE, an id
      * only in the newer one is NEW.
       465-COMPARE-ONE-PAIR.
           EVALUATE TRUE
               WHEN WS-SNAP-A-KEY = WS-SNAP-B-KEY
                   PERFORM 466-COMPARE-FIELDS
                   PERFORM 463-READ-SNAP-A
                   PERFORM 464-READ-SNAP-B
               WHEN WS-SNAP-A-KEY < WS-SNAP-B-KEY
                   ADD 1 TO WS-SNAP-GONE-COUNT
                   DISPLAY "GONE    " SA-EMP-ID " "
                       SA-LAST-NAME SA-FIRST-NAME
                   PERFORM 463-READ-SNAP-A
               WHEN OTHER
                   ADD 1 TO WS-SNAP-NEW-COUNT
                   DISPLAY "NEW     " SB-EMP-ID " "
                       SB-LAST-NAME SB-FIRST-NAME
                   PERFORM 464-READ-SNAP-B
           END-EVALUATE.

       466-COMPARE-FIELDS.
           MOVE "N" TO WS-SNAP-REC-CHANGED.
           IF SA-DEP-CODE NOT = SB-DEP-CODE
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   DEPT-CODE:   " SA-DEP-CODE " -> "
                   SB-DEP-CODE
           END-IF.
           IF SA-FIRST-NAME NOT = SB-FIRST-NAME
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   FIRST-NAME:  " SA-FIRST-NAME " -> "
                   SB-FIRST-NAME
           END-IF.
           IF SA-LAST-NAME NOT = SB-LAST-NAME
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   LAST-NAME:   " SA-LAST-NAME " -> "
                   SB-LAST-NAME
           END-IF.
           IF SA-YEAR-OF-SERVICE NOT = SB-YEAR-OF-SERVICE
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   YEAR-OF-SVC: " SA-YEAR-OF-SERVICE
                   " -> " SB-YEAR-OF-SERVICE
           END-IF.
           IF SA-SALARY NOT = SB-SALARY
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               IF WS-SEC-SHOW-SALARY = "Y"
                   DISPLAY "   SALARY:      " SA-SALARY " -> "
                       SB-SALARY
               ELSE
                   DISPLAY "   SALARY:      " WS-SEC-MASK(1:9)
                       " -> " WS-SEC-MASK(1:9)
               END-IF
           END-IF.
           IF SA-JOB-TITLE NOT = SB-JOB-TITLE
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   JOB-TITLE:   " SA-JOB-TITLE " -> "
                   SB-JOB-TITLE
           END-IF.
           IF SA-HIRE-DATE NOT = SB-HIRE-DATE
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   HIRE-DATE:   " SA-HIRE-DATE " -> "
                   SB-HIRE-DATE
           END-IF.
           IF SA-STATUS NOT = SB-STATUS
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   STATUS:      " SA-STATUS " -> "
                   SB-STATUS
           END-IF.
           IF SA-TERM-DATE NOT = SB-TERM-DATE
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   TERM-DATE:   " SA-TERM-DATE " -> "
                   SB-TERM-DATE
           END-IF.
           IF SA-LEAVE-TYPE NOT = SB-LEAVE-TYPE
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   LEAVE-TYPE:  " SA-LEAVE-TYPE " -> "
                   SB-LEAVE-TYPE
           END-IF.
           IF SA-LEAVE-START NOT = SB-LEAVE-START
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   LEAVE-START: " SA-LEAVE-START " -> "
                   SB-LEAVE-START
           END-IF.
           IF SA-LEAVE-RETURN NOT = SB-LEAVE-RETURN
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   LEAVE-RET:   " SA-LEAVE-RETURN " -> "
                   SB-LEAVE-RETURN
           END-IF.
           IF SA-SUPERVISOR-ID NOT = SB-SUPERVISOR-ID
               PERFORM 467-NOTE-CHANGED-EMPLOYEE
               DISPLAY "   REPORTS-TO:  " SA-SUPERVISOR-ID " -> "
                   SB-SUPERVISOR-ID
           END-IF.

      * First changed field prints the employee's header line and
      * counts the record once, however many fields moved.
       467-NOTE-CHANGED-EMPLOYEE.
           IF WS-SNAP-REC-CHANGED = "N"
               MOVE "Y" TO WS-SNAP-REC-CHANGED
               ADD 1 TO WS-SNAP-CHG-COUNT
               DISPLAY "CHANGED " SA-EMP-ID " "
                   SA-LAST-NAME SA-FIRST-NAME
           END-IF.

      * Pending (future-dated) transactions: cards the nightly apply
      * is holding until their effective date. HR can see what is
      * scheduled for an employee, print the whole pending file by
      * employee, and cancel a card before it fires.
       470-PENDING-TRANSACTIONS.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "PENDING (FUTURE-DATED) TRANSACTIONS".
           DISPLAY "  1. LIST PENDING CARDS FOR ONE EMPLOYEE".
           DISPLAY "  2. PENDING TRANSACTIONS REPORT (ALL EMPLOYEES)".
           DISPLAY "  3. CANCEL A PENDING CARD".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT WS-PND-MENU-CHOICE.
      * Cancel deletes from the file the nightly apply writes and
      * releases from - it waits for the interlock like every other
      * write submenu. The listings are read-only.
           IF WS-PND-MENU-CHOICE = 3
               PERFORM 180-CHECK-BATCH-LOCK
               IF WS-LOCK-BUSY-FLAG = "Y"
                   MOVE 9 TO WS-PND-MENU-CHOICE
               END-IF
           END-IF.
           EVALUATE WS-PND-MENU-CHOICE
               WHEN 9
                   CONTINUE
               WHEN 1
                   PERFORM 471-LIST-EMP-PENDING
               WHEN 2
                   PERFORM 477-PENDING-REPORT
               WHEN 3
                   PERFORM 475-CANCEL-PENDING-CARD
               WHEN OTHER
                   DISPLAY "INVALID CHOICE - PLEASE ENTER 1-3."
           END-EVALUATE.

       471-LIST-EMP-PENDING.
           PERFORM 107-VALIDATE-EMP-ID.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "NO PENDING TRANSACTIONS ON FILE."
           ELSE
               PERFORM 472-LOAD-EMP-PENDING
               PERFORM 474-SHOW-EMP-PENDING
               CLOSE PENDING-FILE
           END-IF.

      * Loads I-EMP-ID's pending cards through the EMP-ID alternate
      * key into WS-PND-TABLE. The file must already be open.
       472-LOAD-EMP-PENDING.
           MOVE 0 TO WS-PND-COUNT.
           MOVE "N" TO WS-PND-TRUNC-FLAG.
           MOVE I-EMP-ID TO PND-EMP-ID.
           START PENDING-FILE KEY IS = PND-EMP-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-PND-EOF-FLAG
                   PERFORM 473-LOAD-ONE-PENDING
                       UNTIL WS-PND-EOF-FLAG = "Y"
           END-START.

       473-LOAD-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PND-EOF-FLAG
               NOT AT END
                   IF PND-EMP-ID NOT = I-EMP-ID
                       MOVE "Y" TO WS-PND-EOF-FLAG
                   ELSE
                       IF WS-PND-COUNT < 30
                           ADD 1 TO WS-PND-COUNT
                           MOVE PND-KEY TO PT-KEY(WS-PND-COUNT)
                           MOVE PND-EFFECTIVE-DATE
                               TO PT-EFFECTIVE-DATE(WS-PND-COUNT)
                           MOVE PND-ACTION TO PT-ACTION(WS-PND-COUNT)
                           MOVE PND-HELD-DATE
                               TO PT-HELD-DATE(WS-PND-COUNT)
                           MOVE PND-BATCH-ID
                               TO PT-BATCH-ID(WS-PND-COUNT)
                           MOVE PND-CARD TO PT-CARD(WS-PND-COUNT)
                       ELSE
                           MOVE "Y" TO WS-PND-TRUNC-FLAG
                           MOVE "Y" TO WS-PND-EOF-FLAG
                       END-IF
                   END-IF
           END-READ.

      * Numbered list of the loaded cards - the number is what the
      * cancel option asks for.
       474-SHOW-EMP-PENDING.
           IF WS-PND-COUNT = 0
               DISPLAY "NO PENDING CARDS FOR EMPLOYEE " I-EMP-ID "."
           ELSE
               DISPLAY "PENDING CARDS FOR EMPLOYEE " I-EMP-ID ":"
               DISPLAY "NO ACTION    EFF-DATE HELD-ON  BATCH"
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                   MOVE PT-CARD(WS-PND-IDX) TO WS-RCY-CARD-AREA
                   PERFORM 476-DESCRIBE-PENDING-CARD
                   DISPLAY WS-PND-IDX " " WS-PND-ACTION-NAME " "
                       PT-EFFECTIVE-DATE(WS-PND-IDX) " "
                       PT-HELD-DATE(WS-PND-IDX) " "
                       PT-BATCH-ID(WS-PND-IDX)
                   DISPLAY "    " WS-PND-DETAIL
               END-PERFORM
               IF WS-PND-TRUNC-FLAG = "Y"
                   DISPLAY "MORE THAN 30 PENDING CARDS - THE LIST "
                       "SHOWS THE FIRST 30 ONLY."
               END-IF
           END-IF.

      * Cancel one pending card before it fires. The card is read
      * back by its full key so only the one the clerk picked goes,
      * and the cancellation is audited against the employee.
       475-CANCEL-PENDING-CARD.
           PERFORM 107-VALIDATE-EMP-ID.
           OPEN I-O PENDING-FILE.
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "NO PENDING TRANSACTIONS ON FILE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 472-LOAD-EMP-PENDING.
           PERFORM 474-SHOW-EMP-PENDING.
           IF WS-PND-COUNT = 0
               CLOSE PENDING-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "NUMBER OF THE CARD TO CANCEL? (0 = NONE)"
               ACCEPT WS-PND-PICK-ALPHA
               IF FUNCTION TEST-NUMVAL(WS-PND-PICK-ALPHA) = 0
                   MOVE FUNCTION NUMVAL(WS-PND-PICK-ALPHA)
                       TO WS-PND-PICK
                   IF WS-PND-PICK <= WS-PND-COUNT
                       MOVE "Y" TO WS-VALID-FLAG
                   ELSE
                       DISPLAY "NO CARD " WS-PND-PICK
                           " IN THE LIST. TRY AGAIN."
                   END-IF
               ELSE
                   DISPLAY "INVALID CARD NUMBER - NUMERIC VALUE "
                       "REQUIRED. TRY AGAIN."
               END-IF
           END-PERFORM.
           IF WS-PND-PICK = 0
               DISPLAY "NOTHING CANCELLED."
               CLOSE PENDING-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-CARD(WS-PND-PICK) TO WS-RCY-CARD-AREA.
           PERFORM 476-DESCRIBE-PENDING-CARD.
           DISPLAY "CANCEL THE " FUNCTION TRIM(WS-PND-ACTION-NAME)
               " CARD EFFECTIVE " PT-EFFECTIVE-DATE(WS-PND-PICK)
               " FOR " I-EMP-ID "? Y/N".
           ACCEPT WS-CONFIRM-FLAG.
           IF WS-CONFIRM-FLAG = "Y" OR WS-CONFIRM-FLAG = "y"
               MOVE PT-KEY(WS-PND-PICK) TO PND-KEY
               READ PENDING-FILE KEY IS PND-KEY
                   INVALID KEY
                       DISPLAY "CARD NO LONGER PENDING - IT MAY HAVE "
                           "BEEN RELEASED. NOTHING CANCELLED."
                   NOT INVALID KEY
                       DELETE PENDING-FILE RECORD
                           INVALID KEY
                               DISPLAY "CANCEL FAILED."
                           NOT INVALID KEY
                               MOVE I-EMP-ID TO EMP-ID
                               MOVE "PNDCAN" TO WS-AUDIT-OPERATION
                               MOVE SPACES TO WS-AUDIT-FIELD
                                   WS-AUDIT-OLD-VALUE
                               STRING "CARD " PND-ACTION
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-FIELD
                               END-STRING
                               STRING "EFFECTIVE "
                                   PND-EFFECTIVE-DATE
                                   DELIMITED BY SIZE
                                   INTO WS-AUDIT-OLD-VALUE
                               END-STRING
                               MOVE "CANCELLED" TO WS-AUDIT-NEW-VALUE
                               PERFORM 110-WRITE-AUDIT-LOG
                               DISPLAY "PENDING CARD CANCELLED."
                       END-DELETE
               END-READ
           ELSE
               DISPLAY "CANCEL ABANDONED - CARD STILL PENDING."
           END-IF.
           CLOSE PENDING-FILE.

      * Action name and a one-line summary of the card sitting in
      * WS-RCY-CARD-AREA, for the listings.
       476-DESCRIBE-PENDING-CARD.
           MOVE SPACES TO WS-PND-DETAIL.
           EVALUATE RCY-ACTION
               WHEN "A"
                   MOVE "ADD" TO WS-PND-ACTION-NAME
                   STRING "DEPT " RCY-DEP-CODE " SAL " RCY-SALARY
                       " " RCY-JOB-TITLE
                       DELIMITED BY SIZE
                       INTO WS-PND-DETAIL
                   END-STRING
               WHEN "U"
                   MOVE "UPDATE" TO WS-PND-ACTION-NAME
                   STRING "DEPT " RCY-DEP-CODE " SAL " RCY-SALARY
                       " " RCY-JOB-TITLE
                       DELIMITED BY SIZE
                       INTO WS-PND-DETAIL
                   END-STRING
               WHEN "D"
                   MOVE "TERMINATE" TO WS-PND-ACTION-NAME
                   STRING "TERMINATION DATE " RCY-TERM-DATE
                       DELIMITED BY SIZE
                       INTO WS-PND-DETAIL
                   END-STRING
               WHEN "L"
                   MOVE "LEAVE" TO WS-PND-ACTION-NAME
                   STRING "TYPE " RCY-LEAVE-TYPE " FROM "
                       RCY-LEAVE-START " TO " RCY-LEAVE-RETURN
                       DELIMITED BY SIZE
                       INTO WS-PND-DETAIL
                   END-STRING
               WHEN "R"
                   MOVE "RETURN" TO WS-PND-ACTION-NAME
                   MOVE "RETURN FROM LEAVE" TO WS-PND-DETAIL
               WHEN OTHER
                   MOVE RCY-ACTION TO WS-PND-ACTION-NAME
           END-EVALUATE.
           IF (RCY-ACTION = "A" OR RCY-ACTION = "U") AND
               WS-SEC-SHOW-SALARY NOT = "Y"
               MOVE WS-SEC-MASK TO WS-PND-DETAIL(14:10)
           END-IF.

      * Whole pending file to PENDING-REPORT.RPT in EMP-ID order
      * (the alternate key), the employee shown once per group.
      * Names come off the master; a pending ADD for someone not
      * yet on the master shows the name from the card.
       477-PENDING-REPORT.
           OPEN INPUT PENDING-FILE.
           IF WS-PND-FILE-STATUS NOT = "00"
               DISPLAY "NO PENDING TRANSACTIONS ON FILE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 275-OPEN-PEND-REPORT.
           IF WS-PND-RPT-STATUS NOT = "00"
               CLOSE PENDING-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PND-MASTER-OPEN.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS = "00"
               MOVE "Y" TO WS-PND-MASTER-OPEN
           END-IF.
           MOVE 0 TO WS-PND-RPT-COUNT WS-PND-RPT-EMP-COUNT.
           MOVE 0 TO WS-PND-LAST-EMP-ID.
           MOVE 0 TO PND-EMP-ID.
           MOVE "N" TO WS-PND-EOF-FLAG.
           START PENDING-FILE KEY IS >= PND-EMP-ID
               INVALID KEY
                   MOVE "Y" TO WS-PND-EOF-FLAG
           END-START.
           PERFORM 478-REPORT-ONE-PENDING
               UNTIL WS-PND-EOF-FLAG = "Y".
           IF WS-PND-MASTER-OPEN = "Y"
               CLOSE EMPLOYEES-FILE
               MOVE "N" TO WS-PND-MASTER-OPEN
           END-IF.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 278-WRITE-PEND-REPORT-LINE.
           STRING WS-PND-RPT-COUNT " PENDING CARD(S) FOR "
               WS-PND-RPT-EMP-COUNT " EMPLOYEE(S)"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 278-WRITE-PEND-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 278-WRITE-PEND-REPORT-LINE.
           PERFORM 276-CLOSE-PEND-REPORT.
           CLOSE PENDING-FILE.
           DISPLAY WS-PND-RPT-COUNT " PENDING CARD(S) FOR "
               WS-PND-RPT-EMP-COUNT " EMPLOYEE(S) LISTED.".

       478-REPORT-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PND-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-PND-RPT-COUNT
                   MOVE PND-CARD TO WS-RCY-CARD-AREA
                   PERFORM 476-DESCRIBE-PENDING-CARD
                   MOVE SPACES TO PDL-EMP-ID PDL-NAME
                   IF WS-PND-RPT-COUNT = 1 OR
                       PND-EMP-ID NOT = WS-PND-LAST-EMP-ID
                       ADD 1 TO WS-PND-RPT-EMP-COUNT
                       MOVE PND-EMP-ID TO WS-PND-LAST-EMP-ID
                       MOVE PND-EMP-ID TO PDL-EMP-ID
                       PERFORM 479-FIND-PENDING-NAME
                       MOVE WS-PND-NAME TO PDL-NAME
                   END-IF
                   MOVE WS-PND-ACTION-NAME TO PDL-ACTION
                   MOVE PND-EFFECTIVE-DATE TO PDL-EFFECTIVE
                   MOVE PND-HELD-DATE TO PDL-HELD
                   MOVE PND-BATCH-ID TO PDL-BATCH
                   MOVE WS-PND-DETAIL TO PDL-DETAIL
                   MOVE PENDING-DETAIL-LINE TO WS-RPT-WORK-LINE
                   PERFORM 278-WRITE-PEND-REPORT-LINE
           END-READ.

       479-FIND-PENDING-NAME.
           MOVE SPACES TO WS-PND-NAME.
           IF WS-PND-MASTER-OPEN = "Y"
               MOVE PND-EMP-ID TO EMP-ID
               READ EMPLOYEES-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-PND-NAME
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(LAST-NAME) ", "
                           FUNCTION TRIM(FIRST-NAME)
                           DELIMITED BY SIZE
                           INTO WS-PND-NAME
                       END-STRING
               END-READ
           END-IF.
           IF WS-PND-NAME = SPACES
               IF RCY-ACTION = "A"
                   STRING FUNCTION TRIM(RCY-LAST-NAME) ", "
                       FUNCTION TRIM(RCY-FIRST-NAME)
                       DELIMITED BY SIZE
                       INTO WS-PND-NAME
                   END-STRING
               ELSE
                   MOVE "(NOT ON MASTER)" TO WS-PND-NAME
               END-IF
           END-IF.

      * Reporting-line reports over the live master (opened INPUT by
      * the caller): an indented org chart from any employee, span
      * of control per manager, and the employees whose supervisor
      * has left, is on leave or is no longer on file.
       480-REPORTING-LINES.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "REPORTING LINES / ORG CHART".
           DISPLAY "  1. ORG CHART FROM ONE EMPLOYEE".
           DISPLAY "  2. SPAN OF CONTROL REPORT".
           DISPLAY "  3. SUPERVISOR EXCEPTION LIST".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT WS-ORG-MENU-CHOICE.
           IF WS-ORG-MENU-CHOICE < 1 OR WS-ORG-MENU-CHOICE > 3
               DISPLAY "INVALID CHOICE - PLEASE ENTER 1-3."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 481-LOAD-ORG-TABLE.
           IF WS-ORG-COUNT = 0
               DISPLAY "NO EMPLOYEE RECORDS FOUND."
               EXIT PARAGRAPH
           END-IF.
           IF WS-ORG-TRUNC-FLAG = "Y"
               DISPLAY "MORE THAN 3000 EMPLOYEES ON FILE - ONLY THE "
                   "FIRST 3000 (BY EMP-ID) ARE REPORTED."
           END-IF.
           EVALUATE WS-ORG-MENU-CHOICE
               WHEN 1
                   PERFORM 484-ORG-CHART
               WHEN 2
                   PERFORM 487-SPAN-OF-CONTROL
               WHEN 3
                   PERFORM 490-REPORTING-EXCEPTIONS
           END-EVALUATE.

      * Loads the whole master, in EMP-ID order, into WS-ORG-TABLE.
       481-LOAD-ORG-TABLE.
           MOVE 0 TO WS-ORG-COUNT.
           MOVE "N" TO WS-ORG-TRUNC-FLAG.
           PERFORM 482-LOAD-ONE-ORG-ENTRY UNTIL EOF-FLAG = "Y".
           MOVE "N" TO EOF-FLAG.

       482-LOAD-ONE-ORG-ENTRY.
           PERFORM 208-READ-NEXT-EMPLOYEE.
           IF EOF-FLAG NOT = "Y"
               IF WS-ORG-COUNT < 3000
                   ADD 1 TO WS-ORG-COUNT
                   MOVE EMP-ID TO OT-EMP-ID(WS-ORG-COUNT)
                   IF SUPERVISOR-ID IS NUMERIC
                       MOVE SUPERVISOR-ID TO OT-SUP-ID(WS-ORG-COUNT)
                   ELSE
                       MOVE 0 TO OT-SUP-ID(WS-ORG-COUNT)
                   END-IF
                   MOVE SPACES TO OT-NAME(WS-ORG-COUNT)
                   STRING FUNCTION TRIM(LAST-NAME) ", "
                       FUNCTION TRIM(FIRST-NAME)
                       DELIMITED BY SIZE
                       INTO OT-NAME(WS-ORG-COUNT)
                   END-STRING
                   MOVE JOB-TITLE TO OT-TITLE(WS-ORG-COUNT)
                   MOVE EMP-DEP-CODE TO OT-DEPT(WS-ORG-COUNT)
                   MOVE EMP-STATUS TO OT-STATUS(WS-ORG-COUNT)
                   EVALUATE TRUE
                       WHEN EMP-TERMINATED
                           MOVE TERM-DATE
                               TO OT-STATUS-DATE(WS-ORG-COUNT)
                       WHEN EMP-ON-LEAVE
                           MOVE LEAVE-RETURN-DATE
                               TO OT-STATUS-DATE(WS-ORG-COUNT)
                       WHEN OTHER
                           MOVE 0 TO OT-STATUS-DATE(WS-ORG-COUNT)
                   END-EVALUATE
                   MOVE 0 TO OT-DIRECT(WS-ORG-COUNT)
                   MOVE 0 TO OT-TOTAL(WS-ORG-COUNT)
                   MOVE "N" TO OT-VISITED(WS-ORG-COUNT)
               ELSE
                   MOVE "Y" TO WS-ORG-TRUNC-FLAG
                   MOVE "Y" TO EOF-FLAG
               END-IF
           END-IF.

      * Finds WS-ORG-FIND-ID in the loaded table by halving it;
      * WS-ORG-FOUND-IDX comes back zero when it is not there.
       483-FIND-ORG-ENTRY.
           MOVE 0 TO WS-ORG-FOUND-IDX.
           MOVE 1 TO WS-ORG-LOW.
           MOVE WS-ORG-COUNT TO WS-ORG-HIGH.
           PERFORM UNTIL WS-ORG-LOW > WS-ORG-HIGH OR
               WS-ORG-FOUND-IDX NOT = 0
               COMPUTE WS-ORG-MID = (WS-ORG-LOW + WS-ORG-HIGH) / 2
               EVALUATE TRUE
                   WHEN OT-EMP-ID(WS-ORG-MID) = WS-ORG-FIND-ID
                       MOVE WS-ORG-MID TO WS-ORG-FOUND-IDX
                   WHEN OT-EMP-ID(WS-ORG-MID) < WS-ORG-FIND-ID
                       COMPUTE WS-ORG-LOW = WS-ORG-MID + 1
                   WHEN OTHER
                       COMPUTE WS-ORG-HIGH = WS-ORG-MID - 1
               END-EVALUATE
           END-PERFORM.

      * Indented org chart: the chosen employee at the margin, each
      * level of reports two places further in, in EMP-ID order
      * under their supervisor. Terminated employees are left out
      * below the starting point; anyone still reporting to one is
      * on the exception list instead. The visited mark means a
      * loop already on file prints each person once and stops.
       484-ORG-CHART.
           PERFORM 107-VALIDATE-EMP-ID.
           MOVE I-EMP-ID TO WS-ORG-FIND-ID.
           PERFORM 483-FIND-ORG-ENTRY.
           IF WS-ORG-FOUND-IDX = 0
               DISPLAY "NO EMPLOYEE FOUND WITH ID " I-EMP-ID "."
               EXIT PARAGRAPH
           END-IF.
           MOVE "../ORG-CHART.RPT" TO WS-ORG-RPT-NAME.
           MOVE "ORGANIZATION CHART" TO ORH-TITLE.
           MOVE "EMP-ID  NAME - JOB TITLE (DEPARTMENT), INDENTED "
               & "TWO PLACES PER REPORTING LEVEL"
               TO ORG-COLUMN-HEADING.
           PERFORM 280-OPEN-ORG-REPORT.
           IF WS-ORG-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT
               MOVE "N" TO OT-VISITED(WS-ORG-IDX)
           END-PERFORM.
           MOVE 0 TO WS-ORG-LINE-COUNT WS-ORG-MAX-LEVEL.
           MOVE "N" TO WS-ORG-DEEP-FLAG.
           MOVE WS-ORG-FOUND-IDX TO WS-ORG-PRINT-IDX.
           MOVE "Y" TO OT-VISITED(WS-ORG-PRINT-IDX).
           MOVE 0 TO WS-ORG-LEVEL.
           PERFORM 486-WRITE-ORG-CHART-LINE.
           MOVE 1 TO WS-ORG-STACK-DEPTH.
           MOVE WS-ORG-PRINT-IDX TO OS-IDX(1).
           MOVE 1 TO OS-SCAN(1).
           PERFORM 485-ORG-CHART-NEXT-STEP
               UNTIL WS-ORG-STACK-DEPTH = 0.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 283-WRITE-ORG-REPORT-LINE.
           MOVE WS-ORG-MAX-LEVEL TO WS-ORG-LEVEL-DISP.
           STRING WS-ORG-LINE-COUNT " EMPLOYEE(S) IN CHART, "
               WS-ORG-LEVEL-DISP " REPORTING LEVEL(S) BELOW "
               OT-EMP-ID(WS-ORG-FOUND-IDX)
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 283-WRITE-ORG-REPORT-LINE.
           IF WS-ORG-DEEP-FLAG = "Y"
               MOVE "CHART STOPPED AT 99 LEVELS - REPORTING CHAIN IS "
                   & "DEEPER THAN THE CHART CAN SHOW"
                   TO WS-RPT-WORK-LINE
               PERFORM 283-WRITE-ORG-REPORT-LINE
           END-IF.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 283-WRITE-ORG-REPORT-LINE.
           PERFORM 281-CLOSE-ORG-REPORT.
           DISPLAY WS-ORG-LINE-COUNT " EMPLOYEE(S) CHARTED.".

      * One step of the depth-first walk: find the next unvisited,
      * non-terminated report of the employee on top of the stack,
      * print it and push it; with none left, pop.
       485-ORG-CHART-NEXT-STEP.
           MOVE OS-IDX(WS-ORG-STACK-DEPTH) TO WS-ORG-IDX.
           MOVE "N" TO WS-ORG-CHILD-FOUND.
           PERFORM VARYING WS-ORG-IDX-2
               FROM OS-SCAN(WS-ORG-STACK-DEPTH) BY 1
               UNTIL WS-ORG-IDX-2 > WS-ORG-COUNT OR
                   WS-ORG-CHILD-FOUND = "Y"
               IF OT-SUP-ID(WS-ORG-IDX-2) = OT-EMP-ID(WS-ORG-IDX) AND
                   OT-STATUS(WS-ORG-IDX-2) NOT = "T" AND
                   OT-VISITED(WS-ORG-IDX-2) = "N"
                   MOVE "Y" TO WS-ORG-CHILD-FOUND
                   MOVE WS-ORG-IDX-2 TO WS-ORG-PRINT-IDX
               END-IF
           END-PERFORM.
           IF WS-ORG-CHILD-FOUND = "N"
               SUBTRACT 1 FROM WS-ORG-STACK-DEPTH
               EXIT PARAGRAPH
           END-IF.
           COMPUTE OS-SCAN(WS-ORG-STACK-DEPTH) = WS-ORG-PRINT-IDX + 1.
           MOVE "Y" TO OT-VISITED(WS-ORG-PRINT-IDX).
           MOVE WS-ORG-STACK-DEPTH TO WS-ORG-LEVEL.
           PERFORM 486-WRITE-ORG-CHART-LINE.
           IF WS-ORG-STACK-DEPTH < 99
               ADD 1 TO WS-ORG-STACK-DEPTH
               MOVE WS-ORG-PRINT-IDX TO OS-IDX(WS-ORG-STACK-DEPTH)
               MOVE 1 TO OS-SCAN(WS-ORG-STACK-DEPTH)
           ELSE
               MOVE "Y" TO WS-ORG-DEEP-FLAG
           END-IF.

      * Prints table entry WS-ORG-PRINT-IDX at WS-ORG-LEVEL. The
      * indent stops growing at 40 so a deep chain still fits.
       486-WRITE-ORG-CHART-LINE.
           ADD 1 TO WS-ORG-LINE-COUNT.
           IF WS-ORG-LEVEL > WS-ORG-MAX-LEVEL
               MOVE WS-ORG-LEVEL TO WS-ORG-MAX-LEVEL
           END-IF.
           COMPUTE WS-ORG-INDENT = WS-ORG-LEVEL * 2.
           IF WS-ORG-INDENT > 40
               MOVE 40 TO WS-ORG-INDENT
           END-IF.
           COMPUTE WS-ORG-PTR = WS-ORG-INDENT + 1.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING OT-EMP-ID(WS-ORG-PRINT-IDX) "  "
               FUNCTION TRIM(OT-NAME(WS-ORG-PRINT-IDX)) " - "
               FUNCTION TRIM(OT-TITLE(WS-ORG-PRINT-IDX)) " (DEPT "
               OT-DEPT(WS-ORG-PRINT-IDX) ")"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
               WITH POINTER WS-ORG-PTR
           END-STRING.
           IF OT-STATUS(WS-ORG-PRINT-IDX) NOT = "A"
               PERFORM 489-SET-ORG-STATUS-NAME
               STRING "  *** " FUNCTION TRIM(WS-ORG-STATUS-NAME)
                   " ***"
                   DELIMITED BY SIZE
                   INTO WS-RPT-WORK-LINE
                   WITH POINTER WS-ORG-PTR
               END-STRING
           END-IF.
           PERFORM 283-WRITE-ORG-REPORT-LINE.

      * Span of control: for every manager, the people reporting
      * directly and everyone below them at any depth. Each current
      * (non-terminated) employee is counted once against every
      * supervisor up their chain.
       487-SPAN-OF-CONTROL.
           MOVE "../SPAN-OF-CONTROL.RPT" TO WS-ORG-RPT-NAME.
           MOVE "SPAN OF CONTROL" TO ORH-TITLE.
           MOVE "EMP-ID  NAME                            "
               & "JOB TITLE                  DEPT  STATUS    "
               & "DIRECT   TOTAL"
               TO ORG-COLUMN-HEADING.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT
               MOVE 0 TO OT-DIRECT(WS-ORG-IDX) OT-TOTAL(WS-ORG-IDX)
           END-PERFORM.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF OT-STATUS(WS-ORG-IDX) NOT = "T"
                   PERFORM 488-COUNT-UP-CHAIN
               END-IF
           END-PERFORM.
           PERFORM 280-OPEN-ORG-REPORT.
           IF WS-ORG-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ORG-MGR-COUNT.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF OT-DIRECT(WS-ORG-IDX) > 0
                   ADD 1 TO WS-ORG-MGR-COUNT
                   MOVE WS-ORG-IDX TO WS-ORG-PRINT-IDX
                   PERFORM 489-SET-ORG-STATUS-NAME
                   MOVE OT-EMP-ID(WS-ORG-IDX) TO SDL-EMP-ID
                   MOVE OT-NAME(WS-ORG-IDX) TO SDL-NAME
                   MOVE OT-TITLE(WS-ORG-IDX) TO SDL-TITLE
                   MOVE OT-DEPT(WS-ORG-IDX) TO SDL-DEPT
                   MOVE WS-ORG-STATUS-NAME TO SDL-STATUS
                   MOVE OT-DIRECT(WS-ORG-IDX) TO SDL-DIRECT
                   MOVE OT-TOTAL(WS-ORG-IDX) TO SDL-TOTAL
                   MOVE SPAN-DETAIL-LINE TO WS-RPT-WORK-LINE
                   PERFORM 283-WRITE-ORG-REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 283-WRITE-ORG-REPORT-LINE.
           STRING WS-ORG-MGR-COUNT " EMPLOYEE(S) WITH DIRECT REPORTS"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 283-WRITE-ORG-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 283-WRITE-ORG-REPORT-LINE.
           PERFORM 281-CLOSE-ORG-REPORT.
           DISPLAY WS-ORG-MGR-COUNT " MANAGER(S) LISTED.".

      * Credits employee WS-ORG-IDX to each supervisor above them -
      * direct to the first, total to all. The walk stops at the
      * top, at a supervisor not on file, or on meeting the
      * employee again (a loop already on file).
       488-COUNT-UP-CHAIN.
           MOVE OT-SUP-ID(WS-ORG-IDX) TO WS-ORG-WALK-ID.
           MOVE 0 TO WS-ORG-WALK-DEPTH.
           MOVE "N" TO WS-ORG-WALK-DONE.
           PERFORM UNTIL WS-ORG-WALK-DONE = "Y"
               IF WS-ORG-WALK-ID = 0 OR
                   WS-ORG-WALK-ID = OT-EMP-ID(WS-ORG-IDX) OR
                   WS-ORG-WALK-DEPTH >= WS-SUP-MAX-DEPTH
                   MOVE "Y" TO WS-ORG-WALK-DONE
               ELSE
                   MOVE WS-ORG-WALK-ID TO WS-ORG-FIND-ID
                   PERFORM 483-FIND-ORG-ENTRY
                   IF WS-ORG-FOUND-IDX = 0
                       MOVE "Y" TO WS-ORG-WALK-DONE
                   ELSE
                       ADD 1 TO WS-ORG-WALK-DEPTH
                       IF WS-ORG-WALK-DEPTH = 1
                           ADD 1 TO OT-DIRECT(WS-ORG-FOUND-IDX)
                       END-IF
                       ADD 1 TO OT-TOTAL(WS-ORG-FOUND-IDX)
                       MOVE OT-SUP-ID(WS-ORG-FOUND-IDX)
                           TO WS-ORG-WALK-ID
                   END-IF
               END-IF
           END-PERFORM.

      * Status wording for table entry WS-ORG-PRINT-IDX.
       489-SET-ORG-STATUS-NAME.
           EVALUATE OT-STATUS(WS-ORG-PRINT-IDX)
               WHEN "A"
                   MOVE "ACTIVE" TO WS-ORG-STATUS-NAME
               WHEN "L"
                   MOVE "ON LEAVE" TO WS-ORG-STATUS-NAME
               WHEN "T"
                   MOVE "TERMINATED" TO WS-ORG-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ORG-STATUS-NAME
           END-EVALUATE.

      * Supervisor exception list: every current employee whose
      * supervisor has been terminated, is on leave, or has dropped
      * off the master - the people who need a new reporting line.
       490-REPORTING-EXCEPTIONS.
           MOVE "../REPORTING-EXCEPTIONS.RPT" TO WS-ORG-RPT-NAME.
           MOVE "SUPERVISOR EXCEPTION LIST" TO ORH-TITLE.
           MOVE "EMP-ID  NAME                           DEPT   "
               & "SUP-ID  SUPERVISOR NAME                 "
               & "EXCEPTION"
               TO ORG-COLUMN-HEADING.
           PERFORM 280-OPEN-ORG-REPORT.
           IF WS-ORG-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ORG-EXC-COUNT.
           PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
               UNTIL WS-ORG-IDX > WS-ORG-COUNT
               IF OT-STATUS(WS-ORG-IDX) NOT = "T" AND
                   OT-SUP-ID(WS-ORG-IDX) NOT = 0
                   PERFORM 491-CHECK-ONE-SUPERVISOR
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 283-WRITE-ORG-REPORT-LINE.
           STRING WS-ORG-EXC-COUNT " EMPLOYEE(S) NEED A NEW "
               "REPORTING LINE"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 283-WRITE-ORG-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 283-WRITE-ORG-REPORT-LINE.
           PERFORM 281-CLOSE-ORG-REPORT.
           DISPLAY WS-ORG-EXC-COUNT " EXCEPTION(S) LISTED.".

       491-CHECK-ONE-SUPERVISOR.
           MOVE SPACES TO WS-ORG-REASON OEL-SUP-NAME.
           MOVE OT-SUP-ID(WS-ORG-IDX) TO WS-ORG-FIND-ID.
           PERFORM 483-FIND-ORG-ENTRY.
           IF WS-ORG-FOUND-IDX = 0
               MOVE "SUPERVISOR NOT ON MASTER" TO WS-ORG-REASON
           ELSE
               MOVE OT-NAME(WS-ORG-FOUND-IDX) TO OEL-SUP-NAME
               EVALUATE OT-STATUS(WS-ORG-FOUND-IDX)
                   WHEN "T"
                       STRING "SUPERVISOR TERMINATED "
                           OT-STATUS-DATE(WS-ORG-FOUND-IDX)
                           DELIMITED BY SIZE
                           INTO WS-ORG-REASON
                       END-STRING
                   WHEN "L"
                       STRING "SUPERVISOR ON LEAVE, RETURN "
                           OT-STATUS-DATE(WS-ORG-FOUND-IDX)
                           DELIMITED BY SIZE
                           INTO WS-ORG-REASON
                       END-STRING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-ORG-REASON = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ORG-EXC-COUNT.
           MOVE OT-EMP-ID(WS-ORG-IDX) TO OEL-EMP-ID.
           MOVE OT-NAME(WS-ORG-IDX) TO OEL-NAME.
           MOVE OT-DEPT(WS-ORG-IDX) TO OEL-DEPT.
           MOVE OT-SUP-ID(WS-ORG-IDX) TO OEL-SUP-ID.
           MOVE WS-ORG-REASON TO OEL-REASON.
           MOVE ORG-EXCEPTION-LINE TO WS-RPT-WORK-LINE.
           PERFORM 283-WRITE-ORG-REPORT-LINE.

      * Compa-ratio report: each current employee's salary as a
      * ratio of the grade midpoint, by department, then the
      * below-minimum and above-maximum exception lists, also by
      * department. Employees with no grade are listed under their
      * department without a ratio. Terminated employees are left
      * out.
       492-COMPA-RATIO-REPORT.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". REPORT NOT WRITTEN."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 128-OPEN-GRADES-FOR-LOOKUP.
           IF WS-GRD-OPEN-FLAG NOT = "Y"
               DISPLAY "NO PAY GRADES ON FILE - REPORT NOT WRITTEN."
               CLOSE EMPLOYEES-FILE
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CMP-COUNT WS-CMP-GRADED WS-CMP-UNGRADED
               WS-CMP-BELOW WS-CMP-ABOVE WS-CMP-RATIO-SUM.
           MOVE "N" TO WS-CMP-TRUNC-FLAG.
           MOVE "N" TO EOF-FLAG.
           PERFORM 493-LOAD-ONE-COMPA UNTIL EOF-FLAG = "Y".
           MOVE "N" TO EOF-FLAG.
           CLOSE EMPLOYEES-FILE.
           PERFORM 129-CLOSE-GRADES-FOR-LOOKUP.
           IF WS-CMP-COUNT = 0
               DISPLAY "NO CURRENT EMPLOYEES ON FILE."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-TRUNC-FLAG = "Y"
               DISPLAY "MORE THAN 3000 CURRENT EMPLOYEES - ONLY THE "
                   "FIRST 3000 (BY EMP-ID) ARE REPORTED."
           END-IF.
           PERFORM 284-OPEN-COMPA-REPORT.
           IF WS-CMP-RPT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "COMPA-RATIO BY DEPARTMENT" TO CRH-TITLE.
           MOVE "EMP-ID  NAME                            "
               & "GRADE       SALARY       MINIMUM      "
               & "MIDPOINT       MAXIMUM   COMPA   RANGE"
               TO COMPA-COLUMN-HEADING.
           MOVE "D" TO WS-CMP-SECTION.
           PERFORM 494-PRINT-COMPA-SECTION.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.
           IF WS-CMP-GRADED > 0
               COMPUTE WS-CMP-AVG-RATIO ROUNDED =
                   WS-CMP-RATIO-SUM / WS-CMP-GRADED
           ELSE
               MOVE 0 TO WS-CMP-AVG-RATIO
           END-IF.
           MOVE WS-CMP-AVG-RATIO TO WS-CMP-RATIO-DISP.
           MOVE WS-CMP-GRADED TO WS-CMP-COUNT-DISP.
           MOVE WS-CMP-UNGRADED TO WS-CMP-COUNT-DISP-2.
           STRING "ALL DEPARTMENTS: " WS-CMP-COUNT-DISP
               " GRADED, AVERAGE COMPA-RATIO " WS-CMP-RATIO-DISP
               ", " WS-CMP-COUNT-DISP-2 " WITH NO GRADE"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.
           MOVE "BELOW-MINIMUM EXCEPTIONS" TO CRH-TITLE.
           MOVE "EMP-ID  NAME                            "
               & "GRADE       SALARY       MINIMUM     "
               & "SHORTFALL   COMPA"
               TO COMPA-COLUMN-HEADING.
           MOVE 99 TO WS-RPT-LINE-COUNT.
           MOVE "B" TO WS-CMP-SECTION.
           PERFORM 494-PRINT-COMPA-SECTION.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.
           STRING WS-CMP-BELOW " EMPLOYEE(S) BELOW THEIR GRADE "
               "MINIMUM"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.
           MOVE "ABOVE-MAXIMUM EXCEPTIONS" TO CRH-TITLE.
           MOVE "EMP-ID  NAME                            "
               & "GRADE       SALARY       MAXIMUM     "
               & "   EXCESS   COMPA"
               TO COMPA-COLUMN-HEADING.
           MOVE 99 TO WS-RPT-LINE-COUNT.
           MOVE "A" TO WS-CMP-SECTION.
           PERFORM 494-PRINT-COMPA-SECTION.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.
           STRING WS-CMP-ABOVE " EMPLOYEE(S) ABOVE THEIR GRADE "
               "MAXIMUM"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.
           MOVE "*** END OF REPORT ***" TO WS-RPT-WORK-LINE.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.
           PERFORM 285-CLOSE-COMPA-REPORT.
           DISPLAY WS-CMP-COUNT " EMPLOYEE(S) REPORTED - "
               WS-CMP-BELOW " BELOW MINIMUM, " WS-CMP-ABOVE
               " ABOVE MAXIMUM.".

      * Loads one current employee into WS-CMP-TABLE with the
      * grade and range rating that applies today.
       493-LOAD-ONE-COMPA.
           READ EMPLOYEES-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO EOF-FLAG
           END-READ.
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF EMP-TERMINATED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-COUNT >= 3000
               MOVE "Y" TO WS-CMP-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CMP-COUNT.
           MOVE EMP-DEP-CODE TO CT-DEPT(WS-CMP-COUNT).
           MOVE EMP-ID TO CT-EMP-ID(WS-CMP-COUNT).
           MOVE SPACES TO CT-NAME(WS-CMP-COUNT).
           STRING FUNCTION TRIM(LAST-NAME) ", "
               FUNCTION TRIM(FIRST-NAME)
               DELIMITED BY SIZE
               INTO CT-NAME(WS-CMP-COUNT)
           END-STRING.
           MOVE SALARY TO CT-SALARY(WS-CMP-COUNT).
           MOVE EMP-ID TO WS-GRD-EMP-ID.
           MOVE JOB-TITLE TO WS-GRD-TITLE.
           MOVE SALARY TO WS-GRD-SALARY.
           PERFORM 125-CHECK-SALARY-RANGE.
           MOVE WS-GRD-CODE TO CT-GRADE(WS-CMP-COUNT).
           MOVE WS-GRD-MINIMUM TO CT-MINIMUM(WS-CMP-COUNT).
           MOVE WS-GRD-MIDPOINT TO CT-MIDPOINT(WS-CMP-COUNT).
           MOVE WS-GRD-MAXIMUM TO CT-MAXIMUM(WS-CMP-COUNT).
           MOVE WS-GRD-RANGE-FLAG TO CT-RANGE-FLAG(WS-CMP-COUNT).
           MOVE 0 TO CT-RATIO(WS-CMP-COUNT).
           IF WS-GRD-RANGE-FLAG = "N"
               ADD 1 TO WS-CMP-UNGRADED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CMP-GRADED.
           IF WS-GRD-MIDPOINT > 0
               COMPUTE CT-RATIO(WS-CMP-COUNT) ROUNDED =
                   SALARY / WS-GRD-MIDPOINT
                   ON SIZE ERROR
                       MOVE 99.999 TO CT-RATIO(WS-CMP-COUNT)
               END-COMPUTE
           END-IF.
           ADD CT-RATIO(WS-CMP-COUNT) TO WS-CMP-RATIO-SUM.
           IF WS-GRD-RANGE-FLAG = "B"
               ADD 1 TO WS-CMP-BELOW
           END-IF.
           IF WS-GRD-RANGE-FLAG = "A"
               ADD 1 TO WS-CMP-ABOVE
           END-IF.

      * Prints the current section (WS-CMP-SECTION) one department
      * at a time, in department-code order, skipping departments
      * with nothing to show in that section.
       494-PRINT-COMPA-SECTION.
           MOVE 0 TO WS-CMP-FROM-DEPT WS-CMP-SECT-COUNT.
           MOVE "N" TO WS-CMP-DEPT-DONE.
           PERFORM UNTIL WS-CMP-DEPT-DONE = "Y"
               PERFORM 495-FIND-NEXT-COMPA-DEPT
               IF WS-CMP-NEXT-DEPT > 999
                   MOVE "Y" TO WS-CMP-DEPT-DONE
               ELSE
                   PERFORM 496-PRINT-COMPA-DEPT
                   COMPUTE WS-CMP-FROM-DEPT = WS-CMP-NEXT-DEPT + 1
               END-IF
           END-PERFORM.

      * Lowest department code at or above WS-CMP-FROM-DEPT with an
      * entry in the current section; 1000 when there is none.
       495-FIND-NEXT-COMPA-DEPT.
           MOVE 1000 TO WS-CMP-NEXT-DEPT.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF CT-DEPT(WS-CMP-IDX) >= WS-CMP-FROM-DEPT AND
                   CT-DEPT(WS-CMP-IDX) < WS-CMP-NEXT-DEPT AND
                   (WS-CMP-SECTION = "D" OR
                    CT-RANGE-FLAG(WS-CMP-IDX) = WS-CMP-SECTION)
                   MOVE CT-DEPT(WS-CMP-IDX) TO WS-CMP-NEXT-DEPT
               END-IF
           END-PERFORM.

      * One department's block: a heading with the department
      * name, its entries for the section, and - on the main
      * section - the department's average compa-ratio.
       496-PRINT-COMPA-DEPT.
           MOVE WS-CMP-NEXT-DEPT TO WS-DEPT-LOOKUP-CODE.
           PERFORM 142-FIND-DEPT-NAME.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.
           STRING "DEPARTMENT " WS-DEPT-LOOKUP-CODE " - "
               FUNCTION TRIM(WS-DEPT-LOOKUP-NAME)
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.
           MOVE 0 TO WS-CMP-DEPT-GRADED WS-CMP-DEPT-BELOW
               WS-CMP-DEPT-ABOVE WS-CMP-DEPT-RATIO-SUM.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-CMP-COUNT
               IF CT-DEPT(WS-CMP-IDX) = WS-CMP-NEXT-DEPT AND
                   (WS-CMP-SECTION = "D" OR
                    CT-RANGE-FLAG(WS-CMP-IDX) = WS-CMP-SECTION)
                   PERFORM 497-PRINT-COMPA-ENTRY
               END-IF
           END-PERFORM.
           IF WS-CMP-SECTION NOT = "D"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CMP-DEPT-GRADED > 0
               COMPUTE WS-CMP-AVG-RATIO ROUNDED =
                   WS-CMP-DEPT-RATIO-SUM / WS-CMP-DEPT-GRADED
           ELSE
               MOVE 0 TO WS-CMP-AVG-RATIO
           END-IF.
           MOVE WS-CMP-AVG-RATIO TO WS-CMP-RATIO-DISP.
           MOVE WS-CMP-DEPT-GRADED TO WS-CMP-COUNT-DISP.
           MOVE WS-CMP-DEPT-BELOW TO WS-CMP-COUNT-DISP-2.
           MOVE WS-CMP-DEPT-ABOVE TO WS-CMP-COUNT-DISP-3.
           MOVE SPACES TO WS-RPT-WORK-LINE.
           STRING "        DEPARTMENT " WS-DEPT-LOOKUP-CODE ": "
               WS-CMP-COUNT-DISP " GRADED, AVERAGE COMPA-RATIO "
               WS-CMP-RATIO-DISP ", " WS-CMP-COUNT-DISP-2
               " BELOW MINIMUM, " WS-CMP-COUNT-DISP-3
               " ABOVE MAXIMUM"
               DELIMITED BY SIZE
               INTO WS-RPT-WORK-LINE
           END-STRING.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.

      * One employee line - the full range on the main section,
      * the limit broken and by how much on an exception list.
       497-PRINT-COMPA-ENTRY.
           ADD 1 TO WS-CMP-SECT-COUNT.
           IF WS-CMP-SECTION = "D"
               MOVE CT-EMP-ID(WS-CMP-IDX) TO CDL-EMP-ID
               MOVE CT-NAME(WS-CMP-IDX) TO CDL-NAME
               MOVE CT-GRADE(WS-CMP-IDX) TO CDL-GRADE
               MOVE CT-SALARY(WS-CMP-IDX) TO CDL-SALARY
               MOVE CT-MINIMUM(WS-CMP-IDX) TO CDL-MINIMUM
               MOVE CT-MIDPOINT(WS-CMP-IDX) TO CDL-MIDPOINT
               MOVE CT-MAXIMUM(WS-CMP-IDX) TO CDL-MAXIMUM
               MOVE CT-RATIO(WS-CMP-IDX) TO CDL-RATIO
               EVALUATE CT-RANGE-FLAG(WS-CMP-IDX)
                   WHEN "N"
                       MOVE "NO GRADE" TO CDL-FLAG
                   WHEN "B"
                       MOVE "BELOW MINIMUM" TO CDL-FLAG
                   WHEN "A"
                       MOVE "ABOVE MAXIMUM" TO CDL-FLAG
                   WHEN OTHER
                       MOVE SPACES TO CDL-FLAG
               END-EVALUATE
               IF CT-RANGE-FLAG(WS-CMP-IDX) NOT = "N"
                   ADD 1 TO WS-CMP-DEPT-GRADED
                   ADD CT-RATIO(WS-CMP-IDX) TO WS-CMP-DEPT-RATIO-SUM
               END-IF
               IF CT-RANGE-FLAG(WS-CMP-IDX) = "B"
                   ADD 1 TO WS-CMP-DEPT-BELOW
               END-IF
               IF CT-RANGE-FLAG(WS-CMP-IDX) = "A"
                   ADD 1 TO WS-CMP-DEPT-ABOVE
               END-IF
               MOVE COMPA-DETAIL-LINE TO WS-RPT-WORK-LINE
           ELSE
               MOVE CT-EMP-ID(WS-CMP-IDX) TO CEL-EMP-ID
               MOVE CT-NAME(WS-CMP-IDX) TO CEL-NAME
               MOVE CT-GRADE(WS-CMP-IDX) TO CEL-GRADE
               MOVE CT-SALARY(WS-CMP-IDX) TO CEL-SALARY
               IF WS-CMP-SECTION = "B"
                   MOVE CT-MINIMUM(WS-CMP-IDX) TO CEL-LIMIT
                   COMPUTE WS-CMP-DIFF = CT-MINIMUM(WS-CMP-IDX)
                       - CT-SALARY(WS-CMP-IDX)
               ELSE
                   MOVE CT-MAXIMUM(WS-CMP-IDX) TO CEL-LIMIT
                   COMPUTE WS-CMP-DIFF = CT-SALARY(WS-CMP-IDX)
                       - CT-MAXIMUM(WS-CMP-IDX)
               END-IF
               MOVE WS-CMP-DIFF TO CEL-DIFF
               MOVE CT-RATIO(WS-CMP-IDX) TO CEL-RATIO
               MOVE COMPA-EXCEPTION-LINE TO WS-RPT-WORK-LINE
           END-IF.
           PERFORM 287-WRITE-COMPA-REPORT-LINE.

       END PROGRAM EMPLOYEE-MANAGEMENT-PROGRAM.
