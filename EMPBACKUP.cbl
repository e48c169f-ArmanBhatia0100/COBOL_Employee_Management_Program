      * by re-reading and re-counting it, and offers a verified
      * restore that rebuilds the indexed files from a chosen
      * generation.
      * It also runs the records-retention purge: employees
      * terminated longer ago than the retention period are listed,
      * and on confirmation a fresh verified generation is taken and
      * the employee, contact and deduction records are moved to the
      * employee history archive (EMP-HISTORY.DAT) and deleted from
      * the live masters.
      *
      * Modes (first console/SYSIN line):
      *   B = backup both masters to the next generation slot
      *   R = restore both masters from a chosen slot (confirmed)
      *   L = list the generations on the backup register
      *   P = retention purge: retention years (blank = 7), then
      *       Y to purge the employees listed, N to list only
      ******************************************************************

       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-FILE-STATUS.

      * Retention purge: the two masters kept alongside the employee
      * record, the history archive, and the audit trail.
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

           SELECT EMP-HISTORY-FILE ASSIGN TO "../EMP-HISTORY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HST-KEY
           FILE STATUS IS WS-HST-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDIT-LOG.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEES-FILE.
       FD BATCH-LOCK-FILE.
           COPY "BATCH-LOCK.cpy".

       FD CONTACTS-FILE.
           COPY "CONTACT-RECORD.cpy".

       FD DEDUCTIONS-FILE.
           COPY "DEDUCTION-RECORD.cpy".

       FD EMP-HISTORY-FILE.
           COPY "EMP-HISTORY-RECORD.cpy".

       FD AUDIT-LOG-FILE.
           COPY "AUDIT-RECORD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-EMP-FILE-STATUS    PIC X(2).
           05 WS-DBAK-FILE-STATUS   PIC X(2).
           05 WS-BKRG-FILE-STATUS   PIC X(2).
           05 WS-LOCK-FILE-STATUS   PIC X(2).
           05 WS-CON-FILE-STATUS    PIC X(2).
           05 WS-DED-FILE-STATUS    PIC X(2).
           05 WS-HST-FILE-STATUS    PIC X(2).
           05 WS-AUDIT-FILE-STATUS  PIC X(2).

       01 WS-FLAGS.
           05 EOF-FLAG             PIC X(1) VALUE "N".
       01 WS-EMP-RELOADED          PIC 9(6).
       01 WS-DEPT-RELOADED         PIC 9(6).

      * Retention purge. An employee whose TERM-DATE is before the
      * cutoff (run date less WS-RET-YEARS years) is purged;
      * a terminated record with no TERM-DATE is never purged, only
      * counted, since its age cannot be known.
       01 WS-RET-YEARS             PIC 9(2) VALUE 7.
       01 WS-RET-YEARS-ALPHA       PIC X(2).
       01 WS-RET-CUTOFF            PIC 9(8).
       01 WS-PRG-LIMIT             PIC 9(4) VALUE 2000.
       01 WS-PRG-COUNT             PIC 9(4).
       01 WS-PRG-IDX               PIC 9(4).
       01 WS-PRG-TRUNC-FLAG        PIC X(1).
       01 WS-PRG-SCANNED           PIC 9(6).
       01 WS-PRG-NO-DATE           PIC 9(6).
       01 WS-PRG-PURGED            PIC 9(4).
       01 WS-PRG-FAILED            PIC 9(4).
       01 WS-PRG-CON-MOVED         PIC 9(6).
       01 WS-PRG-DED-MOVED         PIC 9(6).
       01 WS-PRG-CON-TOTAL         PIC 9(6).
       01 WS-PRG-DED-TOTAL         PIC 9(6).
       01 WS-PRG-EMP-OK            PIC X(1).
       01 WS-PRG-DED-EOF           PIC X(1).
      * Purge date of the archive set being written: the run date,
      * or the date of an earlier purge of the same employee that
      * stopped partway and is being completed.
       01 WS-PRG-SET-DATE          PIC 9(8).
       01 WS-PRG-HST-EOF           PIC X(1).
       01 WS-CON-OPEN-FLAG         PIC X(1).
       01 WS-DED-OPEN-FLAG         PIC X(1).
       01 WS-PRG-TABLE.
           05 PT-ENTRY OCCURS 2000 TIMES.
               10 PT-EMP-ID        PIC 9(6).
               10 PT-LAST-NAME     PIC X(20).
               10 PT-FIRST-NAME    PIC X(20).
               10 PT-DEP-CODE      PIC 9(3).
               10 PT-TERM-DATE     PIC 9(8).
               10 PT-CONTACT       PIC X(1).
               10 PT-DED-COUNT     PIC 9(2).
       01 WS-AUDIT-DATE            PIC 9(8).
       01 WS-AUDIT-TIME            PIC 9(8).

       01 SEPARATOR-LINE           PIC X(80) VALUE ALL "-".

       PROCEDURE DIVISION.
                   END-IF
               WHEN "L"
                   PERFORM 615-LIST-GENERATIONS
               WHEN "P"
                   PERFORM 680-TAKE-BATCH-LOCK
                   IF WS-LOCK-HELD-FLAG = "Y"
                       PERFORM 650-RETENTION-PURGE
                       PERFORM 681-RELEASE-BATCH-LOCK
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE.
           STOP RUN.

           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "MODE? (B=BACKUP R=RESTORE L=LIST "
                   "GENERATIONS P=RETENTION PURGE)"
               ACCEPT WS-MODE
               MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
               IF WS-MODE = "B" OR WS-MODE = "R" OR WS-MODE = "L"
                   OR WS-MODE = "P"
                   MOVE "Y" TO WS-VALID-FLAG
               ELSE
                   DISPLAY "INVALID MODE - USE B, R, L OR P. TRY "
                       "AGAIN."
               END-IF
           END-PERFORM.
           READ EMP-BACKUP-FILE AT END MOVE "Y" TO EOF-FLAG.
           IF EOF-FLAG NOT = "Y"
               MOVE EMP-BACKUP-RECORD TO EMPLOYEE-INFO
      * Generations unloaded before the reports-to field existed
      * come back blank in it - reload those as top of organization.
               IF SUPERVISOR-ID NOT NUMERIC
                   MOVE 0 TO SUPERVISOR-ID
               END-IF
               WRITE EMPLOYEE-INFO
                   INVALID KEY
                       DISPLAY "RELOAD FAILED FOR EMPLOYEE "
           READ DEPT-BACKUP-FILE AT END MOVE "Y" TO EOF-FLAG.
           IF EOF-FLAG NOT = "Y"
               MOVE DEPT-BACKUP-RECORD TO DEPARTMENT-INFO
      * Older generations carry the manager as a free-text name -
      * reload those as a vacant manager for HR to re-key by EMP-ID.
               IF DEPT-MANAGER-ID NOT NUMERIC
                   MOVE 0 TO DEPT-MANAGER-ID
               END-IF
               WRITE DEPARTMENT-INFO
                   INVALID KEY
                       DISPLAY "RELOAD FAILED FOR DEPARTMENT "
               MOVE "N" TO WS-RUN-OK-FLAG
           END-IF.

      * Records-retention purge. Lists every employee terminated
      * before the cutoff, then - only on confirmation, and only
      * once a fresh generation of the masters has been taken and
      * verified today - moves each one's employee, contact and
      * deduction records to the history archive and deletes them
      * from the live masters. N at the confirmation leaves the run
      * as a preview.
       650-RETENTION-PURGE.
           PERFORM 651-GET-RETENTION-YEARS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RET-CUTOFF = WS-RUN-DATE - WS-RET-YEARS * 10000.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "RETENTION PURGE - " WS-RET-YEARS " YEAR(S). "
               "TERMINATED BEFORE " WS-RET-CUTOFF " ARE PURGED.".
           PERFORM 652-SELECT-PURGE-CANDIDATES.
           IF WS-RUN-OK-FLAG = "N"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 654-COUNT-RELATED-RECORDS.
           PERFORM 656-LIST-PURGE-PREVIEW.
           IF WS-PRG-COUNT = 0
               DISPLAY "NO EMPLOYEES ARE DUE FOR PURGE."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PURGE THESE " WS-PRG-COUNT " EMPLOYEE(S) TO THE "
               "HISTORY ARCHIVE? A FRESH BACKUP IS TAKEN FIRST. "
               "(Y/N)".
           ACCEPT WS-CONFIRM-FLAG.
           IF WS-CONFIRM-FLAG NOT = "Y" AND NOT = "y"
               DISPLAY "PREVIEW ONLY - NOTHING PURGED."
               EXIT PARAGRAPH
           END-IF.
           PERFORM 620-BACKUP-MASTERS.
           IF WS-RUN-OK-FLAG NOT = "Y"
               OR WS-SLOT-TOUCHED-FLAG NOT = "Y"
               OR GEN-STATUS(WS-PICK-SLOT) NOT = "VRFD"
               DISPLAY "*** PURGE REFUSED - NO FRESH VERIFIED "
                   "BACKUP. NOTHING PURGED. ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM 660-PURGE-CANDIDATES.

       651-GET-RETENTION-YEARS.
           MOVE "N" TO WS-VALID-FLAG.
           PERFORM UNTIL WS-VALID-FLAG = "Y"
               DISPLAY "RETENTION PERIOD IN YEARS? (1-99, BLANK = "
                   WS-RET-YEARS ")"
               MOVE SPACES TO WS-RET-YEARS-ALPHA
               ACCEPT WS-RET-YEARS-ALPHA
               EVALUATE TRUE
                   WHEN WS-RET-YEARS-ALPHA = SPACES
                       MOVE "Y" TO WS-VALID-FLAG
                   WHEN FUNCTION TEST-NUMVAL(WS-RET-YEARS-ALPHA)
                       NOT = 0
                       DISPLAY "ENTER A NUMBER OF YEARS. TRY AGAIN."
                   WHEN FUNCTION NUMVAL(WS-RET-YEARS-ALPHA) < 1
                       OR FUNCTION NUMVAL(WS-RET-YEARS-ALPHA) > 99
                       DISPLAY "RETENTION MUST BE 1-99 YEARS. TRY "
                           "AGAIN."
                   WHEN OTHER
                       MOVE FUNCTION NUMVAL(WS-RET-YEARS-ALPHA)
                           TO WS-RET-YEARS
                       MOVE "Y" TO WS-VALID-FLAG
               END-EVALUATE
           END-PERFORM.

      * Scans the employee master for terminations older than the
      * cutoff into the candidate table.
       652-SELECT-PURGE-CANDIDATES.
           MOVE "Y" TO WS-RUN-OK-FLAG.
           MOVE 0 TO WS-PRG-COUNT WS-PRG-SCANNED WS-PRG-NO-DATE.
           MOVE "N" TO WS-PRG-TRUNC-FLAG.
           OPEN INPUT EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS = "35"
               DISPLAY "NO EMPLOYEE MASTER ON FILE."
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". PURGE ABANDONED."
               MOVE "N" TO WS-RUN-OK-FLAG
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO EOF-FLAG.
           PERFORM 653-SELECT-ONE-CANDIDATE UNTIL EOF-FLAG = "Y".
           MOVE "N" TO EOF-FLAG.
           CLOSE EMPLOYEES-FILE.

       653-SELECT-ONE-CANDIDATE.
           READ EMPLOYEES-FILE NEXT RECORD AT END MOVE "Y" TO EOF-FLAG.
           IF EOF-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PRG-SCANNED.
           IF NOT EMP-TERMINATED
               EXIT PARAGRAPH
           END-IF.
           IF TERM-DATE = 0
               ADD 1 TO WS-PRG-NO-DATE
               EXIT PARAGRAPH
           END-IF.
           IF TERM-DATE NOT < WS-RET-CUTOFF
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRG-COUNT NOT < WS-PRG-LIMIT
               MOVE "Y" TO WS-PRG-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PRG-COUNT.
           MOVE EMP-ID TO PT-EMP-ID(WS-PRG-COUNT).
           MOVE LAST-NAME TO PT-LAST-NAME(WS-PRG-COUNT).
           MOVE FIRST-NAME TO PT-FIRST-NAME(WS-PRG-COUNT).
           MOVE EMP-DEP-CODE TO PT-DEP-CODE(WS-PRG-COUNT).
           MOVE TERM-DATE TO PT-TERM-DATE(WS-PRG-COUNT).
           MOVE "N" TO PT-CONTACT(WS-PRG-COUNT).
           MOVE 0 TO PT-DED-COUNT(WS-PRG-COUNT).

      * For the preview: does each candidate have a contact record,
      * and how many deductions will go with it. Either master may
      * not exist yet.
       654-COUNT-RELATED-RECORDS.
           MOVE "N" TO WS-CON-OPEN-FLAG WS-DED-OPEN-FLAG.
           OPEN INPUT CONTACTS-FILE.
           IF WS-CON-FILE-STATUS = "00"
               MOVE "Y" TO WS-CON-OPEN-FLAG
           END-IF.
           OPEN INPUT DEDUCTIONS-FILE.
           IF WS-DED-FILE-STATUS = "00"
               MOVE "Y" TO WS-DED-OPEN-FLAG
           END-IF.
           PERFORM 655-COUNT-ONE-CANDIDATE
               VARYING WS-PRG-IDX FROM 1 BY 1
               UNTIL WS-PRG-IDX > WS-PRG-COUNT.
           IF WS-CON-OPEN-FLAG = "Y"
               CLOSE CONTACTS-FILE
           END-IF.
           IF WS-DED-OPEN-FLAG = "Y"
               CLOSE DEDUCTIONS-FILE
           END-IF.

       655-COUNT-ONE-CANDIDATE.
           IF WS-CON-OPEN-FLAG = "Y"
               MOVE PT-EMP-ID(WS-PRG-IDX) TO CON-EMP-ID
               READ CONTACTS-FILE KEY IS CON-EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO PT-CONTACT(WS-PRG-IDX)
               END-READ
           END-IF.
           IF WS-DED-OPEN-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-EMP-ID(WS-PRG-IDX) TO DED-EMP-ID.
           MOVE LOW-VALUES TO DED-PLAN-CODE.
           MOVE "N" TO WS-PRG-DED-EOF.
           START DEDUCTIONS-FILE KEY IS NOT LESS THAN DED-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRG-DED-EOF
           END-START.
           PERFORM UNTIL WS-PRG-DED-EOF = "Y"
               READ DEDUCTIONS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-PRG-DED-EOF
               END-READ
               IF WS-PRG-DED-EOF = "N"
                   IF DED-EMP-ID = PT-EMP-ID(WS-PRG-IDX)
                       ADD 1 TO PT-DED-COUNT(WS-PRG-IDX)
                   ELSE
                       MOVE "Y" TO WS-PRG-DED-EOF
                   END-IF
               END-IF
           END-PERFORM.

       656-LIST-PURGE-PREVIEW.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "EMP-ID NAME                                     "
               "DEPT TERM-DATE CONTACT DEDUCTIONS".
           MOVE 0 TO WS-PRG-CON-TOTAL WS-PRG-DED-TOTAL.
           PERFORM 657-LIST-ONE-CANDIDATE
               VARYING WS-PRG-IDX FROM 1 BY 1
               UNTIL WS-PRG-IDX > WS-PRG-COUNT.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "EMPLOYEES READ:           " WS-PRG-SCANNED.
           DISPLAY "DUE FOR PURGE:            " WS-PRG-COUNT.
           DISPLAY "  WITH CONTACT RECORDS:   " WS-PRG-CON-TOTAL.
           DISPLAY "  DEDUCTION RECORDS:      " WS-PRG-DED-TOTAL.
           IF WS-PRG-NO-DATE > 0
               DISPLAY "TERMINATED, NO TERM-DATE: " WS-PRG-NO-DATE
                   " (KEPT - SET THE TERM-DATE TO PURGE)"
           END-IF.
           IF WS-PRG-TRUNC-FLAG = "Y"
               DISPLAY "MORE THAN " WS-PRG-LIMIT " ARE DUE - THE "
                   "REST ARE PURGED BY THE NEXT RUN."
           END-IF.

       657-LIST-ONE-CANDIDATE.
           IF PT-CONTACT(WS-PRG-IDX) = "Y"
               ADD 1 TO WS-PRG-CON-TOTAL
           END-IF.
           ADD PT-DED-COUNT(WS-PRG-IDX) TO WS-PRG-DED-TOTAL.
           DISPLAY PT-EMP-ID(WS-PRG-IDX) " "
               PT-LAST-NAME(WS-PRG-IDX) " "
               PT-FIRST-NAME(WS-PRG-IDX) " "
               PT-DEP-CODE(WS-PRG-IDX) "  "
               PT-TERM-DATE(WS-PRG-IDX) " "
               PT-CONTACT(WS-PRG-IDX) "       "
               PT-DED-COUNT(WS-PRG-IDX).

      * The purge pass proper. Each employee is archived record by
      * record before anything of it is deleted; an employee whose
      * archive record cannot be written stays on the masters.
       660-PURGE-CANDIDATES.
           MOVE 0 TO WS-PRG-PURGED WS-PRG-FAILED WS-PRG-CON-MOVED
               WS-PRG-DED-MOVED.
           OPEN I-O EMPLOYEES-FILE.
           IF WS-EMP-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN EMPLOYEE MASTER - STATUS "
                   WS-EMP-FILE-STATUS ". NOTHING PURGED."
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O EMP-HISTORY-FILE.
           IF WS-HST-FILE-STATUS = "35"
               OPEN OUTPUT EMP-HISTORY-FILE
               CLOSE EMP-HISTORY-FILE
               OPEN I-O EMP-HISTORY-FILE
           END-IF.
           IF WS-HST-FILE-STATUS NOT = "00"
               DISPLAY "COULD NOT OPEN HISTORY ARCHIVE - STATUS "
                   WS-HST-FILE-STATUS ". NOTHING PURGED."
               CLOSE EMPLOYEES-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CON-OPEN-FLAG WS-DED-OPEN-FLAG.
           OPEN I-O CONTACTS-FILE.
           IF WS-CON-FILE-STATUS = "00"
               MOVE "Y" TO WS-CON-OPEN-FLAG
           END-IF.
           OPEN I-O DEDUCTIONS-FILE.
           IF WS-DED-FILE-STATUS = "00"
               MOVE "Y" TO WS-DED-OPEN-FLAG
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           PERFORM 661-PURGE-ONE-EMPLOYEE
               VARYING WS-PRG-IDX FROM 1 BY 1
               UNTIL WS-PRG-IDX > WS-PRG-COUNT.
           CLOSE AUDIT-LOG-FILE.
           IF WS-CON-OPEN-FLAG = "Y"
               CLOSE CONTACTS-FILE
           END-IF.
           IF WS-DED-OPEN-FLAG = "Y"
               CLOSE DEDUCTIONS-FILE
           END-IF.
           CLOSE EMP-HISTORY-FILE.
           CLOSE EMPLOYEES-FILE.
           DISPLAY SEPARATOR-LINE.
           DISPLAY "EMPLOYEES PURGED:         " WS-PRG-PURGED.
           DISPLAY "CONTACT RECORDS ARCHIVED: " WS-PRG-CON-MOVED.
           DISPLAY "DEDUCTIONS ARCHIVED:      " WS-PRG-DED-MOVED.
           DISPLAY "EMPLOYEES NOT PURGED:     " WS-PRG-FAILED.
           IF WS-PRG-FAILED > 0
               DISPLAY "*** SOME EMPLOYEES COULD NOT BE PURGED - "
                   "SEE THE MESSAGES ABOVE. ***"
               MOVE 4 TO RETURN-CODE
           END-IF.

       661-PURGE-ONE-EMPLOYEE.
           MOVE PT-EMP-ID(WS-PRG-IDX) TO EMP-ID.
           READ EMPLOYEES-FILE KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE " PT-EMP-ID(WS-PRG-IDX)
                       " NO LONGER ON FILE - SKIPPED."
                   ADD 1 TO WS-PRG-FAILED
                   EXIT PARAGRAPH
           END-READ.
           PERFORM 667-FIND-UNFINISHED-SET.
           MOVE SPACES TO EMP-HISTORY-INFO.
           SET HST-EMPLOYEE-REC TO TRUE.
           MOVE EMPLOYEE-INFO TO HST-IMAGE.
           PERFORM 665-WRITE-HISTORY-RECORD.
           IF WS-PRG-EMP-OK = "N"
               DISPLAY "EMPLOYEE " EMP-ID " COULD NOT BE ARCHIVED "
                   "- STATUS " WS-HST-FILE-STATUS ". NOT PURGED."
               ADD 1 TO WS-PRG-FAILED
               EXIT PARAGRAPH
           END-IF.
           IF WS-CON-OPEN-FLAG = "Y"
               PERFORM 662-ARCHIVE-CONTACT
           END-IF.
           IF WS-DED-OPEN-FLAG = "Y"
               PERFORM 663-ARCHIVE-DEDUCTIONS
           END-IF.
           IF WS-PRG-EMP-OK = "N"
               DISPLAY "EMPLOYEE " PT-EMP-ID(WS-PRG-IDX)
                   " PARTLY ARCHIVED - EMPLOYEE RECORD KEPT. RERUN "
                   "THE PURGE ONCE THE ERROR IS CLEARED; THE RERUN "
                   "COMPLETES THE SAME ARCHIVE SET."
               ADD 1 TO WS-PRG-FAILED
               EXIT PARAGRAPH
           END-IF.
           MOVE PT-EMP-ID(WS-PRG-IDX) TO EMP-ID.
           DELETE EMPLOYEES-FILE RECORD
               INVALID KEY
                   DISPLAY "EMPLOYEE " EMP-ID " COULD NOT BE "
                       "DELETED - STATUS " WS-EMP-FILE-STATUS "."
                   ADD 1 TO WS-PRG-FAILED
                   EXIT PARAGRAPH
           END-DELETE.
           ADD 1 TO WS-PRG-PURGED.
           PERFORM 666-WRITE-PURGE-AUDIT.

       662-ARCHIVE-CONTACT.
           MOVE PT-EMP-ID(WS-PRG-IDX) TO CON-EMP-ID.
           READ CONTACTS-FILE KEY IS CON-EMP-ID
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SPACES TO EMP-HISTORY-INFO.
           SET HST-CONTACT-REC TO TRUE.
           MOVE CONTACT-INFO TO HST-IMAGE.
           PERFORM 665-WRITE-HISTORY-RECORD.
           IF WS-PRG-EMP-OK = "N"
               DISPLAY "CONTACT FOR " CON-EMP-ID " COULD NOT BE "
                   "ARCHIVED - STATUS " WS-HST-FILE-STATUS "."
               EXIT PARAGRAPH
           END-IF.
           DELETE CONTACTS-FILE RECORD
               INVALID KEY
                   DISPLAY "CONTACT FOR " CON-EMP-ID " COULD NOT "
                       "BE DELETED - STATUS " WS-CON-FILE-STATUS "."
                   MOVE "N" TO WS-PRG-EMP-OK
               NOT INVALID KEY
                   ADD 1 TO WS-PRG-CON-MOVED
           END-DELETE.

      * Every deduction of the employee, read in plan order from the
      * first key for the EMP-ID until the EMP-ID changes.
       663-ARCHIVE-DEDUCTIONS.
           MOVE PT-EMP-ID(WS-PRG-IDX) TO DED-EMP-ID.
           MOVE LOW-VALUES TO DED-PLAN-CODE.
           MOVE "N" TO WS-PRG-DED-EOF.
           START DEDUCTIONS-FILE KEY IS NOT LESS THAN DED-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRG-DED-EOF
           END-START.
           PERFORM 664-ARCHIVE-ONE-DEDUCTION
               UNTIL WS-PRG-DED-EOF = "Y".

       664-ARCHIVE-ONE-DEDUCTION.
           READ DEDUCTIONS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PRG-DED-EOF
                   EXIT PARAGRAPH
           END-READ.
           IF DED-EMP-ID NOT = PT-EMP-ID(WS-PRG-IDX)
               MOVE "Y" TO WS-PRG-DED-EOF
               EXIT PARAGRAPH
           END-IF.
           IF WS-PRG-EMP-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO EMP-HISTORY-INFO.
           SET HST-DEDUCTION-REC TO TRUE.
           MOVE DED-PLAN-CODE TO HST-PLAN-CODE.
           MOVE DEDUCTION-INFO TO HST-IMAGE.
           PERFORM 665-WRITE-HISTORY-RECORD.
           IF WS-PRG-EMP-OK = "N"
               DISPLAY "DEDUCTION " DED-EMP-ID "/" DED-PLAN-CODE
                   " COULD NOT BE ARCHIVED - STATUS "
                   WS-HST-FILE-STATUS "."
               EXIT PARAGRAPH
           END-IF.
           DELETE DEDUCTIONS-FILE RECORD
               INVALID KEY
                   DISPLAY "DEDUCTION " DED-EMP-ID "/" DED-PLAN-CODE
                       " COULD NOT BE DELETED - STATUS "
                       WS-DED-FILE-STATUS "."
                   MOVE "N" TO WS-PRG-EMP-OK
               NOT INVALID KEY
                   ADD 1 TO WS-PRG-DED-MOVED
           END-DELETE.

      * Fills the key and stamp common to every archive record of
      * this employee and writes it. The caller has set the record
      * type, plan code and image. A record already in the set (a
      * rerun completing a purge that stopped partway) is replaced
      * with the current image.
       665-WRITE-HISTORY-RECORD.
           MOVE PT-EMP-ID(WS-PRG-IDX) TO HST-EMP-ID.
           MOVE WS-PRG-SET-DATE TO HST-PURGE-DATE.
           IF NOT HST-DEDUCTION-REC
               MOVE SPACES TO HST-PLAN-CODE
           END-IF.
           SET HST-ARCHIVED TO TRUE.
           MOVE 0 TO HST-RESTORED-DATE.
           MOVE WS-RET-YEARS TO HST-RETENTION-YEARS.
           MOVE WS-TERM-USER TO HST-PURGED-BY.
           MOVE "Y" TO WS-PRG-EMP-OK.
           WRITE EMP-HISTORY-INFO
               INVALID KEY
                   MOVE "N" TO WS-PRG-EMP-OK
           END-WRITE.
           IF WS-PRG-EMP-OK = "N" AND WS-HST-FILE-STATUS = "22"
               MOVE "Y" TO WS-PRG-EMP-OK
               REWRITE EMP-HISTORY-INFO
                   INVALID KEY
                       MOVE "N" TO WS-PRG-EMP-OK
               END-REWRITE
           END-IF.

      * The employee is still on the master, so an archived (not
      * restored) employee record for the EMP-ID can only be left
      * by a purge that stopped partway - its contact or some of
      * its deductions may already be off the live files. The purge
      * completes that set under its own date rather than starting
      * a second set, so the archive holds one purge per employee
      * and a rehire restores everything that was taken. Keys run
      * in date order, so the last such record is the newest.
       667-FIND-UNFINISHED-SET.
           MOVE WS-RUN-DATE TO WS-PRG-SET-DATE.
           MOVE PT-EMP-ID(WS-PRG-IDX) TO HST-EMP-ID.
           MOVE 0 TO HST-PURGE-DATE.
           MOVE LOW-VALUES TO HST-REC-TYPE HST-PLAN-CODE.
           MOVE "N" TO WS-PRG-HST-EOF.
           START EMP-HISTORY-FILE KEY IS NOT LESS THAN HST-KEY
               INVALID KEY
                   MOVE "Y" TO WS-PRG-HST-EOF
           END-START.
           PERFORM 668-CHECK-ONE-HISTORY-RECORD
               UNTIL WS-PRG-HST-EOF = "Y".
           IF WS-PRG-SET-DATE NOT = WS-RUN-DATE
               DISPLAY "EMPLOYEE " PT-EMP-ID(WS-PRG-IDX)
                   " - COMPLETING THE ARCHIVE SET OF "
                   WS-PRG-SET-DATE "."
           END-IF.

       668-CHECK-ONE-HISTORY-RECORD.
           READ EMP-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PRG-HST-EOF
               NOT AT END
                   IF HST-EMP-ID NOT = PT-EMP-ID(WS-PRG-IDX)
                       MOVE "Y" TO WS-PRG-HST-EOF
                   ELSE
                       IF HST-EMPLOYEE-REC AND HST-ARCHIVED
                           MOVE HST-PURGE-DATE TO WS-PRG-SET-DATE
                       END-IF
                   END-IF
           END-READ.

      * A purge is a DELETE on the audit trail, so the audit
      * reconciliation still balances against the master.
       666-WRITE-PURGE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE PT-EMP-ID(WS-PRG-IDX) TO AUD-EMP-ID.
           MOVE "DELETE" TO AUD-OPERATION.
           MOVE WS-AUDIT-DATE TO AUD-DATE.
           MOVE WS-AUDIT-TIME TO AUD-TIME.
           MOVE WS-TERM-USER TO AUD-USER.
           MOVE "RETENTION" TO AUD-FIELD-NAME.
           STRING "TERM " PT-TERM-DATE(WS-PRG-IDX)
               DELIMITED BY SIZE INTO AUD-OLD-VALUE.
           MOVE "TO HISTORY ARCHIVE" TO AUD-NEW-VALUE.
           WRITE AUDIT-RECORD.

      * Takes the single-writer interlock before touching either
      * master; a lock already LOCKED refuses the run whole, same
      * as the transaction apply.
