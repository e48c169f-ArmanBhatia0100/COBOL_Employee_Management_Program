      ******************************************************************
      * EMP-HISTORY-RECORD.CPY
      * Shared record layout for EMP-HISTORY.DAT, the employee history
      * archive written by the records-retention purge. When a
      * long-terminated employee is purged, the employee record, the
      * contact record and every deduction record are copied here
      * byte for byte and then deleted from the live masters. All the
      * records of one purge share the EMP-ID and purge date at the
      * front of the key, so an employee purged, rehired and purged
      * again keeps both sets:
      *   E = the EMPLOYEE-INFO record
      *   C = the CONTACT-INFO record
      *   D = one DEDUCTION-INFO record, HST-PLAN-CODE = its plan
      * A rehire from the archive puts the E and C records back on
      * the live masters and marks them restored; the archive copy
      * is kept as history.
      ******************************************************************
       01 EMP-HISTORY-INFO.
           05 HST-KEY.
               10 HST-EMP-ID      PIC 9(6).
               10 HST-PURGE-DATE  PIC 9(8).
               10 HST-REC-TYPE    PIC X(1).
                   88 HST-EMPLOYEE-REC  VALUE "E".
                   88 HST-CONTACT-REC   VALUE "C".
                   88 HST-DEDUCTION-REC VALUE "D".
               10 HST-PLAN-CODE   PIC X(4).
      * A = archived, R = put back on the live masters by a rehire.
           05 HST-STATUS          PIC X(1).
               88 HST-ARCHIVED    VALUE "A".
               88 HST-RESTORED    VALUE "R".
           05 HST-RESTORED-DATE   PIC 9(8).
      * Retention period the purge ran with, and who ran it.
           05 HST-RETENTION-YEARS PIC 9(2).
           05 HST-PURGED-BY       PIC X(20).
      * The live record exactly as it was purged.
           05 HST-IMAGE           PIC X(254).
           05 FILLER              PIC X(10).
