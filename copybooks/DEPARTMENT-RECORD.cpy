       01 DEPARTMENT-INFO.
           05 DEPT-CODE           PIC 9(3).
           05 DEPT-NAME           PIC X(25).
      * Department manager, held as the manager's EMP-ID (zero when
      * the post is vacant) so a job change never leaves a stale name
      * behind. The FILLER keeps the record the length the old
      * 20-character name field gave it; a record still carrying an
      * old free-text name reads as non-numeric and is treated as
      * vacant until the department is next maintained.
           05 DEPT-MANAGER-ID     PIC 9(6).
           05 FILLER              PIC X(14).
           05 DEPT-ACTIVE-FLAG    PIC X(1).
               88 DEPT-ACTIVE     VALUE "A".
               88 DEPT-INACTIVE   VALUE "I".
