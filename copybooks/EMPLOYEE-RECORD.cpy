               88 LEAVE-OTHER     VALUE "O".
           05 LEAVE-START-DATE    PIC 9(8).
           05 LEAVE-RETURN-DATE   PIC 9(8).
      * Reporting line: EMP-ID of the employee this person reports
      * to, zero for the top of the organization. Maintenance and the
      * batch apply only accept a supervisor who is on file, not
      * terminated and not already somewhere below this employee.
           05 SUPERVISOR-ID       PIC 9(6).
