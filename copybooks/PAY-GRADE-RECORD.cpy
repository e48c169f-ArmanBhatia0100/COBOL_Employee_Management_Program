      ******************************************************************
      * PAY-GRADE-RECORD.CPY
      * Shared record layout for PAY-GRADE.DAT, the pay grade master
      * behind the salary-range edits. Three kinds of record share
      * the file, told apart by the first byte of the key:
      *   G = a grade: PGR-ID is the grade code, with its minimum,
      *       midpoint and maximum annual salary
      *   T = a job-title assignment: PGR-ID is the JOB-TITLE as it
      *       is keyed on the master, PGR-GRADE-CODE its grade
      *   E = an employee assignment: PGR-ID is the EMP-ID,
      *       PGR-GRADE-CODE the employee's own grade
      * An employee's grade is the E record when there is one, else
      * the T record for the employee's job title; with neither the
      * salary is not range-checked.
      ******************************************************************
       01 PAY-GRADE-INFO.
           05 PGR-KEY.
               10 PGR-TYPE        PIC X(1).
                   88 PGR-GRADE        VALUE "G".
                   88 PGR-TITLE-ASSIGN VALUE "T".
                   88 PGR-EMP-ASSIGN   VALUE "E".
               10 PGR-ID          PIC X(25).
      * Grade records only.
           05 PGR-DESCRIPTION     PIC X(20).
           05 PGR-MINIMUM         PIC 9(7)V99.
           05 PGR-MIDPOINT        PIC 9(7)V99.
           05 PGR-MAXIMUM         PIC 9(7)V99.
      * Assignment records only.
           05 PGR-GRADE-CODE      PIC X(4).
           05 FILLER              PIC X(10).
