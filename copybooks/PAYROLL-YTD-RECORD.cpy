      ******************************************************************
      * PAYROLL-YTD-RECORD.CPY
      * Shared record layout for PAYROLL-YTD.DAT, the year-to-date
      * earnings file posted by the pay-period close. Keyed on pay
      * year, EMP-ID and plan code: the record with a blank plan
      * code is the employee's earnings summary (gross, total
      * deductions, net); every other record is one deduction plan
      * (DED-PLAN-CODE) taken during the year. Year-end reports
      * from it, then rolls the year's records out to a history
      * generation and deletes them, so the live file only ever
      * holds open years.
      ******************************************************************
       01 PAYROLL-YTD-INFO.
           05 YTD-KEY.
               10 YTD-YEAR        PIC 9(4).
               10 YTD-EMP-ID      PIC 9(6).
               10 YTD-PLAN-CODE   PIC X(4).
      * Plan description and category as of the last posting; blank
      * on the earnings summary record.
           05 YTD-DESCRIPTION     PIC X(20).
           05 YTD-CATEGORY        PIC X(1).
      * Summary record: gross, total deductions and net for the
      * year. Plan record: YTD-DEDUCTIONS only (the plan's amount).
           05 YTD-GROSS           PIC 9(9)V99.
           05 YTD-DEDUCTIONS      PIC 9(9)V99.
           05 YTD-NET             PIC 9(9)V99.
           05 YTD-PERIODS-PAID    PIC 9(2).
      * Last pay period posted to this record (YYYYPP). A rerun of
      * the same period skips the record rather than post it twice.
           05 YTD-LAST-PERIOD     PIC 9(6).
           05 FILLER              PIC X(10).
