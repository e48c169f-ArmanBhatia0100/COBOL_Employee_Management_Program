      ******************************************************************
      * PTO-BALANCE-RECORD.CPY
      * Shared record layout for PTO-BALANCE.DAT, the paid time-off
      * ledger: one record per employee per leave bank (vacation,
      * sick, personal), keyed on EMP-ID plus bank. The monthly
      * accrual run credits hours by service tier and applies the
      * carry-over cap at the turn of the year; maintenance posts
      * time taken and manual adjustments. Every change to a balance
      * is written to the audit trail. Hours carry two decimals.
      ******************************************************************
       01 PTO-BALANCE-INFO.
           05 PTO-KEY.
               10 PTO-EMP-ID      PIC 9(6).
               10 PTO-BANK        PIC X(1).
                   88 PTO-VACATION VALUE "V".
                   88 PTO-SICK     VALUE "S".
                   88 PTO-PERSONAL VALUE "P".
           05 PTO-BALANCE-HOURS   PIC 9(5)V99.
      * The year-to-date figures belong to PTO-BALANCE-YEAR. The
      * first accrual of a new year cuts the carried balance back
      * to the bank's cap (the cut is kept as the year's forfeit)
      * and starts accrued and taken again from zero.
           05 PTO-BALANCE-YEAR    PIC 9(4).
           05 PTO-YTD-ACCRUED     PIC 9(5)V99.
           05 PTO-YTD-TAKEN       PIC 9(5)V99.
           05 PTO-YTD-FORFEITED   PIC 9(5)V99.
      * Last month credited (YYYYMM). A second accrual run for the
      * same month skips the record rather than credit it twice.
           05 PTO-LAST-ACCRUAL    PIC 9(6).
           05 FILLER              PIC X(10).
