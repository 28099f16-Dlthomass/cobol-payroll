      * entitlement as one twelfth of the gross pay actually
      * earned across the year's payhist.dat rows - which prorates
      * mid-year hires by itself, since months before the emp-hdate
      * hire have no history to count.  A semi-monthly employee's
      * two half-month rows make up one month on the statement.
      * Spools:
      *   thirteen.dat - disbursement register, one line per
      *                  employee plus counts and the grand total
      *   t13slip.dat  - a payslip-style statement per employee in
      *---- the year's earnings for the employee on hand
       01 year-gross            pic 9(9)v99.
       01 year-periods          pic 9(2).

      *---- months paid, not rows: a semi-monthly employee posts
      *     two half-month rows a month, and the statement counts
      *     each month once
       01 year-months           pic 9(2).
       01 ws-row-pp             pic 9(2).
       01 ws-row-month          pic 9(2).
       01 ws-last-month         pic 9(2).
       01 ws-13th-pay           pic 9(7)v99.

       01 ws-paid-count         pic 9(5) value zero.
       accumulate-year-gross.
           move zero to year-gross.
           move zero to year-periods.
           move zero to year-months.
           move zero to ws-last-month.
           move em-id to ph-id.
           move spaces to ph-period.
           move ws-year to ph-period (1:4).
                 move "y" to ws-hist-eof
              else
                 add 1 to year-periods
                 add ph-gross to year-gross
                 perform count-row-month.

      *---- the carried-forward row YYYY00 is a year's summary, not
      *     a month; periods 2m-1 and 2m are both month m
       count-row-month.
           if ph-period (5:2) not = "00"
              move ph-period (5:2) to ws-row-pp
              compute ws-row-month = (ws-row-pp + 1) / 2
              if ws-row-month not = ws-last-month
                 add 1 to year-months
                 move ws-row-month to ws-last-month.

      *---- the statutory formula: total basic pay earned within
      *     the calendar year over twelve
                  into t13slip-rec.
           write t13slip-rec.

           move year-months to months-edit.
           move spaces to t13slip-rec.
           string "Months Paid : " delimited by size
                  months-edit      delimited by size
                  into t13slip-rec.
           write t13slip-rec.
