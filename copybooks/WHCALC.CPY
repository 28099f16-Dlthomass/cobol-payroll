      *     = "n") and COMPUTE-NET-PAY per employee.
       compute-net-pay.
           perform compute-gross-pay.
           perform compute-period-shares.
           compute ws-total-deductions rounded =
              ws-sss-ee + ws-phlth-ee + ws-pibig-ee + ws-wtax.
           compute ws-net-pay rounded = ws-gross - ws-total-deductions.

      *---- the statutory shares and withholding on ws-gross: a
      *     whole month straight off the monthly tables, or one
      *     half of a semi-monthly employee's month
       compute-period-shares.
           if (ws-pay-half = "1") or (ws-pay-half = "2")
              perform compute-half-month-shares
           else
              perform compute-monthly-shares.

       compute-monthly-shares.
           perform compute-sss-ee.
           perform compute-phlth-ee.
           perform compute-pibig-ee.
           perform compute-wtax.

      *---- the tables are monthly, so a half is never looked up
      *     on its own.  The first half is worked as if the month
      *     ran on at the same pay and half of each share is
      *     taken; the second half works the combined month and
      *     takes what the first half did not, never below zero.
       compute-half-month-shares.
           move ws-gross to ws-period-gross.
           if ws-pay-half = "1"
              compute ws-gross = ws-period-gross * 2
              perform compute-monthly-shares
              perform take-first-half-shares
           else
              compute ws-gross = ws-period-gross + ws-half1-gross
              perform compute-monthly-shares
              perform take-second-half-shares.
           move ws-period-gross to ws-gross.

       take-first-half-shares.
           compute ws-sss-ee rounded = ws-sss-ee / 2.
           compute ws-phlth-ee rounded = ws-phlth-ee / 2.
           compute ws-pibig-ee rounded = ws-pibig-ee / 2.
           compute ws-wtax rounded = ws-wtax / 2.

       take-second-half-shares.
           compute ws-half-work = ws-sss-ee - ws-half1-sss-ee.
           perform floor-half-work.
           move ws-half-work to ws-sss-ee.
           compute ws-half-work = ws-phlth-ee - ws-half1-phlth-ee.
           perform floor-half-work.
           move ws-half-work to ws-phlth-ee.
           compute ws-half-work = ws-pibig-ee - ws-half1-pibig-ee.
           perform floor-half-work.
           move ws-half-work to ws-pibig-ee.
           compute ws-half-work = ws-wtax - ws-half1-wtax.
           perform floor-half-work.
           move ws-half-work to ws-wtax.

       floor-half-work.
           if ws-half-work < zero
              move zero to ws-half-work.

      *---- the first half of the month ws-period falls in; the
      *     host reads that posted row into ws-half1-* before a
      *     second half is computed
       set-half1-period.
           move ws-period (1:4) to ws-half1-year.
           move ws-period (5:2) to ws-half1-pp.
           if ws-half1-pp > 1
              subtract 1 from ws-half1-pp.

      *---- which cutoff pays this employee.  A semi-monthly
      *     employee (emp-payfreq "S") is paid half by half on
      *     every S or B cutoff, and for the whole month on an M
      *     cutoff; a monthly employee only on an M or B cutoff,
      *     for the whole month.  A payperd.dat with no frequency
      *     on it pays everyone monthly, as before the calendar.
       set-pay-half.
           move "y" to ws-pay-due.
           move space to ws-pay-half.
           if ws-cal-freq not = space
              if emp-payfreq = "S"
                 if ws-cal-freq not = "M"
                    move ws-cal-half to ws-pay-half
                 end-if
              else
                 if ws-cal-freq = "S"
                    move "n" to ws-pay-due
                 end-if
              end-if
           end-if.

      *---- gross pay for the period.  With a timesheet record on
      *     hand (ws-ts-found = "y") gross is regular hours at the
      *     straight rate, overtime hours at the premium rate, less
      *     a day's hours per absent day, plus the holiday, rest-
      *     day and night premiums, floored at zero; with no
      *     timesheet the flat emp-wrkhrs schedule is paid as before,
      *     half of it on a semi-monthly cutoff, and no premiums.
       compute-gross-pay.
           if ws-ts-found not = "y"
              perform clear-premium-pay
              if (ws-pay-half = "1") or (ws-pay-half = "2")
                 compute ws-gross rounded = emp-rate * emp-wrkhrs / 2
              else
                 compute ws-gross rounded = emp-rate * emp-wrkhrs
              end-if
           else
              perform compute-premium-pay
              compute ws-gross-work rounded =
                 (emp-rate * ws-reghrs)
                 + (emp-rate * ot-premium-rate * ws-othrs)
                 - (emp-rate * std-hours-per-day * ws-absdays)
                 + ws-premium-pay
              if ws-gross-work < zero
                 move zero to ws-gross-work
              end-if
              move ws-gross-work to ws-gross.

       clear-premium-pay.
           move zero to ws-rh-pay.
           move zero to ws-sh-pay.
           move zero to ws-rd-pay.
           move zero to ws-hrd-pay.
           move zero to ws-nd-pay.
           move zero to ws-rhu-pay.
           move zero to ws-premium-pay.

       compute-premium-pay.
           compute ws-rh-pay rounded =
              emp-rate * rh-premium-rate * ws-rhhrs.
           compute ws-sh-pay rounded =
              emp-rate * sh-premium-rate * ws-shhrs.
           compute ws-rd-pay rounded =
              emp-rate * rd-premium-rate * ws-rdhrs.
           compute ws-hrd-pay rounded =
              (emp-rate * rhrd-premium-rate * ws-rhrdhrs)
              + (emp-rate * shrd-premium-rate * ws-shrdhrs).
           compute ws-nd-pay rounded =
              emp-rate * nd-premium-rate * ws-ndhrs.
           compute ws-rhu-pay rounded =
              emp-rate * std-hours-per-day * ws-rhdays.
           compute ws-premium-pay = ws-rh-pay + ws-sh-pay
              + ws-rd-pay + ws-hrd-pay + ws-nd-pay + ws-rhu-pay.

       compute-sss-ee.
           set sss-idx to 1.
           search sss-entry
                          * wtax-rate (wtax-idx))
              end-search.

      *---- year-end annualization: the tax due on the year's
      *     compensation.  The host totals ws-ann-gross and
      *     ws-ann-contrib (the statutory employee shares, which
      *     are not taxable) off payhist.dat first; the personal
      *     and dependent exemptions are taken at their annual
      *     amounts from the master as it stands at year end.
       compute-annual-wtax.
           move emp-dpndts to ws-exempt-dpndts.
           if ws-exempt-dpndts > wtax-max-dpndts
              move wtax-max-dpndts to ws-exempt-dpndts.
           if function upper-case (emp-cvstat) = "MARRIED"
              compute ws-ann-exemption rounded = ann-exempt-married
                 + (ws-exempt-dpndts * ann-exempt-per-dpndt)
           else
              compute ws-ann-exemption rounded = ann-exempt-single
                 + (ws-exempt-dpndts * ann-exempt-per-dpndt).
           compute ws-ann-taxable = ws-ann-gross - ws-ann-contrib
              - ws-ann-exemption.
           if ws-ann-taxable <= zero
              move zero to ws-ann-tax-due
           else
              set ann-idx to 1
              search ann-wtax-entry
                 at end
                    compute ws-ann-tax-due rounded =
                       ann-wtax-base-tax (7)
                       + ((ws-ann-taxable - ann-wtax-over (7))
                          * ann-wtax-rate (7))
                 when ws-ann-taxable <= ann-wtax-ceiling (ann-idx)
                    compute ws-ann-tax-due rounded =
                       ann-wtax-base-tax (ann-idx)
                       + ((ws-ann-taxable - ann-wtax-over (ann-idx))
                          * ann-wtax-rate (ann-idx))
              end-search.

       compute-pibig-ee.
           if ws-gross <= pibig-threshold
              compute ws-pibig-ee rounded = ws-gross * pibig-low-rate
       load-wh-tables.
           perform load-sss-table.
           perform load-wtax-table.
           perform load-ann-wtax-table.
           perform compute-wht-lookup.
           move "n" to ws-wht-found.
           open input wht-file.
           move wt-exempt-married   to wtax-exempt-married.
           move wt-exempt-dpndt     to wtax-exempt-per-dpndt.
           move wt-max-dpndts       to wtax-max-dpndts.
           if wt-ann-ceiling (7) > zero
              perform overlay-one-ann-row varying ws-wht-i from 1
                 by 1 until ws-wht-i > 7
              move wt-ann-exempt-single  to ann-exempt-single
              move wt-ann-exempt-married to ann-exempt-married
              move wt-ann-exempt-dpndt   to ann-exempt-per-dpndt.

       overlay-one-sss-row.
           move wt-sss-ceiling (ws-wht-i) to sss-ceiling (ws-wht-i).
              to wtax-base-tax (ws-wht-i).
           move wt-wtax-rate (ws-wht-i) to wtax-rate (ws-wht-i).

      *---- a row keyed before the annual page was filled in
      *     leaves the compiled-in annual table standing
       overlay-one-ann-row.
           move wt-ann-over (ws-wht-i) to ann-wtax-over (ws-wht-i).
           move wt-ann-ceiling (ws-wht-i)
              to ann-wtax-ceiling (ws-wht-i).
           move wt-ann-base-tax (ws-wht-i)
              to ann-wtax-base-tax (ws-wht-i).
           move wt-ann-rate (ws-wht-i) to ann-wtax-rate (ws-wht-i).

      *---- SSS brackets (monthly compensation ceiling, employee
      *     contribution, employer contribution).  Simplified
      *     8-bracket table.
           move 99999999.99 to wtax-ceiling (7).
           move   20125.00 to wtax-base-tax (7).
           move     0.3200 to wtax-rate (7).

      *---- BIR annual brackets on annual taxable compensation
      *     (over, ceiling, tax on the lower bound, rate on the
      *     excess) - the monthly table above taken over twelve
      *     months
       load-ann-wtax-table.
           move        0.00 to ann-wtax-over (1).
           move    30000.00 to ann-wtax-ceiling (1).
           move        0.00 to ann-wtax-base-tax (1).
           move      0.0500 to ann-wtax-rate (1).
           move    30000.00 to ann-wtax-over (2).
           move    60000.00 to ann-wtax-ceiling (2).
           move     1500.00 to ann-wtax-base-tax (2).
           move      0.1000 to ann-wtax-rate (2).
           move    60000.00 to ann-wtax-over (3).
           move   120000.00 to ann-wtax-ceiling (3).
           move     4500.00 to ann-wtax-base-tax (3).
           move      0.1500 to ann-wtax-rate (3).
           move   120000.00 to ann-wtax-over (4).
           move   240000.00 to ann-wtax-ceiling (4).
           move    13500.00 to ann-wtax-base-tax (4).
           move      0.2000 to ann-wtax-rate (4).
           move   240000.00 to ann-wtax-over (5).
           move   480000.00 to ann-wtax-ceiling (5).
           move    37500.00 to ann-wtax-base-tax (5).
           move      0.2500 to ann-wtax-rate (5).
           move   480000.00 to ann-wtax-over (6).
           move   960000.00 to ann-wtax-ceiling (6).
           move    97500.00 to ann-wtax-base-tax (6).
           move      0.3000 to ann-wtax-rate (6).
           move   960000.00 to ann-wtax-over (7).
           move 99999999.99 to ann-wtax-ceiling (7).
           move   241500.00 to ann-wtax-base-tax (7).
           move      0.3200 to ann-wtax-rate (7).
