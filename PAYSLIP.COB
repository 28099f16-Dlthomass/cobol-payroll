      * always matches what was actually paid; the figures are
      * recomputed only when no row has been posted yet.  The
      * employee's remaining vacation and sick leave from
      * leave.dat close out each block.  A December slip carries
      * the year-end withholding true-up on its own line beside
      * the regular tax.  Only employees the cutoff pays get a
      * slip - monthly staff are left off a first-half-only
      * calendar cutoff - and a semi-monthly slip names its half.
      * Under the gross, each holiday, rest-day, night-differential
      * and unworked-holiday premium off the timesheet gets a line
      * of its own, and so does a retro earning RETROPAY posted
      * for the period.  The premiums are priced at the rate
      * PAYCALC paid, blended off ratehist.dat across a change
      * inside the period.
      *----------------------------------------------------------
       environment division.
       configuration section.

           copy WHTFILE.

           copy RETRFILE.

           copy RATEFILE.

           select payslip-file
                  assign to disk
                  organization is line sequential
       01 wht-record.
           copy WHTREC.

       fd retro-file
          label records are standard
          value of file-id is 'retropay.dat'.

       01 retro-record.
           copy RETRREC.

       fd rate-file
          label records are standard
          value of file-id is 'ratehist.dat'.

       01 rate-record.
           copy RATEREC.

       fd payslip-file
          label records are standard
          value of file-id is 'payslip.dat'.
          label records are standard
          value of file-id is 'payperd.dat'.

       01 period-rec.
           02 pr-period       pic x(6).
           02 pr-start-date   pic x(10).
           02 pr-end-date     pic x(10).
           02 pr-pay-date     pic x(10).
           02 pr-freq         pic x.
           02 pr-half         pic x.
           02 pr-year-end     pic x.

       sd sort-work.
       01 sort-rec.
       01 ws-slip-loan-sss      pic 9(5)v99.
       01 ws-slip-loan-pibig    pic 9(5)v99.
       01 ws-slip-loan-adv      pic 9(5)v99.
       01 ws-slip-tax-adj       pic s9(7)v99.

      *---- year-to-date totals pulled from payhist.dat for the
      *     employee whose payslip is being written
       01 ytd-deductions        pic 9(9)v99.
       01 ytd-net               pic 9(9)v99.

      *---- retro earnings RETROPAY posted to retropay.dat for the
      *     employee, summed for one period
       01 retro-stat            pic xx.
       01 ws-retro-open         pic x value "n".
       01 ws-retro-eof          pic x.
       01 ws-retro-found        pic x.
       01 ws-retro-period       pic x(6).
       01 ws-retro-gross        pic s9(9)v99.
       01 ws-retro-sss-ee       pic s9(5)v99.
       01 ws-retro-phlth-ee     pic s9(5)v99.
       01 ws-retro-pibig-ee     pic s9(5)v99.
       01 ws-retro-wtax         pic s9(7)v99.
       01 ws-retro-work         pic s9(9)v99.

      *---- ratehist.dat, read the way PAYCALC reads it, so the
      *     premium lines are priced at the rate that was paid
       01 rate-stat             pic xx.
       01 ws-rate-open          pic x value "n".
       01 ws-rate-eof           pic x.

      *---- effective-dated rate support.  The period dates from
      *     payperd.dat in YYYYMMDD and day-number form, and the
      *     rates in force on each side of a mid-period change, so
      *     each day of the period is paid at the rate that held
      *     on that day.
       01 ws-dates-ok           pic x value "n".
       01 ws-rate-found         pic x.
       01 ws-split-found        pic x.
       01 ws-rate-a             pic 9(6)v99.
       01 ws-rate-b             pic 9(6)v99.
       01 ws-start-ymd-x.
           02 filler            pic x(4).
           02 filler            pic x(2).
           02 filler            pic x(2).
       01 ws-start-ymd redefines ws-start-ymd-x pic 9(8).
       01 ws-end-ymd-x.
           02 filler            pic x(4).
           02 filler            pic x(2).
           02 filler            pic x(2).
       01 ws-end-ymd redefines ws-end-ymd-x pic 9(8).
       01 ws-start-int          pic 9(8).
       01 ws-end-int            pic 9(8).
       01 ws-split-int          pic 9(8).
       01 ws-period-days        pic 9(3).
       01 ws-days-before        pic 9(3).
       01 ws-days-after         pic 9(3).

      *---- a monthly employee paid on a second-half cutoff is
      *     paid from the first of the month, so the rate window
      *     starts there instead of at the cutoff's own start
       01 ws-cut-start-ymd      pic 9(8).
       01 ws-cut-start-int      pic 9(8).
       01 ws-month-start-ymd    pic 9(8).
       01 ws-month-start-int    pic 9(8).

           copy WHDATA.

       01 prev-dept             pic a(15) value spaces.
       01 dept-count            pic 9(4) value zero.

       01 amount-edit           pic z(8)9.99.
       01 adj-edit              pic -(8)9.99.

       procedure division.
       main-process.
              display "*** PAYSLIP: no leave.dat - "
                 "leave balances omitted " leave-stat.

           open input retro-file.
           if retro-stat = '00'
              move "y" to ws-retro-open.

           open input rate-file.
           if rate-stat = '00'
              move "y" to ws-rate-open
           else
              display "*** PAYSLIP: no ratehist.dat - "
                 "premiums priced at the master rate " rate-stat.

           open output payslip-file.

           sort sort-work
              close dept-file.
           if ws-leave-open = "y"
              close leave-file.
           if ws-retro-open = "y"
              close retro-file.
           if ws-rate-open = "y"
              close rate-file.
           close payslip-file.
           goback.

                 display "!!! PAYSLIP: payperd.dat is empty"
                 move 16 to return-code
                 goback.
           move pr-period to ws-period.
           move pr-freq to ws-cal-freq.
           move pr-half to ws-cal-half.
           perform set-half1-period.
           perform check-period-dates.
           close period-file.

      *---- the rate split needs real period dates; an old-style
      *     payperd.dat without them just pays one rate per period
      *     as before
       check-period-dates.
           move "n" to ws-dates-ok.
           if (pr-start-date (1:2) is numeric)
              and (pr-start-date (4:2) is numeric)
              and (pr-start-date (7:4) is numeric)
              and (pr-end-date (1:2) is numeric)
              and (pr-end-date (4:2) is numeric)
              and (pr-end-date (7:4) is numeric)
              move pr-start-date (7:4) to ws-start-ymd-x (1:4)
              move pr-start-date (1:2) to ws-start-ymd-x (5:2)
              move pr-start-date (4:2) to ws-start-ymd-x (7:2)
              move pr-end-date (7:4) to ws-end-ymd-x (1:4)
              move pr-end-date (1:2) to ws-end-ymd-x (5:2)
              move pr-end-date (4:2) to ws-end-ymd-x (7:2)
              compute ws-start-int =
                 function integer-of-date (ws-start-ymd)
              compute ws-end-int =
                 function integer-of-date (ws-end-ymd)
              if ws-end-int >= ws-start-int
                 move "y" to ws-dates-ok
                 compute ws-period-days =
                    ws-end-int - ws-start-int + 1
                 move ws-start-ymd to ws-cut-start-ymd
                 move ws-start-int to ws-cut-start-int
                 move ws-start-ymd to ws-month-start-ymd
                 move "01" to ws-month-start-ymd (7:2)
                 compute ws-month-start-int =
                    function integer-of-date (ws-month-start-ymd)
              end-if
           end-if.

      *---- a whole month paid on a second-half cutoff runs from
      *     the first of the month; anything else runs the cutoff
       set-rate-window.
           if ws-dates-ok = "y"
              if (ws-pay-half = space) and (ws-cal-half = "2")
                 move ws-month-start-ymd to ws-start-ymd
                 move ws-month-start-int to ws-start-int
              else
                 move ws-cut-start-ymd to ws-start-ymd
                 move ws-cut-start-int to ws-start-int
              end-if
              compute ws-period-days = ws-end-int - ws-start-int + 1
           end-if.

      *---- fetch this employee's timesheet for the period being
      *     paid; ws-ts-found = "n" falls back to the flat schedule
       get-timesheet.
                       move ts-reghrs  to ws-reghrs
                       move ts-othrs   to ws-othrs
                       move ts-absdays to ws-absdays
                       move ts-rhhrs   to ws-rhhrs
                       move ts-shhrs   to ws-shhrs
                       move ts-rdhrs   to ws-rdhrs
                       move ts-rhrdhrs to ws-rhrdhrs
                       move ts-shrdhrs to ws-shrdhrs
                       move ts-ndhrs   to ws-ndhrs
                       move ts-rhdays  to ws-rhdays
                    end-if
              end-read.

           read emp-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y" and emp-recstat not = 9
              perform set-pay-half
              if ws-pay-due = "y"
                 perform write-one-payslip
              end-if
              move emp-dept  to sw-dept
              move em-id     to sw-id
              move emp-lname to sw-lname

       write-one-payslip.
           perform get-timesheet.
           perform load-first-half.
           perform set-rate-window.
           perform get-effective-rate.
           perform compute-net-pay.
           perform add-retro-pay.
           perform get-current-posting.
           perform accumulate-ytd.

           write payslip-rec.

           move spaces to payslip-rec.
           evaluate ws-pay-half
              when "1"
                 string "Pay Period  : " delimited by size
                        ws-period        delimited by size
                        " (1st half)"    delimited by size
                        into payslip-rec
              when "2"
                 string "Pay Period  : " delimited by size
                        ws-period        delimited by size
                        " (2nd half)"    delimited by size
                        into payslip-rec
              when other
                 string "Pay Period  : " delimited by size
                        ws-period        delimited by size
                        into payslip-rec
           end-evaluate.
           write payslip-rec.

           move spaces to payslip-rec.
                  into payslip-rec.
           write payslip-rec.

           if ws-ts-found = "y"
              perform write-premium-lines.

           if ws-retro-found = "y"
              perform write-retro-line.

           move ws-sss-ee to amount-edit.
           move spaces to payslip-rec.
           string "SSS EE      : " delimited by size
                  into payslip-rec.
           write payslip-rec.

           if ws-slip-tax-adj not = zero
              move ws-slip-tax-adj to adj-edit
              move spaces to payslip-rec
              string "Yr-end Tax  : " delimited by size
                     adj-edit         delimited by size
                     "  (- refund)"   delimited by size
                     into payslip-rec
              write payslip-rec.

           if ws-cur-found = "y"
              perform write-loan-lines.

           move zero to ws-slip-loan-sss.
           move zero to ws-slip-loan-pibig.
           move zero to ws-slip-loan-adv.
           move zero to ws-slip-tax-adj.
           if ws-hist-open = "y"
              move em-id to ph-id
              move ws-period to ph-period
                    move ph-sss-ee   to ws-sss-ee
                    move ph-phlth-ee to ws-phlth-ee
                    move ph-pibig-ee to ws-pibig-ee
                    compute ws-wtax = ph-wtax - ph-tax-adj
                    move ph-tax-adj  to ws-slip-tax-adj
                    move ph-net-pay  to ws-slip-net
                    move ph-loan-sss   to ws-slip-loan-sss
                    move ph-loan-pibig to ws-slip-loan-pibig
                    move ph-loan-adv   to ws-slip-loan-adv
              end-read.

      *---- a second half recomputed before posting works the
      *     combined month, as PAYCALC does
       load-first-half.
           move zero to ws-half1-gross.
           move zero to ws-half1-sss-ee.
           move zero to ws-half1-phlth-ee.
           move zero to ws-half1-pibig-ee.
           move zero to ws-half1-wtax.
           if (ws-pay-half = "2") and (ws-hist-open = "y")
              move em-id to ph-id
              move ws-half1-period to ph-period
              read payhist-file record
                 invalid key continue
                 not invalid key
                    move ph-gross    to ws-half1-gross
                    move ph-sss-ee   to ws-half1-sss-ee
                    move ph-phlth-ee to ws-half1-phlth-ee
                    move ph-pibig-ee to ws-half1-pibig-ee
                    compute ws-half1-wtax = ph-wtax - ph-tax-adj
              end-read
              perform take-out-half1-retro.

      *---- the holiday, rest-day and night premiums inside the
      *     gross, one line each, printed only when earned
       write-premium-lines.
           if ws-rh-pay > zero
              move ws-rh-pay to amount-edit
              move spaces to payslip-rec
              string "  Reg Holiday:" delimited by size
                     amount-edit      delimited by size
                     into payslip-rec
              write payslip-rec.
           if ws-sh-pay > zero
              move ws-sh-pay to amount-edit
              move spaces to payslip-rec
              string "  Spl Holiday:" delimited by size
                     amount-edit      delimited by size
                     into payslip-rec
              write payslip-rec.
           if ws-rd-pay > zero
              move ws-rd-pay to amount-edit
              move spaces to payslip-rec
              string "  Rest Day   :" delimited by size
                     amount-edit      delimited by size
                     into payslip-rec
              write payslip-rec.
           if ws-hrd-pay > zero
              move ws-hrd-pay to amount-edit
              move spaces to payslip-rec
              string "  Hol RestDay:" delimited by size
                     amount-edit      delimited by size
                     into payslip-rec
              write payslip-rec.
           if ws-nd-pay > zero
              move ws-nd-pay to amount-edit
              move spaces to payslip-rec
              string "  Night Diff :" delimited by size
                     amount-edit      delimited by size
                     into payslip-rec
              write payslip-rec.
           if ws-rhu-pay > zero
              move ws-rhu-pay to amount-edit
              move spaces to payslip-rec
              string "  Holiday Pay:" delimited by size
                     amount-edit      delimited by size
                     into payslip-rec
              write payslip-rec.

      *---- pay each day of the period at the rate in force on that
      *     day.  The latest ratehist.dat row at or before the
      *     period start is the base rate; a row taking effect
      *     inside the period splits it, and the period's pay is
      *     the day-weighted blend of the two rates.  The blended
      *     (or historical) rate replaces emp-rate in storage so
      *     COMPUTE-GROSS-PAY needs no change; with no history on
      *     file the master rate is paid as before.
       get-effective-rate.
           if (ws-rate-open = "y") and (ws-dates-ok = "y")
              perform scan-rate-history
              if ws-rate-found = "y"
                 if ws-split-found = "y"
                    compute ws-days-before =
                       ws-split-int - ws-start-int
                    compute ws-days-after =
                       ws-end-int - ws-split-int + 1
                    compute emp-rate rounded =
                       ((ws-rate-a * ws-days-before)
                        + (ws-rate-b * ws-days-after))
                       / ws-period-days
                 else
                    move ws-rate-a to emp-rate
                 end-if
              end-if
           end-if.

       scan-rate-history.
           move "n" to ws-rate-found.
           move "n" to ws-split-found.
           move emp-rate to ws-rate-a.
           move em-id to rh-id.
           move zeroes to rh-effdate.
           move "n" to ws-rate-eof.
           start rate-file key is greater than or equal rh-key
              invalid key move "y" to ws-rate-eof
           end-start.
           perform read-one-rate-row until ws-rate-eof = "y".

      *---- rows arrive in effective-date order under the em-id;
      *     rows at or before the start refine the base rate, the
      *     first row inside the period sets the split, anything
      *     past the end is next period's business
       read-one-rate-row.
           read rate-file next record
              at end move "y" to ws-rate-eof.
           if ws-rate-eof not = "y"
              if rh-id not = em-id
                 move "y" to ws-rate-eof
              else
                 if rh-recstat not = 9
                    if rh-effdate <= ws-start-ymd
                       move rh-rate to ws-rate-a
                       move "y" to ws-rate-found
                    else
                       if (rh-effdate <= ws-end-ymd)
                          and (ws-split-found = "n")
                          move rh-rate to ws-rate-b
                          move "y" to ws-split-found
                          move "y" to ws-rate-found
                          compute ws-split-int =
                             function integer-of-date (rh-effdate)
                       else
                          move "y" to ws-rate-eof
                       end-if
                    end-if
                 end-if
              end-if
           end-if.

      *---- the retro earning inside the gross, signed - a rate
      *     cut paid back shows as a minus
       write-retro-line.
           move ws-retro-gross to adj-edit.
           move spaces to payslip-rec.
           string "  Retro Pay  :" delimited by size
                  adj-edit         delimited by size
                  into payslip-rec.
           write payslip-rec.

      *---- one deduction line per loan the pay run amortized
       write-loan-lines.
           if ws-slip-loan-sss > zero
                  into roster-rec.
           write roster-rec.

      *---- the retro earnings on retropay.dat for this employee and
      *     ws-retro-period, summed across the changes paid in it
       sum-retro-pay.
           move "n" to ws-retro-found.
           move zero to ws-retro-gross.
           move zero to ws-retro-sss-ee.
           move zero to ws-retro-phlth-ee.
           move zero to ws-retro-pibig-ee.
           move zero to ws-retro-wtax.
           if ws-retro-open = "y"
              move em-id to rp-id
              move ws-retro-period to rp-period
              move zeroes to rp-effdate
              move "n" to ws-retro-eof
              start retro-file key is greater than or equal rp-key
                 invalid key move "y" to ws-retro-eof
              end-start
              perform add-one-retro-row until ws-retro-eof = "y".

       add-one-retro-row.
           read retro-file next record
              at end move "y" to ws-retro-eof.
           if ws-retro-eof not = "y"
              if (rp-id not = em-id)
                 or (rp-period not = ws-retro-period)
                 move "y" to ws-retro-eof
              else
                 if rp-recstat not = 9
                    move "y" to ws-retro-found
                    add rp-gross    to ws-retro-gross
                    add rp-sss-ee   to ws-retro-sss-ee
                    add rp-phlth-ee to ws-retro-phlth-ee
                    add rp-pibig-ee to ws-retro-pibig-ee
                    add rp-wtax     to ws-retro-wtax
                 end-if
              end-if
           end-if.

      *---- the period's retro earning rides on top of its regular
      *     pay: the differential gross, shares and tax are added
      *     (a rate cut takes them back, never below zero) and the
      *     net worked again
       add-retro-pay.
           move ws-period to ws-retro-period.
           perform sum-retro-pay.
           if ws-retro-found = "y"
              compute ws-retro-work = ws-gross + ws-retro-gross
              perform floor-retro-work
              move ws-retro-work to ws-gross
              compute ws-retro-work = ws-sss-ee + ws-retro-sss-ee
              perform floor-retro-work
              move ws-retro-work to ws-sss-ee
              compute ws-retro-work =
                 ws-phlth-ee + ws-retro-phlth-ee
              perform floor-retro-work
              move ws-retro-work to ws-phlth-ee
              compute ws-retro-work =
                 ws-pibig-ee + ws-retro-pibig-ee
              perform floor-retro-work
              move ws-retro-work to ws-pibig-ee
              compute ws-retro-work = ws-wtax + ws-retro-wtax
              perform floor-retro-work
              move ws-retro-work to ws-wtax
              compute ws-total-deductions = ws-sss-ee + ws-phlth-ee
                 + ws-pibig-ee + ws-wtax
              compute ws-retro-work = ws-gross - ws-total-deductions
              perform floor-retro-work
              move ws-retro-work to ws-net-pay.

      *---- the first half's posted row carries any retro earning
      *     paid in it; the month's shares are worked on its
      *     regular pay alone, so that is taken back out
       take-out-half1-retro.
           move ws-half1-period to ws-retro-period.
           perform sum-retro-pay.
           if ws-retro-found = "y"
              compute ws-retro-work = ws-half1-gross - ws-retro-gross
              perform floor-retro-work
              move ws-retro-work to ws-half1-gross
              compute ws-retro-work =
                 ws-half1-sss-ee - ws-retro-sss-ee
              perform floor-retro-work
              move ws-retro-work to ws-half1-sss-ee
              compute ws-retro-work =
                 ws-half1-phlth-ee - ws-retro-phlth-ee
              perform floor-retro-work
              move ws-retro-work to ws-half1-phlth-ee
              compute ws-retro-work =
                 ws-half1-pibig-ee - ws-retro-pibig-ee
              perform floor-retro-work
              move ws-retro-work to ws-half1-pibig-ee
              compute ws-half1-wtax = ws-half1-wtax - ws-retro-wtax.

       floor-retro-work.
           if ws-retro-work < zero
              move zero to ws-retro-work.

           copy WHCALC.
