      * Rates come from the effective-dated history ratehist.dat:
      * a raise taking effect inside the period splits it at the
      * effective date and pays each day at the rate then in force.
      * The year's last calendar period (the December cutoffs
      * when payperd.dat carries no calendar frequency)
      * annualizes withholding: the year's
      * posted taxable pay plus this period's is taxed on the
      * annual table, and the difference from what was withheld
      * all year is taken (or refunded) in this pay and posted as
      * ph-tax-adj inside ph-wtax.
      * Semi-monthly employees (emp-payfreq "S") are paid half a
      * month on each cutoff; their shares and withholding are
      * split across the two halves, the second half working the
      * combined month off the first half's posted row.  Monthly
      * employees are paid the whole month on the second-half
      * cutoff and skipped on a first-half-only one.
      * Holiday, rest-day and night-differential hours and any
      * unworked regular holiday on the timesheet are paid at the
      * legal premium rates inside the gross (WHCALC).
      * A retro earning RETROPAY posted to retropay.dat for the
      * period is added on top - differential gross, shares and
      * tax - and lands in the posted row with the rest.
      * A year-end tax true-up larger than the net pay is taken up
      * to the net; each shortfall is listed on the console and
      * the run ends with RETURN-CODE 4 so payroll collects the
      * rest through ADJPOST.
      *----------------------------------------------------------
       environment division.
       configuration section.

           copy WHTFILE.

           copy RETRFILE.

           select netpay-file
                  assign to disk
                  organization is line sequential
       01 wht-record.
           copy WHTREC.

       fd retro-file
          label records are standard
          value of file-id is 'retropay.dat'.

       01 retro-record.
           copy RETRREC.

       fd netpay-file
          label records are standard
          value of file-id is 'netpay.dat'.
           02 pr-period        pic x(6).
           02 pr-start-date    pic x(10).
           02 pr-end-date      pic x(10).
           02 pr-pay-date      pic x(10).
           02 pr-freq          pic x.
           02 pr-half          pic x.
           02 pr-year-end      pic x.

       working-storage section.
       01 emp-stat              pic xx.
       01 rate-stat             pic xx.
       01 ws-rate-open          pic x value "n".
       01 ws-rate-eof           pic x.
       01 ws-year-end           pic x value "n".
       01 ws-hist-eof           pic x.

      *---- effective-dated rate support.  The period dates from
      *     payperd.dat in YYYYMMDD and day-number form, and the
       01 ws-days-before        pic 9(3).
       01 ws-days-after         pic 9(3).

      *---- a monthly employee paid on a second-half cutoff is
      *     paid from the first of the month, so the rate window
      *     starts there instead of at the cutoff's own start
       01 ws-cut-start-ymd      pic 9(8).
       01 ws-cut-start-int      pic 9(8).
       01 ws-month-start-ymd    pic 9(8).
       01 ws-month-start-int    pic 9(8).

      *---- this employee's loan deductions for the period
       01 ws-loan-sss           pic 9(5)v99.
       01 ws-loan-pibig         pic 9(5)v99.
       01 ws-checkpoint-count   pic 9(4) value zero.
       01 checkpoint-interval   pic 9(4) value 1.

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

           copy WHDATA.

      *---- year-end true-ups larger than the net they come out of
       01 ws-tax-short          pic s9(7)v99.
       01 ws-taxshort-count     pic 9(5) value zero.
       01 short-edit            pic z(6)9.99.
       01 count-edit            pic zzzz9.

       01 report-line.
           02 rl-id              pic 9(5).
           02 filler             pic x value space.
           02 filler             pic x value space.
           02 rl-pibig           pic z(4)9.99.
           02 filler             pic x value space.
           02 rl-wtax            pic -(6)9.99.
           02 filler             pic x value space.
           02 rl-loans           pic z(5)9.99.
           02 filler             pic x value space.
              display "*** PAYCALC: no ratehist.dat - "
                 "paying the master rate " rate-stat.

           open input retro-file.
           if retro-stat = '00'
              move "y" to ws-retro-open.

           if ws-last-checkpoint-id = zero
              open output netpay-file
              move spaces to netpay-rec
              close loan-file.
           if ws-rate-open = "y"
              close rate-file.
           if ws-retro-open = "y"
              close retro-file.
           close payhist-file.
           close netpay-file.
           perform clear-checkpoint.
           if ws-taxshort-count > zero
              move ws-taxshort-count to count-edit
              display "*** PAYCALC: " count-edit
                 " year-end true-ups short of the net - collect "
                 "via ADJPOST"
              move 4 to return-code.
           goback.

       process-one-employee.
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if emp-recstat not = 9
                 perform set-pay-half
                 if ws-pay-due = "y"
                    perform set-rate-window
                    perform load-first-half
                    perform get-timesheet
                    perform get-effective-rate
                    perform compute-net-pay
                    perform add-retro-pay
                    perform annualize-wtax
                    perform apply-loans
                    perform write-netpay-line
                    perform post-pay-history
                 end-if
              end-if
              perform checkpoint-tick.

                 move 16 to return-code
                 goback.
           move pr-period to ws-period.
           move pr-freq to ws-cal-freq.
           move pr-half to ws-cal-half.
           perform set-half1-period.
           if ws-cal-freq = space
              if (ws-period (5:2) = "23") or (ws-period (5:2) = "24")
                 move "y" to ws-year-end
              end-if
           else
              if pr-year-end = "y"
                 move "y" to ws-year-end
              end-if
              display "*** PAYCALC: calendar frequency " ws-cal-freq
                 " half " ws-cal-half
           end-if.
           if ws-year-end = "y"
              display "*** PAYCALC: last period of the year - "
                 "withholding is annualized this run".
           perform check-period-dates.
           close period-file.

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

      *---- the second half's shares are worked on the combined
      *     month, so the first half's posted figures are loaded;
      *     with no first half posted the month is the second half
      *     alone
       load-first-half.
           move zero to ws-half1-gross.
           move zero to ws-half1-sss-ee.
           move zero to ws-half1-phlth-ee.
           move zero to ws-half1-pibig-ee.
           move zero to ws-half1-wtax.
           if ws-pay-half = "2"
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

              end-if
           end-if.

      *---- year-end true-up.  The tax due on the year's whole
      *     compensation, less everything already withheld on the
      *     year's other rows and this period's regular tax, is
      *     the adjustment: positive takes the shortfall from this
      *     pay (never more than the net on hand), negative hands
      *     the excess back; any part of it the net cannot cover
      *     is reported.  The current period's own row is left
      *     out of the scan, so a rerun recomputes rather than
      *     compounds it.
       annualize-wtax.
           move zero to ws-tax-adj.
           if ws-year-end = "y"
              perform total-year-history
              add ws-gross to ws-ann-gross
              compute ws-ann-contrib = ws-ann-contrib
                 + ws-sss-ee + ws-phlth-ee + ws-pibig-ee
              perform compute-annual-wtax
              compute ws-tax-adj =
                 ws-ann-tax-due - ws-ann-withheld - ws-wtax
              if ws-tax-adj > ws-net-pay
                 compute ws-tax-short = ws-tax-adj - ws-net-pay
                 move ws-net-pay to ws-tax-adj
                 perform report-tax-short
              end-if
              compute ws-net-pay = ws-net-pay - ws-tax-adj
           end-if.

      *---- a true-up the net cannot cover is still owed; the rest
      *     is listed for payroll to collect through ADJPOST
       report-tax-short.
           add 1 to ws-taxshort-count.
           move ws-tax-short to short-edit.
           display "*** PAYCALC: em-id " em-id
              " year-end tax short by " short-edit
              " - collect via ADJPOST".

      *---- the year's rows start at the YEARCLSE carried-forward
      *     row YYYY00 and run in period order under the em-id
       total-year-history.
           move zero to ws-ann-gross.
           move zero to ws-ann-contrib.
           move zero to ws-ann-withheld.
           move em-id to ph-id.
           move spaces to ph-period.
           move ws-period (1:4) to ph-period (1:4).
           move "00" to ph-period (5:2).
           move "n" to ws-hist-eof.
           start payhist-file key is greater than or equal ph-key
              invalid key move "y" to ws-hist-eof
           end-start.
           perform add-one-year-row until ws-hist-eof = "y".

       add-one-year-row.
           read payhist-file next record
              at end move "y" to ws-hist-eof.
           if ws-hist-eof not = "y"
              if (ph-id not = em-id)
                 or (ph-period (1:4) not = ws-period (1:4))
                 move "y" to ws-hist-eof
              else
                 if ph-period not = ws-period
                    add ph-gross to ws-ann-gross
                    compute ws-ann-contrib = ws-ann-contrib
                       + ph-sss-ee + ph-phlth-ee + ph-pibig-ee
                    add ph-wtax to ws-ann-withheld
                 end-if
              end-if
           end-if.

      *---- read the last-committed em-id, if any, from paycalc.ckp
       load-checkpoint.
           open input checkpoint-file.
      *     deductions recorded then, so balances are never
      *     reduced twice for the same period.  Amortizations are
      *     also capped at the net pay still available, so a loan
      *     can never drive the period's net below zero.  The
      *     amortization is monthly; a semi-monthly employee pays
      *     half of it on each cutoff.
       apply-loans.
           move zero to ws-loan-sss.
           move zero to ws-loan-pibig.
                 move "y" to ws-loan-eof
              else
                 if (ln-recstat not = 9) and (ln-balance > zero)
                    if ws-pay-half = space
                       move ln-amort to ws-loan-ded
                    else
                       compute ws-loan-ded rounded = ln-amort / 2
                    end-if
                    if ws-loan-ded > ln-balance
                       move ln-balance to ws-loan-ded
                    end-if
           move ws-sss-ee   to ph-sss-ee.
           move ws-phlth-ee to ph-phlth-ee.
           move ws-pibig-ee to ph-pibig-ee.
           compute ph-wtax = ws-wtax + ws-tax-adj.
           move ws-tax-adj  to ph-tax-adj.
           move ws-loan-sss   to ph-loan-sss.
           move ws-loan-pibig to ph-loan-pibig.
           move ws-loan-adv   to ph-loan-adv.
           move ws-sss-ee   to rl-sss.
           move ws-phlth-ee to rl-phlth.
           move ws-pibig-ee to rl-pibig.
           compute rl-wtax = ws-wtax + ws-tax-adj.
           move ws-loan-total to rl-loans.
           move ws-net-pay  to rl-netpay.
           move spaces to netpay-rec.
           move report-line to netpay-rec.
           write netpay-rec.

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
