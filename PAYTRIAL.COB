      *   - active employees with no timesht.dat row, paying the
      *     flat emp-wrkhrs schedule
      *   - zero or negative nets after the loan deductions
      * The year's last period projects the year-end withholding
      * true-up the same way PAYCALC posts it, and semi-monthly
      * halves are split the same way too.  Employees the cutoff
      * does not pay (monthly staff on a first-half-only cutoff)
      * are left off; a monthly employee is compared against the
      * previous month's posting, a semi-monthly one against the
      * previous half.
      * Ends with RETURN-CODE 8 when anything was flagged so the
      * PAYRUN driver can hold the money steps until the report
      * has been eyeballed; a restart proceeds, the flags being
      * advisory.  Wrong pay is caught on paper here because
      * backing a posted run out is PAYVOID's business and nobody
      * wants to be in that business at two in the morning.
      * The projection pays the timesheet's holiday, rest-day and
      * night-differential premiums exactly as PAYCALC will, and
      * adds the period's retro earning off retropay.dat the
      * same way.
      * Rate and bank-account changes still waiting on pendchg.dat
      * for CHGAPRV approval, and taking effect by the end of the
      * period, are listed after the summary and count as flags:
      * tonight's run pays the master as it stands without them.
      *----------------------------------------------------------
       environment division.
       configuration section.

           copy WHTFILE.

           copy RETRFILE.

           copy PENDFILE.

           select trial-file
                  assign to disk
                  organization is line sequential
       01 wht-record.
           copy WHTREC.

       fd retro-file
          label records are standard
          value of file-id is 'retropay.dat'.

       01 retro-record.
           copy RETRREC.

       fd pend-file
          label records are standard
          value of file-id is 'pendchg.dat'.

       01 pend-record.
           copy PENDREC.

       fd trial-file
          label records are standard
          value of file-id is 'trialrpt.dat'.
           02 pr-period        pic x(6).
           02 pr-start-date    pic x(10).
           02 pr-end-date      pic x(10).
           02 pr-pay-date      pic x(10).
           02 pr-freq          pic x.
           02 pr-half          pic x.
           02 pr-year-end      pic x.

       working-storage section.
       01 emp-stat              pic xx.
       01 ws-loan-eof           pic x.
       01 ws-rate-eof           pic x.
       01 ws-prev-found         pic x.
       01 ws-year-end           pic x value "n".
       01 ws-hist-eof           pic x.

      *---- the previous period whose posted nets the projection
      *     is compared against
           02 ws-prev-pp       pic 9(2).
       01 ws-this-year          pic 9(4).
       01 ws-this-pp            pic 9(2).
       01 ws-prev-step          pic 9(2).

      *---- the period-level comparison named in the heading; each
      *     employee's own previous posting is worked from it
       01 ws-head-prev          pic x(6).

      *---- simulated loan deductions - balances are read, capped
      *     and summed but never rewritten
       01 ws-period-days        pic 9(3).
       01 ws-days-before        pic 9(3).
       01 ws-days-after         pic 9(3).
       01 ws-cut-start-ymd      pic 9(8).
       01 ws-cut-start-int      pic 9(8).
       01 ws-month-start-ymd    pic 9(8).
       01 ws-month-start-int    pic 9(8).

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

      *---- changes keyed but not yet approved in CHGAPRV
       01 pend-stat             pic xx.
       01 ws-pend-eof           pic x.
       01 ws-pend-count         pic 9(5) value zero.

           copy WHDATA.

           02 filler             pic x value space.
           02 tl-flag            pic x(30).

       01 pend-line.
           02 pl-id              pic 9(5).
           02 filler             pic x value space.
           02 pl-lname           pic a(15).
           02 filler             pic x value space.
           02 pl-kind            pic x(4).
           02 filler             pic x value space.
           02 pl-old             pic x(12).
           02 filler             pic x(4) value " -> ".
           02 pl-new             pic x(12).
           02 filler             pic x(5) value " eff ".
           02 pl-effdate         pic 9(8).
           02 filler             pic x(10) value " keyed by ".
           02 pl-maker           pic x(8).

       procedure division.
       main-process.
           perform read-pay-period.
              display "*** PAYTRIAL: no ratehist.dat - "
                 "projecting the master rate " rate-stat.

           open input retro-file.
           if retro-stat = '00'
              move "y" to ws-retro-open.

           open output trial-file.
           move spaces to trial-rec.
           string "TRIAL PAY VARIANCE REPORT - PERIOD "
                     delimited by size
                  ws-period delimited by size
                  " (vs " delimited by size
                  ws-head-prev delimited by size
                  ")" delimited by size
                  into trial-rec.
           write trial-rec.
           perform project-one-employee until ws-eof = "y".

           perform write-trial-summary.
           perform list-pending-changes.

           close emp-file.
           if ws-time-open = "y"
              close loan-file.
           if ws-rate-open = "y"
              close rate-file.
           if ws-retro-open = "y"
              close retro-file.
           close trial-file.

           if ws-flag-count > zero
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
           end-if.
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

      *---- the same rate window PAYCALC's SET-RATE-WINDOW pays
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

      *---- the first half's posted figures for a second half,
      *     exactly as PAYCALC's LOAD-FIRST-HALF reads them
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

      *---- period 01 compares against the prior year's 24.  A
      *     monthly employee paid on a second-half calendar cutoff,
      *     and everyone on a monthly calendar (M cutoffs sit on
      *     the even periods only), steps back a whole month, two
      *     periods, to last month's posting; everyone else steps
      *     back one.
       compute-prev-period.
           if ws-cal-freq = "M"
              move 2 to ws-prev-step
           else
              move 1 to ws-prev-step.
           perform step-back-period.
           move ws-prev-period to ws-head-prev.

       set-employee-prev-period.
           if (ws-pay-half = space)
              and ((ws-cal-half = "2") or (ws-cal-freq = "M"))
              move 2 to ws-prev-step
           else
              move 1 to ws-prev-step.
           perform step-back-period.

       step-back-period.
           move ws-period (1:4) to ws-this-year.
           move ws-period (5:2) to ws-this-pp.
           if ws-this-pp > ws-prev-step
              move ws-this-year to ws-prev-year
              compute ws-prev-pp = ws-this-pp - ws-prev-step
           else
              compute ws-prev-year = ws-this-year - 1
              compute ws-prev-pp = ws-this-pp + 24 - ws-prev-step.

       project-one-employee.
           read emp-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if emp-recstat not = 9
                 perform set-pay-half
                 if ws-pay-due = "y"
                    perform set-rate-window
                    perform set-employee-prev-period
                    perform load-first-half
                    perform get-timesheet
                    perform get-effective-rate
                    perform compute-net-pay
                    perform add-retro-pay
                    perform annualize-wtax
                    perform simulate-loans
                    perform compare-and-report
                 end-if
              end-if.

      *---- fetch this employee's timesheet for the period being
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

      *---- the year-end true-up exactly as PAYCALC's ANNUALIZE-WTAX
      *     works it, on the rows posted so far
       annualize-wtax.
           move zero to ws-tax-adj.
           if (ws-year-end = "y") and (ws-hist-open = "y")
              perform total-year-history
              add ws-gross to ws-ann-gross
              compute ws-ann-contrib = ws-ann-contrib
                 + ws-sss-ee + ws-phlth-ee + ws-pibig-ee
              perform compute-annual-wtax
              compute ws-tax-adj =
                 ws-ann-tax-due - ws-ann-withheld - ws-wtax
              if ws-tax-adj > ws-net-pay
                 move ws-net-pay to ws-tax-adj
              end-if
              compute ws-net-pay = ws-net-pay - ws-tax-adj
           end-if.

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

      *---- walk the loans the way APPLY-LOANS will, caps and all,
      *     but only on paper - no balance is rewritten here
       simulate-loans.
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
                  into trial-rec.
           write trial-rec.

      *---- every change still pending that takes effect by the
      *     period's end date (all of them when the dates are
      *     unusable): a raise or a new account that will not be
      *     paid tonight unless someone approves it first
       list-pending-changes.
           open input pend-file.
           if pend-stat = '00'
              move low-values to pc-key
              move "n" to ws-pend-eof
              start pend-file key is greater than or equal pc-key
                 invalid key move "y" to ws-pend-eof
              end-start
              perform list-one-pending until ws-pend-eof = "y"
              close pend-file
              if ws-pend-count > zero
                 move ws-pend-count to count-edit
                 move spaces to trial-rec
                 string "Pending changes    : " delimited by size
                        count-edit delimited by size
                        into trial-rec
                 write trial-rec
                 add ws-pend-count to ws-flag-count
              end-if
           end-if.

       list-one-pending.
           read pend-file next record
              at end move "y" to ws-pend-eof.
           if ws-pend-eof not = "y"
              if (pc-recstat not = 9) and (pc-status = "P")
                 if (ws-dates-ok not = "y")
                    or (pc-effdate not > ws-end-ymd)
                    perform write-pending-line
                 end-if
              end-if
           end-if.

       write-pending-line.
           if ws-pend-count = zero
              move spaces to trial-rec
              write trial-rec
              move spaces to trial-rec
              string "CHANGES AWAITING APPROVAL (CHGAPRV) - "
                        delimited by size
                     "NOT PAID THIS PERIOD UNTIL APPROVED"
                        delimited by size
                     into trial-rec
              write trial-rec
           end-if.
           add 1 to ws-pend-count.
           move pc-id to pl-id.
           move pc-id to em-id.
           read emp-file record
              invalid key move spaces to emp-lname
           end-read.
           move emp-lname to pl-lname.
           if pc-kind = "R"
              move "RATE" to pl-kind
              move pc-old-rate to net-edit
              move net-edit to pl-old
              move pc-new-rate to net-edit
              move net-edit to pl-new
           else
              move "BANK" to pl-kind
              move pc-old-acct to pl-old
              move pc-new-acct to pl-new
           end-if.
           move pc-effdate to pl-effdate.
           move pc-maker to pl-maker.
           move spaces to trial-rec.
           move pend-line to trial-rec.
           write trial-rec.

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
