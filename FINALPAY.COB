      *   - salary for the open period in payperd.dat from the
      *     timesht.dat hours actually worked (flat emp-wrkhrs
      *     when none were encoded), net of the statutory shares
      *     exactly as PAYCALC would have paid it - half a month
      *     for a semi-monthly employee on a calendar cutoff
      *   - unused vacation and sick leave from leave.dat
      *     converted to cash at the emp-rate day value
      *   - the prorated 13th-month share, one twelfth of the
      * amount still due from the employee.  The employee may
      * already be terminated on empdb.dat (emp-recstat = 9) -
      * that is the normal case this run exists for.
      * The last period's pay includes the holiday, rest-day and
      * night-differential premiums on its timesheet.
      * Any retro earning RETROPAY posted to retropay.dat for a
      * period with no payhist.dat row of the employee's - the
      * open period, or one PAYCALC passed over once the employee
      * was terminated - was never paid; it is added to the last
      * period's pay the way PAYCALC adds it and shown on its own
      * line.
      *----------------------------------------------------------
       environment division.
       configuration section.

           copy WHTFILE.

           copy RETRFILE.

           select finalpay-file
                  assign to disk
                  organization is line sequential
       01 wht-record.
           copy WHTREC.

       fd retro-file
          label records are standard
          value of file-id is 'retropay.dat'.

       01 retro-record.
           copy RETRREC.

       fd finalpay-file
          label records are standard
          value of file-id is 'finalpay.dat'.
           02 pr-period        pic x(6).
           02 pr-start-date    pic x(10).
           02 pr-end-date      pic x(10).
           02 pr-pay-date      pic x(10).
           02 pr-freq          pic x.
           02 pr-half          pic x.
           02 pr-year-end      pic x.

       working-storage section.
       01 emp-stat              pic xx.
       01 ws-loan-open          pic x value "n".
       01 ws-leave-open         pic x value "n".
       01 ws-hist-eof           pic x.
       01 ws-hist-open          pic x value "n".
       01 ws-loan-eof           pic x.
       01 record-found          pic x.
       01 rate-stat             pic xx.
       01 ws-rate-open          pic x value "n".
       01 ws-rate-eof           pic x.

      *---- retro earnings on retropay.dat never paid in a period
       01 retro-stat            pic xx.
       01 ws-retro-open         pic x value "n".
       01 ws-retro-eof          pic x.
       01 ws-retro-found        pic x.
       01 ws-retro-gross        pic s9(9)v99.
       01 ws-retro-sss-ee       pic s9(5)v99.
       01 ws-retro-phlth-ee     pic s9(5)v99.
       01 ws-retro-pibig-ee     pic s9(5)v99.
       01 ws-retro-wtax         pic s9(7)v99.
       01 ws-retro-work         pic s9(9)v99.

      *---- effective-dated rate support, same working set and
      *     meaning as PAYCALC's, so the clearance pays the period
      *     at the same day-weighted rate the pay run would
       01 ws-end-int            pic 9(8).
       01 ws-split-int          pic 9(8).
       01 ws-period-days        pic 9(3).
       01 ws-next-month-ymd     pic 9(8).
       01 ws-days-before        pic 9(3).
       01 ws-days-after         pic 9(3).

                 ws-period " - paying flat schedule " time-stat.

           open input payhist-file.
           if payhist-stat = '00'
              move "y" to ws-hist-open
           else
              display "*** FINALPAY: no payhist.dat - "
                 "no 13th-month share " payhist-stat.

              display "*** FINALPAY: no ratehist.dat - "
                 "paying the master rate " rate-stat.

           open input retro-file.
           if retro-stat = '00'
              move "y" to ws-retro-open.

           perform get-timesheet.
           perform convert-unused-leave.
           perform set-final-pay-half.
           perform set-rate-window.
           perform get-effective-rate.
           perform compute-net-pay.
           perform add-unpaid-retro.
           perform accumulate-year-gross.
           perform compute-13th-share.
           perform sum-loan-balances.
           close emp-file.
           if ws-time-open = "y"
              close time-file.
           if ws-hist-open = "y"
              close payhist-file.
           if ws-loan-open = "y"
              close loan-file.
              close leave-file.
           if ws-rate-open = "y"
              close rate-file.
           if ws-retro-open = "y"
              close retro-file.
           goback.

      *---- the final period paid is the open period on file, the
                 goback.
           move pr-period to ws-period.
           move ws-period (1:4) to ws-year.
           move pr-freq to ws-cal-freq.
           move pr-half to ws-cal-half.
           perform set-half1-period.
           perform check-period-dates.
           close period-file.

              end-if
           end-if.

      *---- a semi-monthly employee separating on a calendar
      *     cutoff is paid the half the cutoff covers, the second
      *     half on the combined month; anyone the cutoff would
      *     not pay is settled for the whole month
       set-final-pay-half.
           perform set-pay-half.
           if ws-pay-due not = "y"
              move space to ws-pay-half.
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
              end-read.

      *---- a settlement of the whole month is paid at the rates
      *     in force across the month, first to last day, as
      *     PAYCALC's whole-month window does; a half is paid over
      *     the cutoff itself.  With no calendar on payperd.dat the
      *     cutoff is the window, as before.
       set-rate-window.
           if (ws-dates-ok = "y") and (ws-pay-half = space)
              and (ws-cal-freq not = space)
              move "01" to ws-start-ymd-x (7:2)
              compute ws-start-int =
                 function integer-of-date (ws-start-ymd)
              move ws-start-ymd to ws-next-month-ymd
              if ws-start-ymd-x (5:2) = "12"
                 add 8900 to ws-next-month-ymd
              else
                 add 100 to ws-next-month-ymd
              end-if
              compute ws-end-int =
                 function integer-of-date (ws-next-month-ymd) - 1
              compute ws-end-ymd =
                 function date-of-integer (ws-end-int)
              compute ws-period-days = ws-end-int - ws-start-int + 1.

      *---- fetch the timesheet for the open period; ws-ts-found =
      *     "n" falls back to the flat schedule, as PAYCALC does
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

      *---- every retro earning of the employee's whose period has
      *     no posted payhist.dat row was never paid out
       sum-unpaid-retro.
           move "n" to ws-retro-found.
           move zero to ws-retro-gross.
           move zero to ws-retro-sss-ee.
           move zero to ws-retro-phlth-ee.
           move zero to ws-retro-pibig-ee.
           move zero to ws-retro-wtax.
           if ws-retro-open = "y"
              move em-id to rp-id
              move spaces to rp-period
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
              if rp-id not = em-id
                 move "y" to ws-retro-eof
              else
                 if rp-recstat not = 9
                    move "n" to record-found
                    if ws-hist-open = "y"
                       move em-id to ph-id
                       move rp-period to ph-period
                       read payhist-file record
                          invalid key continue
                          not invalid key move "y" to record-found
                       end-read
                    end-if
                    if record-found = "n"
                       move "y" to ws-retro-found
                       add rp-gross    to ws-retro-gross
                       add rp-sss-ee   to ws-retro-sss-ee
                       add rp-phlth-ee to ws-retro-phlth-ee
                       add rp-pibig-ee to ws-retro-pibig-ee
                       add rp-wtax     to ws-retro-wtax
                    end-if
                 end-if
              end-if
           end-if.

      *---- the unpaid retro earning rides on top of the last
      *     period's pay exactly as PAYCALC adds it: differential
      *     gross, shares and tax added (never below zero) and the
      *     net worked again
       add-unpaid-retro.
           perform sum-unpaid-retro.
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
              move ws-retro-work to ws-net-pay
              display "*** FINALPAY: unpaid retro earning added to "
                 "the last period".

       floor-retro-work.
           if ws-retro-work < zero
              move zero to ws-retro-work.

      *---- sum the gross of every payhist row earned in the year,
      *     the same scan THIRTEEN makes at year end
       accumulate-year-gross.
           move zero to year-gross.
           move zero to year-periods.
           if ws-hist-open = "y"
              move em-id to ph-id
              move spaces to ph-period
              move ws-year to ph-period (1:4)
                  into finalpay-rec.
           write finalpay-rec.

           if ws-retro-found = "y"
              move ws-retro-gross to signed-edit
              move spaces to finalpay-rec
              string "  incl Retro:" delimited by size
                     signed-edit      delimited by size
                     " (unpaid retropay.dat rows)" delimited by size
                     into finalpay-rec
              write finalpay-rec
           end-if.

           move ws-sss-ee to amount-edit.
           move spaces to finalpay-rec.
           string "SSS EE      : " delimited by size
