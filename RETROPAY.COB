       identification division.
       program-id. RETROPAY.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Retroactive pay differential run.  A ratehist.dat row keyed
      * with an effective date earlier than periods already posted
      * to payhist.dat was never paid on those periods; this run
      * finds every such row and pays the difference back on the
      * open period in payperd.dat.  For each employee with a new
      * back-dated row, every posted period from the row's
      * effective date up to the open period is recomputed twice
      * off that period's own timesheet and the whtab.dat row in
      * force for it - once at the rates that were on file when
      * it was paid, once with the new rows - and the difference
      * in gross, statutory employee shares and withholding is
      * posted to retropay.dat as a separately identified retro
      * earning (keyed em-id + the period it is paid in + the
      * effective date).  PAYTRIAL and PAYCALC fold it into that
      * period's pay and PAYSLIP prints it on its own line.
      * The retro log retrolog.dat holds every ratehist.dat row
      * already accounted for, with the period its differential
      * was paid in, so no rate row is ever paid back twice; a
      * row changed after it was logged is reported, not paid
      * again.  The first run finds no log and starts one from
      * ratehist.dat as it stands, paying nothing back.
      * A register of old pay, new pay and the difference per
      * employee and period is spooled to retroreg.dat.  A
      * separated employee (emp-recstat 9) is worked the same way
      * but nothing is posted: the differential is listed on the
      * register to be settled through FINALPAY or ADJPOST, and
      * the rows are logged all the same.
      * Runs as a PAYRUN step ahead of PAYTRIAL; a period already
      * paid is left alone and its differentials wait for the
      * next one.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy EMPFILE.

           copy TIMEFILE.

           copy PAYHFILE.

           copy RATEFILE.

           copy WHTFILE.

           copy CALFILE.

           copy RETRFILE.

           copy RTLGFILE.

           select period-file
                  assign to disk
                  organization is line sequential
                  file status is period-stat.

           select runctl-file
                  assign to disk
                  organization is line sequential
                  file status is runctl-stat.

           select register-file
                  assign to disk
                  organization is line sequential
                  file status is register-stat.

       data division.
       file section.
       fd emp-file
          label records are standard
          value of file-id is 'empdb.dat'.

       01 emp-record.
           copy EMPREC.

       fd time-file
          label records are standard
          value of file-id is 'timesht.dat'.

       01 ts-record.
           copy TIMEREC.

       fd payhist-file
          label records are standard
          value of file-id is 'payhist.dat'.

       01 payhist-record.
           copy PAYHREC.

       fd rate-file
          label records are standard
          value of file-id is 'ratehist.dat'.

       01 rate-record.
           copy RATEREC.

       fd wht-file
          label records are standard
          value of file-id is 'whtab.dat'.

       01 wht-record.
           copy WHTREC.

       fd cal-file
          label records are standard
          value of file-id is 'paycal.dat'.

       01 cal-record.
           copy CALREC.

       fd retro-file
          label records are standard
          value of file-id is 'retropay.dat'.

       01 retro-record.
           copy RETRREC.

       fd rtlog-file
          label records are standard
          value of file-id is 'retrolog.dat'.

       01 rtlog-record.
           copy RTLGREC.

       fd period-file
          label records are standard
          value of file-id is 'payperd.dat'.

       01 period-rec.
           02 pr-period        pic x(6).
           02 pr-start-date    pic x(10).
           02 pr-end-date      pic x(10).
           02 pr-pay-date      pic x(10).
           02 pr-freq          pic x.
           02 pr-half          pic x.
           02 pr-year-end      pic x.

       fd runctl-file
          label records are standard
          value of file-id is 'runctl.dat'.

       01 runctl-rec.
           02 rc-period       pic x(6).
           02 rc-start-date   pic x(10).
           02 rc-end-date     pic x(10).
           02 rc-stat-recon   pic x.
           02 rc-stat-trial   pic x.
           02 rc-stat-pay     pic x.
           02 rc-stat-slip    pic x.
           02 rc-stat-summ    pic x.
           02 rc-oper         pic x(8).
           02 rc-stat-retro   pic x.
           02 rc-stat-proof   pic x.

       fd register-file
          label records are standard
          value of file-id is 'retroreg.dat'.
       01 register-rec         pic x(110).

       working-storage section.
       01 emp-stat              pic xx.
       01 time-stat             pic xx.
       01 payhist-stat          pic xx.
       01 rate-stat             pic xx.
       01 cal-stat              pic xx.
       01 retro-stat            pic xx.
       01 rtlog-stat            pic xx.
       01 period-stat           pic xx.
       01 runctl-stat           pic xx.
       01 register-stat         pic xx.
       01 ws-eof                pic x value "n".
       01 ws-time-open          pic x value "n".
       01 ws-hist-open          pic x value "n".
       01 ws-cal-open           pic x value "n".
       01 ws-hist-eof           pic x.
       01 ws-rate-eof           pic x.
       01 ws-seed               pic x value "n".
       01 ws-already-paid       pic x value "n".

      *---- the open period the differentials are paid in
       01 ws-cur-period         pic x(6).
       01 ws-cur-freq           pic x.
       01 ws-cur-half           pic x.
       01 ws-post-period.
           02 ws-post-year      pic x(4).
           02 ws-post-pp        pic 9(2).
       01 ws-posted-to          pic x(6).

      *---- the posted period being recomputed, and the one whose
      *     statutory tables are loaded; a different period
      *     reloads them so each is worked under its own table
       01 ws-period             pic x(6).
       01 ws-tables-period      pic x(6) value spaces.
       01 ws-pp                 pic 9(2).

      *---- rate window of the period being recomputed, the same
      *     fields and meaning as PAYCALC's
       01 ws-dates-ok           pic x value "n".
       01 ws-rate-found         pic x.
       01 ws-base-found         pic x.
       01 ws-split-found        pic x.
       01 ws-row-use            pic x.
       01 ws-rate-a             pic 9(6)v99.
       01 ws-rate-b             pic 9(6)v99.
       01 ws-start-ymd          pic 9(8).
       01 ws-end-ymd            pic 9(8).
       01 ws-start-int          pic 9(8).
       01 ws-end-int            pic 9(8).
       01 ws-split-int          pic 9(8).
       01 ws-period-days        pic 9(3).
       01 ws-days-before        pic 9(3).
       01 ws-days-after         pic 9(3).
       01 ws-cut-start-ymd      pic 9(8).
       01 ws-cut-start-int      pic 9(8).
       01 ws-month-start-ymd    pic 9(8).
       01 ws-month-start-int    pic 9(8).
       01 ws-next-month-ymd     pic 9(8).
       01 ws-date-x.
           02 ws-date-yyyy      pic x(4).
           02 ws-date-mm        pic 9(2).
           02 ws-date-dd        pic 9(2).
       01 ws-date-ymd redefines ws-date-x pic 9(8).

      *---- "o" recomputes the period at the rates on file when it
      *     was paid (rows on the retro log only); "n" with every
      *     row on ratehist.dat
       01 ws-rate-pass          pic x.
       01 ws-master-rate        pic 9(6)v99.

      *---- this employee's ratehist.dat rows not yet on the retro
      *     log; the earliest effective date decides how far back
      *     the recompute goes
       01 ws-min-effdate        pic 9(8).
       01 ws-min-effdate-x redefines ws-min-effdate pic x(8).
       01 ws-un-count           pic 9(2).
       01 ws-un-x               pic 9(2).
       01 ws-un-max             pic 9(2) value 30.
       01 ws-un-table.
           02 ws-un-entry occurs 30 times.
              03 ws-un-effdate  pic 9(8).
              03 ws-un-rate     pic 9(6)v99.

      *---- the posted periods the new rows reach, gathered off
      *     payhist.dat before any of them is recomputed
       01 ws-ap-count           pic 9(2).
       01 ws-ap-x               pic 9(2).
       01 ws-ap-max             pic 9(2) value 60.
       01 ws-ap-table.
           02 ws-ap-entry occurs 60 times.
              03 ws-ap-period   pic x(6).
              03 ws-ap-start    pic 9(8).
              03 ws-ap-end      pic 9(8).
              03 ws-ap-freq     pic x.
              03 ws-ap-half     pic x.

      *---- a second half is worked on the combined month; the
      *     first half's old and new figures are held here when it
      *     was recomputed too, otherwise both come off its posted
      *     row
       01 ws-h1-held-period     pic x(6).
       01 h1o-gross             pic 9(9)v99.
       01 h1o-sss-ee            pic 9(5)v99.
       01 h1o-phlth-ee          pic 9(5)v99.
       01 h1o-pibig-ee          pic 9(5)v99.
       01 h1o-wtax              pic s9(7)v99.
       01 h1n-gross             pic 9(9)v99.
       01 h1n-sss-ee            pic 9(5)v99.
       01 h1n-phlth-ee          pic 9(5)v99.
       01 h1n-pibig-ee          pic 9(5)v99.
       01 h1n-wtax              pic s9(7)v99.

      *---- the period at the old rates and at the new
       01 old-gross             pic 9(9)v99.
       01 old-sss-ee            pic 9(5)v99.
       01 old-phlth-ee          pic 9(5)v99.
       01 old-pibig-ee          pic 9(5)v99.
       01 old-wtax              pic 9(7)v99.
       01 old-net               pic 9(9)v99.
       01 new-gross             pic 9(9)v99.
       01 new-sss-ee            pic 9(5)v99.
       01 new-phlth-ee          pic 9(5)v99.
       01 new-pibig-ee          pic 9(5)v99.
       01 new-wtax              pic 9(7)v99.
       01 new-net               pic 9(9)v99.

      *---- differentials: the period's, the employee's and the run's
       01 dif-gross             pic s9(9)v99.
       01 dif-shares            pic s9(7)v99.
       01 dif-wtax              pic s9(7)v99.
       01 dif-net               pic s9(9)v99.
       01 emt-gross             pic s9(9)v99.
       01 emt-sss-ee            pic s9(5)v99.
       01 emt-phlth-ee          pic s9(5)v99.
       01 emt-pibig-ee          pic s9(5)v99.
       01 emt-wtax              pic s9(7)v99.
       01 emt-net               pic s9(9)v99.
       01 emt-periods           pic 9(2).
       01 gt-gross              pic s9(9)v99 value zero.
       01 gt-shares             pic s9(7)v99 value zero.
       01 gt-wtax               pic s9(7)v99 value zero.
       01 gt-net                pic s9(9)v99 value zero.

       01 ws-emp-count          pic 9(5) value zero.
       01 ws-period-count       pic 9(5) value zero.
       01 ws-logged-count       pic 9(5) value zero.
       01 ws-except-count       pic 9(5) value zero.
       01 ws-sep-count          pic 9(5) value zero.
       01 count-edit            pic zzzz9.

       01 ws-except-text        pic x(80).

      *---- retro earnings already paid in a first half, taken back
      *     out of its posted row before the month is worked
       01 ws-retro-open         pic x value "y".
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

       01 ws-heading-2.
           02 filler            pic x(28)
              value "EM-ID LASTNAME        PERIOD".
           02 filler            pic x(13) value "    OLD GROSS".
           02 filler            pic x(13) value "    NEW GROSS".
           02 filler            pic x(14) value "    DIFFERENCE".
           02 filler            pic x(11) value "  EE SHARES".
           02 filler            pic x(11) value "      W/TAX".
           02 filler            pic x(14) value "      NET DIFF".

       01 report-line.
           02 rl-id              pic 9(5).
           02 filler             pic x value space.
           02 rl-lname           pic a(15).
           02 filler             pic x value space.
           02 rl-period          pic x(6).
           02 filler             pic x value space.
           02 rl-old             pic z(8)9.99.
           02 filler             pic x value space.
           02 rl-new             pic z(8)9.99.
           02 filler             pic x value space.
           02 rl-diff            pic -(9)9.99.
           02 filler             pic x value space.
           02 rl-shares          pic -(6)9.99.
           02 filler             pic x value space.
           02 rl-wtax            pic -(6)9.99.
           02 filler             pic x value space.
           02 rl-net             pic -(9)9.99.

       01 total-line.
           02 filler             pic x(6) value spaces.
           02 tl-label           pic x(22).
           02 tl-period          pic x(6).
           02 filler             pic x(21) value spaces.
           02 tl-diff            pic -(9)9.99.
           02 filler             pic x value space.
           02 tl-shares          pic -(6)9.99.
           02 filler             pic x value space.
           02 tl-wtax            pic -(6)9.99.
           02 filler             pic x value space.
           02 tl-net             pic -(9)9.99.

       procedure division.
       main-process.
           perform read-pay-period.
           perform check-run-control.
           if ws-already-paid = "y"
              display "*** RETROPAY: period " ws-cur-period
                 " already paid - differentials wait for the next"
                 " period"
              goback.

           open input emp-file.
           if emp-stat not = '00'
              display "!!! RETROPAY: cannot open empdb.dat " emp-stat
              move 16 to return-code
              goback.

           open input rate-file.
           if rate-stat not = '00'
              display "*** RETROPAY: no ratehist.dat - "
                 "no rate changes to pay back " rate-stat
              close emp-file
              goback.

           open input payhist-file.
           if payhist-stat = '00'
              move "y" to ws-hist-open
           else
              display "*** RETROPAY: no payhist.dat - "
                 "no posted periods to pay back " payhist-stat.

           open input time-file.
           if time-stat = '00'
              move "y" to ws-time-open.

           open input cal-file.
           if cal-stat = '00'
              move "y" to ws-cal-open.

           open i-o rtlog-file.
           if rtlog-stat not = '00'
              move "y" to ws-seed
              open output rtlog-file
              close rtlog-file
              open i-o rtlog-file.

           open i-o retro-file.
           if retro-stat not = '00'
              open output retro-file
              close retro-file
              open i-o retro-file.

           open output register-file.
           move spaces to register-rec.
           string "RETROACTIVE PAY REGISTER - PAID IN PERIOD "
                     delimited by size
                  ws-cur-period delimited by size
                  into register-rec.
           write register-rec.
           move spaces to register-rec.
           write register-rec.
           move ws-heading-2 to register-rec.
           write register-rec.

           if ws-seed = "y"
              perform seed-retro-log
           else
              move zeroes to em-id
              start emp-file key is greater than or equal em-id
                 invalid key move "y" to ws-eof
              end-start
              perform process-one-employee until ws-eof = "y".

           perform write-run-summary.

           close emp-file.
           close rate-file.
           if ws-hist-open = "y"
              close payhist-file.
           if ws-time-open = "y"
              close time-file.
           if ws-cal-open = "y"
              close cal-file.
           close rtlog-file.
           close retro-file.
           close register-file.
           goback.

      *---- the open period and its cutoff from payperd.dat; the
      *     run refuses to guess at either
       read-pay-period.
           open input period-file.
           if period-stat not = '00'
              display "!!! RETROPAY: cannot open payperd.dat "
                 period-stat
              move 16 to return-code
              goback.
           read period-file
              at end
                 display "!!! RETROPAY: payperd.dat is empty"
                 close period-file
                 move 16 to return-code
                 goback.
           close period-file.
           move pr-period to ws-cur-period.
           move pr-freq to ws-cur-freq.
           move pr-half to ws-cur-half.
           if ws-cur-period is not numeric
              display "!!! RETROPAY: payperd.dat period "
                 ws-cur-period " is not a period id"
              move 16 to return-code
              goback.

      *---- a period PAYCALC has already posted cannot take a retro
      *     earning any more; runctl.dat says whether it has
       check-run-control.
           move "n" to ws-already-paid.
           open input runctl-file.
           if runctl-stat = '00'
              read runctl-file
                 at end continue
                 not at end
                    if (rc-period = ws-cur-period)
                       and (rc-stat-pay = "C")
                       move "y" to ws-already-paid
                    end-if
              end-read
              close runctl-file.

      *---- no retro log yet: every rate row on file today was paid
      *     when it fell due, so all of them go on the log as seen
      *     and nothing is paid back
       seed-retro-log.
           move zeroes to rh-key.
           move "n" to ws-rate-eof.
           start rate-file key is greater than or equal rh-key
              invalid key move "y" to ws-rate-eof
           end-start.
           perform seed-one-rate-row until ws-rate-eof = "y".
           move ws-logged-count to count-edit.
           move spaces to register-rec.
           string "RETRO LOG STARTED - " delimited by size
                  count-edit             delimited by size
                  " RATE ROWS ON FILE TAKEN AS ALREADY PAID"
                                         delimited by size
                  into register-rec.
           write register-rec.
           display "*** RETROPAY: retrolog.dat started - "
              count-edit " rate rows taken as already paid".

       seed-one-rate-row.
           read rate-file next record
              at end move "y" to ws-rate-eof.
           if ws-rate-eof not = "y"
              if rh-recstat not = 9
                 move rh-id      to rt-id
                 move rh-effdate to rt-effdate
                 move rh-rate    to rt-rate
                 move spaces     to rt-period
                 move 1          to rt-recstat
                 write rtlog-record
                    invalid key continue
                    not invalid key add 1 to ws-logged-count
                 end-write.

       process-one-employee.
           read emp-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              perform find-unseen-rows
              if ws-un-count > zero
                 perform pay-back-employee
                 perform log-unseen-rows
              end-if
           end-if.

      *---- this employee's live rate rows that are not on the
      *     retro log yet.  A logged row whose rate has since been
      *     changed was already paid at the old figure: it is
      *     reported and the log brought up to date, never paid a
      *     second time.
       find-unseen-rows.
           move zero to ws-un-count.
           move 99999999 to ws-min-effdate.
           move em-id to rh-id.
           move zeroes to rh-effdate.
           move "n" to ws-rate-eof.
           start rate-file key is greater than or equal rh-key
              invalid key move "y" to ws-rate-eof
           end-start.
           perform check-one-rate-row until ws-rate-eof = "y".

       check-one-rate-row.
           read rate-file next record
              at end move "y" to ws-rate-eof.
           if ws-rate-eof not = "y"
              if rh-id not = em-id
                 move "y" to ws-rate-eof
              else
                 if rh-recstat not = 9
                    move rh-id      to rt-id
                    move rh-effdate to rt-effdate
                    read rtlog-file record
                       invalid key
                          perform hold-unseen-row
                       not invalid key
                          if rt-rate not = rh-rate
                             perform report-changed-row
                          end-if
                    end-read
                 end-if
              end-if
           end-if.

      *---- more new rows than the table holds is far outside any
      *     normal run; the rest stay off the log for the next run
       hold-unseen-row.
           if ws-un-count < ws-un-max
              add 1 to ws-un-count
              move rh-effdate to ws-un-effdate (ws-un-count)
              move rh-rate    to ws-un-rate (ws-un-count)
              if rh-effdate < ws-min-effdate
                 move rh-effdate to ws-min-effdate
              end-if
           else
              move spaces to ws-except-text
              string "RATE ROW " delimited by size
                     rh-effdate   delimited by size
                     " LEFT FOR THE NEXT RUN - TOO MANY NEW ROWS"
                                  delimited by size
                     into ws-except-text
              perform write-exception.

       report-changed-row.
           move spaces to ws-except-text.
           string "RATE ROW "  delimited by size
                  rh-effdate    delimited by size
                  " CHANGED AFTER IT WAS PAID - NOT REAPPLIED,"
                                delimited by size
                  " CORRECT THROUGH ADJPOST" delimited by size
                  into ws-except-text.
           perform write-exception.
           move rh-rate to rt-rate.
           rewrite rtlog-record
              invalid key continue
           end-rewrite.

      *---- every posted period the new rows reach is recomputed at
      *     the old rates and the new; the differences, summed, are
      *     the retro earning paid in the open period
       pay-back-employee.
           move emp-rate to ws-master-rate.
           move zero to emt-gross.
           move zero to emt-sss-ee.
           move zero to emt-phlth-ee.
           move zero to emt-pibig-ee.
           move zero to emt-wtax.
           move zero to emt-net.
           move zero to emt-periods.
           move spaces to ws-h1-held-period.
           move spaces to ws-posted-to.
           perform collect-posted-periods.
           perform recompute-one-period
              varying ws-ap-x from 1 by 1
              until ws-ap-x > ws-ap-count.
           move ws-master-rate to emp-rate.
           if (emt-gross not = zero) or (emt-sss-ee not = zero)
              or (emt-phlth-ee not = zero)
              or (emt-pibig-ee not = zero) or (emt-wtax not = zero)
              if emp-recstat = 9
                 perform report-separated
              else
                 perform set-post-period
                 perform post-retro-earning.

      *---- the employee's posted rows from the year of the earliest
      *     new row, skipping YEARCLSE's carried-forward row, up to
      *     the open period; a period ending before the earliest
      *     new row is untouched by it
       collect-posted-periods.
           move zero to ws-ap-count.
           if ws-hist-open = "y"
              move em-id to ph-id
              move spaces to ph-period
              move ws-min-effdate-x (1:4) to ph-period (1:4)
              move "00" to ph-period (5:2)
              move "n" to ws-hist-eof
              start payhist-file key is greater than or equal ph-key
                 invalid key move "y" to ws-hist-eof
              end-start
              perform collect-one-posted-row until ws-hist-eof = "y".

       collect-one-posted-row.
           read payhist-file next record
              at end move "y" to ws-hist-eof.
           if ws-hist-eof not = "y"
              if (ph-id not = em-id)
                 or (ph-period not < ws-cur-period)
                 move "y" to ws-hist-eof
              else
                 if ph-period (5:2) not = "00"
                    move ph-period to ws-period
                    perform get-period-dates
                    if (ws-dates-ok = "y")
                       and (ws-end-ymd not < ws-min-effdate)
                       perform hold-posted-period
                    end-if
                 end-if
              end-if
           end-if.

       hold-posted-period.
           if ws-ap-count < ws-ap-max
              add 1 to ws-ap-count
              move ws-period        to ws-ap-period (ws-ap-count)
              move ws-cut-start-ymd to ws-ap-start (ws-ap-count)
              move ws-end-ymd       to ws-ap-end (ws-ap-count)
              move ws-cal-freq      to ws-ap-freq (ws-ap-count)
              move ws-cal-half      to ws-ap-half (ws-ap-count)
           else
              move spaces to ws-except-text
              string "PERIOD " delimited by size
                     ws-period  delimited by size
                     " NOT RECOMPUTED - MORE PERIODS THAN THE RUN"
                                delimited by size
                     " HOLDS"   delimited by size
                     into ws-except-text
              perform write-exception.

      *---- a period's cutoff dates, frequency and half come off its
      *     paycal.dat row; a period paid before the calendar runs
      *     the old way, odd period 1st-15th and even period 16th to
      *     month end, paying everyone monthly
       get-period-dates.
           move "n" to ws-dates-ok.
           if ws-cal-open = "y"
              move ws-period to cl-period
              read cal-file record
                 invalid key continue
                 not invalid key
                    if (cl-recstat not = 9)
                       and (cl-start-date (1:2) is numeric)
                       and (cl-start-date (4:2) is numeric)
                       and (cl-start-date (7:4) is numeric)
                       and (cl-end-date (1:2) is numeric)
                       and (cl-end-date (4:2) is numeric)
                       and (cl-end-date (7:4) is numeric)
                       move cl-start-date (7:4) to ws-date-yyyy
                       move cl-start-date (1:2) to ws-date-mm
                       move cl-start-date (4:2) to ws-date-dd
                       move ws-date-ymd to ws-cut-start-ymd
                       move cl-end-date (7:4) to ws-date-yyyy
                       move cl-end-date (1:2) to ws-date-mm
                       move cl-end-date (4:2) to ws-date-dd
                       move ws-date-ymd to ws-end-ymd
                       move cl-freq to ws-cal-freq
                       move cl-half to ws-cal-half
                       move "y" to ws-dates-ok
                    end-if
              end-read.
           if ws-dates-ok = "n"
              perform legacy-period-dates.

       legacy-period-dates.
           move space to ws-cal-freq.
           move space to ws-cal-half.
           move ws-period (5:2) to ws-pp.
           if (ws-pp > zero) and (ws-pp < 25)
              move "y" to ws-dates-ok
              move ws-period (1:4) to ws-date-yyyy
              compute ws-date-mm = (ws-pp + 1) / 2
              if function mod (ws-pp, 2) = 1
                 move 1 to ws-date-dd
                 move ws-date-ymd to ws-cut-start-ymd
                 move 15 to ws-date-dd
                 move ws-date-ymd to ws-end-ymd
              else
                 move 16 to ws-date-dd
                 move ws-date-ymd to ws-cut-start-ymd
                 perform set-month-end
              end-if
           end-if.

      *---- last day of the month in ws-date-x: the day before the
      *     first of the next month
       set-month-end.
           move 1 to ws-date-dd.
           if ws-date-mm = 12
              compute ws-next-month-ymd = ws-date-ymd + 8900
           else
              compute ws-next-month-ymd = ws-date-ymd + 100
           end-if.
           compute ws-end-ymd = function date-of-integer
              (function integer-of-date (ws-next-month-ymd) - 1).

       recompute-one-period.
           move ws-ap-period (ws-ap-x) to ws-period.
           move ws-ap-start (ws-ap-x)  to ws-cut-start-ymd.
           move ws-ap-end (ws-ap-x)    to ws-end-ymd.
           move ws-ap-freq (ws-ap-x)   to ws-cal-freq.
           move ws-ap-half (ws-ap-x)   to ws-cal-half.
           move "y" to ws-dates-ok.
           compute ws-cut-start-int =
              function integer-of-date (ws-cut-start-ymd).
           compute ws-end-int = function integer-of-date (ws-end-ymd).
           move ws-cut-start-ymd to ws-date-ymd.
           move 1 to ws-date-dd.
           move ws-date-ymd to ws-month-start-ymd.
           compute ws-month-start-int =
              function integer-of-date (ws-month-start-ymd).
           perform set-pay-half.
           if ws-pay-due = "y"
              perform recompute-due-period.

      *---- the old-rate pass first; with no logged rate row in
      *     force at the period start the old pay cannot be known
      *     and the period is reported instead of guessed at
       recompute-due-period.
           perform set-half1-period.
           perform set-rate-window.
           if ws-period not = ws-tables-period
              perform load-wh-tables
              move ws-period to ws-tables-period.
           perform get-timesheet.
           perform set-half1-figures.

           move ws-master-rate to emp-rate.
           move "o" to ws-rate-pass.
           perform get-effective-rate.
           if ws-base-found = "n"
              move spaces to ws-except-text
              string "PERIOD " delimited by size
                     ws-period  delimited by size
                     " NO EARLIER RATE ON RATEHIST - OLD PAY UNKNOWN,"
                                delimited by size
                     " PAY THROUGH ADJPOST" delimited by size
                     into ws-except-text
              perform write-exception
           else
              perform compute-old-pay
              perform compute-new-pay
              perform record-period-difference.
           move ws-master-rate to emp-rate.

       compute-old-pay.
           move h1o-gross    to ws-half1-gross.
           move h1o-sss-ee   to ws-half1-sss-ee.
           move h1o-phlth-ee to ws-half1-phlth-ee.
           move h1o-pibig-ee to ws-half1-pibig-ee.
           move h1o-wtax     to ws-half1-wtax.
           perform compute-net-pay.
           move ws-gross    to old-gross.
           move ws-sss-ee   to old-sss-ee.
           move ws-phlth-ee to old-phlth-ee.
           move ws-pibig-ee to old-pibig-ee.
           move ws-wtax     to old-wtax.
           move ws-net-pay  to old-net.

       compute-new-pay.
           move ws-master-rate to emp-rate.
           move "n" to ws-rate-pass.
           perform get-effective-rate.
           move h1n-gross    to ws-half1-gross.
           move h1n-sss-ee   to ws-half1-sss-ee.
           move h1n-phlth-ee to ws-half1-phlth-ee.
           move h1n-pibig-ee to ws-half1-pibig-ee.
           move h1n-wtax     to ws-half1-wtax.
           perform compute-net-pay.
           move ws-gross    to new-gross.
           move ws-sss-ee   to new-sss-ee.
           move ws-phlth-ee to new-phlth-ee.
           move ws-pibig-ee to new-pibig-ee.
           move ws-wtax     to new-wtax.
           move ws-net-pay  to new-net.

      *---- the first half's figures for a second half: held from
      *     this run when the first half was recomputed too, else
      *     its posted row on both sides
       set-half1-figures.
           if ws-pay-half = "2"
              if ws-h1-held-period not = ws-half1-period
                 perform load-posted-half1
              end-if
           else
              perform clear-half1-figures.

       clear-half1-figures.
           move zero to h1o-gross.
           move zero to h1o-sss-ee.
           move zero to h1o-phlth-ee.
           move zero to h1o-pibig-ee.
           move zero to h1o-wtax.
           move zero to h1n-gross.
           move zero to h1n-sss-ee.
           move zero to h1n-phlth-ee.
           move zero to h1n-pibig-ee.
           move zero to h1n-wtax.

       load-posted-half1.
           perform clear-half1-figures.
           move zero to ws-half1-gross.
           move zero to ws-half1-sss-ee.
           move zero to ws-half1-phlth-ee.
           move zero to ws-half1-pibig-ee.
           move zero to ws-half1-wtax.
           move em-id to ph-id.
           move ws-half1-period to ph-period.
           read payhist-file record
              invalid key continue
              not invalid key
                 move ph-gross    to ws-half1-gross
                 move ph-sss-ee   to ws-half1-sss-ee
                 move ph-phlth-ee to ws-half1-phlth-ee
                 move ph-pibig-ee to ws-half1-pibig-ee
                 compute ws-half1-wtax = ph-wtax - ph-tax-adj
                 perform take-out-half1-retro
                 move ws-half1-gross    to h1o-gross
                 move ws-half1-sss-ee   to h1o-sss-ee
                 move ws-half1-phlth-ee to h1o-phlth-ee
                 move ws-half1-pibig-ee to h1o-pibig-ee
                 move ws-half1-wtax     to h1o-wtax
                 move ws-half1-gross    to h1n-gross
                 move ws-half1-sss-ee   to h1n-sss-ee
                 move ws-half1-phlth-ee to h1n-phlth-ee
                 move ws-half1-pibig-ee to h1n-pibig-ee
                 move ws-half1-wtax     to h1n-wtax
           end-read.

       record-period-difference.
           if ws-pay-half = "1"
              move ws-period    to ws-h1-held-period
              move old-gross    to h1o-gross
              move old-sss-ee   to h1o-sss-ee
              move old-phlth-ee to h1o-phlth-ee
              move old-pibig-ee to h1o-pibig-ee
              move old-wtax     to h1o-wtax
              move new-gross    to h1n-gross
              move new-sss-ee   to h1n-sss-ee
              move new-phlth-ee to h1n-phlth-ee
              move new-pibig-ee to h1n-pibig-ee
              move new-wtax     to h1n-wtax.
           compute dif-gross = new-gross - old-gross.
           compute dif-shares = (new-sss-ee + new-phlth-ee
              + new-pibig-ee) - (old-sss-ee + old-phlth-ee
              + old-pibig-ee).
           compute dif-wtax = new-wtax - old-wtax.
           compute dif-net = new-net - old-net.
           compute emt-gross = emt-gross + dif-gross.
           compute emt-sss-ee = emt-sss-ee + new-sss-ee - old-sss-ee.
           compute emt-phlth-ee =
              emt-phlth-ee + new-phlth-ee - old-phlth-ee.
           compute emt-pibig-ee =
              emt-pibig-ee + new-pibig-ee - old-pibig-ee.
           compute emt-wtax = emt-wtax + dif-wtax.
           compute emt-net = emt-net + dif-net.
           add 1 to emt-periods.
           add 1 to ws-period-count.
           move em-id      to rl-id.
           move emp-lname  to rl-lname.
           move ws-period  to rl-period.
           move old-gross  to rl-old.
           move new-gross  to rl-new.
           move dif-gross  to rl-diff.
           move dif-shares to rl-shares.
           move dif-wtax   to rl-wtax.
           move dif-net    to rl-net.
           move report-line to register-rec.
           write register-rec.

      *---- paid in the open period, or - for a monthly employee on
      *     a first-half-only cutoff, who is not paid on it - in the
      *     second half that follows
       set-post-period.
           move ws-cur-period to ws-post-period.
           move ws-cur-freq to ws-cal-freq.
           move ws-cur-half to ws-cal-half.
           perform set-pay-half.
           if ws-pay-due = "n"
              add 1 to ws-post-pp.

      *---- one retro earning per employee per back-dated change;
      *     the key already on file means this change was posted by
      *     an earlier run that stopped before logging its rows
       post-retro-earning.
           move em-id          to rp-id.
           move ws-post-period to rp-period.
           move ws-min-effdate to rp-effdate.
           move emt-gross      to rp-gross.
           move emt-sss-ee     to rp-sss-ee.
           move emt-phlth-ee   to rp-phlth-ee.
           move emt-pibig-ee   to rp-pibig-ee.
           move emt-wtax       to rp-wtax.
           move emt-periods    to rp-periods.
           move 1              to rp-recstat.
           write retro-record
              invalid key
                 move spaces to ws-except-text
                 string "RATE ROW " delimited by size
                        ws-min-effdate delimited by size
                        " ALREADY ON RETROPAY.DAT FOR "
                                    delimited by size
                        ws-post-period delimited by size
                        " - NOT POSTED AGAIN" delimited by size
                        into ws-except-text
                 end-string
                 perform write-exception
              not invalid key
                 move ws-post-period to ws-posted-to
                 perform write-employee-total
           end-write.

      *---- a separated employee is no longer paid by PAYCALC, so
      *     nothing goes to retropay.dat: the differential is listed
      *     for payroll to settle on the clearance or through
      *     ADJPOST, and the rows are still logged so a rehire or
      *     reactivation never pays them back a second time
       report-separated.
           add 1 to ws-sep-count.
           move "SEPARATED - NOT PAID" to tl-label.
           move ws-cur-period to tl-period.
           move emt-gross to tl-diff.
           compute tl-shares = emt-sss-ee + emt-phlth-ee
              + emt-pibig-ee.
           move emt-wtax to tl-wtax.
           move emt-net to tl-net.
           move total-line to register-rec.
           write register-rec.
           move "SEPARATED - SETTLE VIA FINALPAY/ADJPOST"
              to ws-except-text.
           perform write-exception.
           move spaces to register-rec.
           write register-rec.

       write-employee-total.
           add 1 to ws-emp-count.
           compute gt-gross = gt-gross + emt-gross.
           compute gt-shares = gt-shares + emt-sss-ee + emt-phlth-ee
              + emt-pibig-ee.
           compute gt-wtax = gt-wtax + emt-wtax.
           compute gt-net = gt-net + emt-net.
           move "RETRO EARNING PAID IN " to tl-label.
           move ws-post-period to tl-period.
           move emt-gross to tl-diff.
           compute tl-shares = emt-sss-ee + emt-phlth-ee
              + emt-pibig-ee.
           move emt-wtax to tl-wtax.
           move emt-net to tl-net.
           move total-line to register-rec.
           write register-rec.
           move spaces to register-rec.
           write register-rec.

      *---- the employee's new rows go on the log with the period
      *     their differential was paid in (spaces when there was
      *     nothing to pay, or the employee had separated and it is
      *     settled outside the run), so no later run takes them up
      *     again
       log-unseen-rows.
           perform log-one-unseen-row
              varying ws-un-x from 1 by 1
              until ws-un-x > ws-un-count.

       log-one-unseen-row.
           move em-id to rt-id.
           move ws-un-effdate (ws-un-x) to rt-effdate.
           move ws-un-rate (ws-un-x)    to rt-rate.
           move ws-posted-to            to rt-period.
           move 1                       to rt-recstat.
           write rtlog-record
              invalid key continue
              not invalid key add 1 to ws-logged-count
           end-write.

       write-exception.
           add 1 to ws-except-count.
           move spaces to register-rec.
           string "EXCEPTION " delimited by size
                  em-id        delimited by size
                  " "          delimited by size
                  ws-except-text delimited by size
                  into register-rec.
           write register-rec.

      *---- a whole month paid on a second-half cutoff runs from
      *     the first of the month; anything else runs the cutoff
       set-rate-window.
           if (ws-pay-half = space) and (ws-cal-half = "2")
              move ws-month-start-ymd to ws-start-ymd
              move ws-month-start-int to ws-start-int
           else
              move ws-cut-start-ymd to ws-start-ymd
              move ws-cut-start-int to ws-start-int.
           compute ws-period-days = ws-end-int - ws-start-int + 1.

       get-timesheet.
           move "n" to ws-ts-found.
           if ws-time-open = "y"
              move em-id to ts-id
              move ws-period to ts-period
              read time-file record
                 invalid key move "n" to ws-ts-found
                 not invalid key
                    if ts-recstat not = 9
                       move "y" to ws-ts-found
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

      *---- the day-weighted rate for the period, worked exactly as
      *     PAYCALC works it
       get-effective-rate.
           perform scan-rate-history.
           if ws-rate-found = "y"
              if ws-split-found = "y"
                 compute ws-days-before = ws-split-int - ws-start-int
                 compute ws-days-after = ws-end-int - ws-split-int + 1
                 compute emp-rate rounded =
                    ((ws-rate-a * ws-days-before)
                     + (ws-rate-b * ws-days-after))
                    / ws-period-days
              else
                 move ws-rate-a to emp-rate
              end-if
           end-if.

       scan-rate-history.
           move "n" to ws-rate-found.
           move "n" to ws-base-found.
           move "n" to ws-split-found.
           move emp-rate to ws-rate-a.
           move em-id to rh-id.
           move zeroes to rh-effdate.
           move "n" to ws-rate-eof.
           start rate-file key is greater than or equal rh-key
              invalid key move "y" to ws-rate-eof
           end-start.
           perform read-one-rate-row until ws-rate-eof = "y".

      *---- the old-rate pass sees only the rows on the retro log
       read-one-rate-row.
           read rate-file next record
              at end move "y" to ws-rate-eof.
           if ws-rate-eof not = "y"
              if rh-id not = em-id
                 move "y" to ws-rate-eof
              else
                 move "y" to ws-row-use
                 if rh-recstat = 9
                    move "n" to ws-row-use
                 end-if
                 if (ws-row-use = "y") and (ws-rate-pass = "o")
                    perform check-row-logged
                 end-if
                 if ws-row-use = "y"
                    perform use-rate-row
                 end-if
              end-if
           end-if.

       check-row-logged.
           move rh-id      to rt-id.
           move rh-effdate to rt-effdate.
           read rtlog-file record
              invalid key move "n" to ws-row-use
           end-read.

       use-rate-row.
           if rh-effdate <= ws-start-ymd
              move rh-rate to ws-rate-a
              move "y" to ws-rate-found
              move "y" to ws-base-found
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
           end-if.

       write-run-summary.
           move spaces to register-rec.
           write register-rec.
           move "GRAND TOTAL        " to tl-label.
           move ws-cur-period to tl-period.
           move gt-gross to tl-diff.
           move gt-shares to tl-shares.
           move gt-wtax to tl-wtax.
           move gt-net to tl-net.
           move total-line to register-rec.
           write register-rec.
           move spaces to register-rec.
           string "Employees paid back: " delimited by size
                  ws-emp-count           delimited by size
                  "  Periods recomputed: " delimited by size
                  ws-period-count        delimited by size
                  "  Rate rows logged: "  delimited by size
                  ws-logged-count        delimited by size
                  "  Exceptions: "       delimited by size
                  ws-except-count        delimited by size
                  into register-rec.
           write register-rec.
           move spaces to register-rec.
           string "Separated, not paid: " delimited by size
                  ws-sep-count           delimited by size
                  into register-rec.
           write register-rec.
           move ws-emp-count to count-edit.
           display "*** RETROPAY: " count-edit
              " employees paid back - see retroreg.dat".
           if ws-sep-count > zero
              move ws-sep-count to count-edit
              display "*** RETROPAY: " count-edit
                 " separated employees with a differential - settle"
                 " via FINALPAY/ADJPOST".
           if ws-except-count > zero
              move ws-except-count to count-edit
              display "*** RETROPAY: " count-edit
                 " exceptions on retroreg.dat".

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
