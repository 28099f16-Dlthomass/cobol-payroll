      *   1. RECONCIL - halts the whole run if duplicate SSS/CTC
      *      numbers or missing mandatory fields were flagged
      *      (RETURN-CODE 8), before any pay is computed
      *   2. RETROPAY - works out the differential owed on any
      *      back-dated ratehist.dat row for periods already
      *      paid and posts it to retropay.dat, so the trial and
      *      the pay run below both carry it
      *   3. PAYTRIAL - computes the period without posting and
      *      prints the variance report; flags (RETURN-CODE 8)
      *      halt the night for review, but the step is stamped
      *      complete so a restart proceeds past the go/no-go
      *   4. PAYCALC - a year-end true-up short of the net
      *      (RETURN-CODE 4) is listed for ADJPOST and does not
      *      stop the night
      *   5. PAYSLIP
      *   6. DEPTSUMM
      *   7. PAYPROOF - foots payhist.dat against netpay.dat and
      *      the money steps' files (BANKDISB, GLJOURN, REMITTNC,
      *      run once PAYCALC has posted) and prints proof.dat;
      *      anything out (RETURN-CODE 8), a file missing or one
      *      left from another period included, holds the period
      *      open - run or correct the money steps and restart,
      *      and only a clean proof releases the period
      * Each step's status is stamped back to runctl.dat as it
      * completes ('C') or fails ('F'), so a crashed night resumes
      * at the failed step instead of rerunning everything.
      * Periods come off the payroll calendar paycal.dat (built a
      * year at a time by CALGEN, kept in CALMNT): once runctl.dat
      * shows every step complete, the night closes that calendar
      * period and starts a fresh control record, every step
      * status blank, for the first period still open.  The
      * calendar row's pay date, frequency (S semi-monthly, M
      * monthly, B both) and half of the month are stamped onto
      * payperd.dat with the dates, plus a year-end flag when no
      * later period of the same year is on the calendar.  With
      * no paycal.dat the operator keys runctl.dat as before.
      *----------------------------------------------------------
       environment division.
       configuration section.
       file-control.
           copy OPERFILE.

           copy CALFILE.

           select runctl-file
                  assign to disk
                  organization is line sequential
       01 oper-record.
           copy OPERREC.

       fd cal-file
          label records are standard
          value of file-id is 'paycal.dat'.

       01 cal-record.
           copy CALREC.

       fd runctl-file
          label records are standard
          value of file-id is 'runctl.dat'.
           02 rc-stat-slip    pic x.
           02 rc-stat-summ    pic x.
           02 rc-oper         pic x(8).
           02 rc-stat-retro   pic x.
           02 rc-stat-proof   pic x.

       fd period-file
          label records are standard

      *---- the period dates travel with the period id so PAYCALC
      *     can place a mid-period rate change; readers that only
      *     want the id keep reading the first six characters.
      *     The calendar's pay date, frequency and half, and the
      *     year-end flag, follow the dates.
       01 period-rec.
           02 pr-period       pic x(6).
           02 pr-start-date   pic x(10).
           02 pr-end-date     pic x(10).
           02 pr-pay-date     pic x(10).
           02 pr-freq         pic x.
           02 pr-half         pic x.
           02 pr-year-end     pic x.

       working-storage section.
       01 runctl-stat           pic xx.
       01 period-stat           pic xx.
       01 cal-stat              pic xx.
       01 ws-runctl-found       pic x.
       01 ws-cal-open           pic x value "n".
       01 ws-cal-found          pic x.
       01 ws-cal-eof            pic x.

      *---- the calendar row of the period being run
       01 ws-pay-date           pic x(10) value spaces.
       01 ws-cal-freq           pic x value space.
       01 ws-cal-half           pic x value space.
       01 ws-year-end           pic x value space.

       01 ws-runctl.
           02 ws-period        pic x(6).
           02 ws-stat-slip     pic x.
           02 ws-stat-summ     pic x.
           02 ws-rc-oper       pic x(8).
           02 ws-stat-retro    pic x.
           02 ws-stat-proof    pic x.

      *---- operator sign-on: releasing a pay run is payroll-level
      *     work, and the id is stamped on every step status the

           display "*** PAYRUN: pay run for period " ws-period
              " (" ws-start-date " - " ws-end-date ")".
           if ws-cal-freq not = space
              display "*** PAYRUN: frequency " ws-cal-freq
                 " half " ws-cal-half " pay date " ws-pay-date.

           if ws-stat-recon not = "C"
              perform run-reconcil-step.
           if ws-stat-retro not = "C"
              perform run-retropay-step.
           if ws-stat-trial not = "C"
              perform run-paytrial-step.
           if ws-stat-pay not = "C"
              perform run-payslip-step.
           if ws-stat-summ not = "C"
              perform run-deptsumm-step.
           if ws-stat-proof not = "C"
              perform run-payproof-step.

           perform close-calendar-period.
           display "*** PAYRUN: period " ws-period
              " completed clean end to end".
           goback.
                 end-if
           end-read.

      *---- runctl.dat says where the last night stood.  A period
      *     with any step not yet 'C' is resumed; a finished one
      *     (or no control record at all) hands over to the next
      *     open period on the payroll calendar.  Without a
      *     calendar the operator keys runctl.dat ahead of cutoff
      *     night - period id, period dates, blank statuses.
       load-run-control.
           move "n" to ws-runctl-found.
           open input runctl-file.
           if runctl-stat = '00'
              read runctl-file
                 at end move "n" to ws-runctl-found
                 not at end
                    move "y" to ws-runctl-found
                    move runctl-rec to ws-runctl
              end-read
              close runctl-file.

           open input cal-file.
           if cal-stat = '00'
              move "y" to ws-cal-open
              close cal-file.

           if ws-cal-open = "n"
              if ws-runctl-found = "n"
                 display "!!! PAYRUN: no runctl.dat and no "
                    "paycal.dat - nothing to run"
                 move 16 to return-code
                 goback
              end-if
           else
              if (ws-runctl-found = "y")
                 and (ws-stat-recon = "C") and (ws-stat-trial = "C")
                 and (ws-stat-pay = "C") and (ws-stat-slip = "C")
                 and (ws-stat-summ = "C") and (ws-stat-retro = "C")
                 and (ws-stat-proof = "C")
                 perform close-calendar-period
                 move "n" to ws-runctl-found
              end-if
              if ws-runctl-found = "n"
                 perform take-next-calendar-period
              else
                 perform get-calendar-row
              end-if
           end-if.

      *---- the earliest period still open on the calendar starts
      *     a fresh control record, saved straight away so a crash
      *     before the first step still resumes the same period
       take-next-calendar-period.
           open input cal-file.
           move low-values to cl-period.
           move "n" to ws-cal-found.
           move "n" to ws-cal-eof.
           start cal-file key is greater than or equal cl-period
              invalid key move "y" to ws-cal-eof.
           perform find-open-period
              until (ws-cal-eof = "y") or (ws-cal-found = "y").
           if ws-cal-found = "n"
              close cal-file
              display "!!! PAYRUN: no open period left on paycal.dat"
              display "!!! PAYRUN: build the next year with CALGEN"
              move 16 to return-code
              goback.
           move cl-period     to ws-period.
           move cl-start-date to ws-start-date.
           move cl-end-date   to ws-end-date.
           move space to ws-stat-recon.
           move space to ws-stat-trial.
           move space to ws-stat-pay.
           move space to ws-stat-slip.
           move space to ws-stat-summ.
           move space to ws-stat-retro.
           move space to ws-stat-proof.
           perform load-calendar-fields.
           close cal-file.
           move ws-oper-id to ws-rc-oper.
           perform save-run-control.
           display "*** PAYRUN: next open calendar period "
              ws-period " taken up".

       find-open-period.
           read cal-file next record
              at end move "y" to ws-cal-eof.
           if ws-cal-eof not = "y"
              if (cl-recstat not = 9) and (cl-status = "O")
                 move "y" to ws-cal-found.

      *---- a resumed period reads its own calendar row; a control
      *     record keyed by hand for a period not on the calendar
      *     runs monthly as it always did
       get-calendar-row.
           open input cal-file.
           move ws-period to cl-period.
           read cal-file record
              invalid key
                 display "*** PAYRUN: period " ws-period
                    " is not on paycal.dat - paying monthly"
              not invalid key
                 perform load-calendar-fields
           end-read.
           close cal-file.

       load-calendar-fields.
           move cl-pay-date to ws-pay-date.
           move cl-freq     to ws-cal-freq.
           move cl-half     to ws-cal-half.
           perform check-year-end.

      *---- the last period of its year on the calendar is the
      *     one that annualizes the year's withholding
       check-year-end.
           move "y" to ws-year-end.
           move "n" to ws-cal-eof.
           start cal-file key is greater than cl-period
              invalid key move "y" to ws-cal-eof.
           perform find-later-period until ws-cal-eof = "y".

       find-later-period.
           read cal-file next record
              at end move "y" to ws-cal-eof.
           if ws-cal-eof not = "y"
              if cl-period (1:4) not = ws-period (1:4)
                 move "y" to ws-cal-eof
              else
                 if cl-recstat not = 9
                    move "n" to ws-year-end
                    move "y" to ws-cal-eof.

      *---- the night finished clean: the calendar period is done
      *     and the next run takes the one after it
       close-calendar-period.
           if ws-cal-open = "y"
              open i-o cal-file
              move ws-period to cl-period
              read cal-file record
                 invalid key continue
                 not invalid key
                    move "C" to cl-status
                    rewrite cal-record
                       invalid key
                          display "!!! PAYRUN: cannot close "
                             "calendar period " ws-period
                    end-rewrite
              end-read
              close cal-file.

      *---- every step reads its period from payperd.dat; stamping
      *     it here from the control record keeps a hand-edited
           move ws-period     to pr-period.
           move ws-start-date to pr-start-date.
           move ws-end-date   to pr-end-date.
           move ws-pay-date   to pr-pay-date.
           move ws-cal-freq   to pr-freq.
           move ws-cal-half   to pr-half.
           move ws-year-end   to pr-year-end.
           write period-rec.
           close period-file.

           move "C" to ws-stat-recon.
           perform save-run-control.

      *---- step 2: retroactive differentials.  A back-dated rate
      *     change is paid on the first run after it is keyed;
      *     the differential posted here is picked up by the
      *     trial and the pay computation that follow.
       run-retropay-step.
           move zero to return-code.
           call "RETROPAY".
           if return-code not = zero
              move "F" to ws-stat-retro
              perform save-run-control
              display "!!! PAYRUN: RETROPAY step failed"
              goback.
           move "C" to ws-stat-retro.
           perform save-run-control.

      *---- step 3: the trial computation and variance report.
      *     RETURN-CODE 8 means the report flagged swings, missing
      *     timesheets or dead nets; the step itself completed, so
      *     it is stamped 'C' and the night halts for review - a
      *     restart carries on into PAYCALC once the report has
      *     been looked at.  The retro step is opened again too:
      *     a rate the review corrects back-dated is then paid
      *     back on the restart, before PAYCALC pays the period.
       run-paytrial-step.
           move zero to return-code.
           call "PAYTRIAL".
           if return-code = 8
              move "C" to ws-stat-trial
              move space to ws-stat-retro
              perform save-run-control
              display "!!! PAYRUN: PAYTRIAL flagged variances - "
                 "see trialrpt.dat"
           move "C" to ws-stat-trial.
           perform save-run-control.

      *---- step 4: the pay computation itself.  RETURN-CODE 4
      *     means the period posted but a year-end true-up was
      *     short of the net; the shortfalls are on the console for
      *     ADJPOST and the night carries on.
       run-paycalc-step.
           move zero to return-code.
           call "PAYCALC".
           if return-code = 4
              display "*** PAYRUN: PAYCALC left year-end tax to "
                 "collect via ADJPOST"
              move zero to return-code.
           if return-code not = zero
              move "F" to ws-stat-pay
              perform save-run-control
           move "C" to ws-stat-pay.
           perform save-run-control.

      *---- step 5: payslips and roster off the posted results
       run-payslip-step.
           move zero to return-code.
           call "PAYSLIP".
           move "C" to ws-stat-slip.
           perform save-run-control.

      *---- step 6: the department summary
       run-deptsumm-step.
           move zero to return-code.
           call "DEPTSUMM".
           move "C" to ws-stat-summ.
           perform save-run-control.

      *---- step 7: the control-total proof.  RETURN-CODE 8 means a
      *     pair is out or a money step's file is missing or
      *     stale; the step is left 'F' so the restart proves the
      *     period again, and the calendar period stays open.
       run-payproof-step.
           move zero to return-code.
           call "PAYPROOF".
           if return-code = 8
              move "F" to ws-stat-proof
              perform save-run-control
              display "!!! PAYRUN: PAYPROOF found the outputs out of "
                 "agreement - see proof.dat"
              display "!!! PAYRUN: run BANKDISB, GLJOURN and "
                 "REMITTNC for the period, correct any difference"
              display "!!! PAYRUN: and restart to prove and release "
                 "the period"
              move 8 to return-code
              goback.
           if return-code not = zero
              move "F" to ws-stat-proof
              perform save-run-control
              display "!!! PAYRUN: PAYPROOF step failed"
              goback.
           move "C" to ws-stat-proof.
           perform save-run-control.

      *---- stamp the step statuses back so a restart knows where
      *     the last run stood
       save-run-control.
