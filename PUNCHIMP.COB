       identification division.
       program-id. PUNCHIMP.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Time-clock punch import.  Reads the raw export from the
      * time clock (punches.dat, one line per em-id, date, time
      * in and time out, either time blank when the clock missed
      * it) and builds the timesht.dat record for the period in
      * payperd.dat, so the cutoff's hours no longer have to be
      * keyed in TIMESHT:
      *   - punches are sorted by em-id, date and time and paired
      *     per day; a lone time-in and a lone time-out on the
      *     same day are paired with each other, and a pair whose
      *     time-out is earlier than its time-in ran past midnight
      *     and belongs to the day it started;
      *   - a day worked as one pair of more than half a shift is
      *     taken to include the standard meal break, which is
      *     deducted; whoever clocks out for the meal has two
      *     pairs and is not deducted again;
      *   - up to the standard day is regular hours, anything
      *     over it is overtime; a workday (Monday to Friday) on
      *     or after the hire date with no punch at all is an
      *     absent day.  As on a keyed timesheet, the regular
      *     hours include a standard day for each absent day,
      *     which the absence deduction in PAYCALC takes back;
      *   - the regular part of a day worked on a holiday off
      *     holiday.dat (regular or special), on a rest day, or on
      *     a holiday falling on a rest day goes to that day's own
      *     timesheet bucket, and the part of any pair between
      *     10pm and 6am is night-differential hours;
      *   - a regular holiday with no punch is credited as an
      *     unworked holiday to be paid when the employee was at
      *     work the last workday before it; a special day with
      *     no punch is neither paid nor an absence.
      * A monthly employee paid on a second-half cutoff is built
      * from the first of the month, so the export for that
      * cutoff should start on the 1st; a monthly employee is not
      * paid on a first-half cutoff and is skipped there.  An
      * active employee paid on the cutoff with no punch at all
      * in the export gets an all-absent timesheet, so the flat
      * schedule is not paid for a cutoff nobody worked.
      * A timesheet already on file that the clock did not build
      * (keyed or edited in TIMESHT) is never overwritten - it is
      * left as it is and listed with the clock's figures so the
      * clerk can decide.  Unpaired punches, days with only one
      * punch, unknown em-ids, terminated employees, employees
      * with no punches and unreadable lines go to the exception
      * report punchxcp.dat.  An empty export builds nothing.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy EMPFILE.

           copy TIMEFILE.

           copy OPERFILE.

           copy HOLFILE.

           select punch-file
                  assign to disk
                  organization is line sequential
                  file status is punch-stat.

           select exception-file
                  assign to disk
                  organization is line sequential
                  file status is except-stat.

           select period-file
                  assign to disk
                  organization is line sequential
                  file status is period-stat.

           select sort-work
                  assign to "punsort.tmp".

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

       fd oper-file
          label records are standard
          value of file-id is 'opermst.dat'.

       01 oper-record.
           copy OPERREC.

       fd hol-file
          label records are standard
          value of file-id is 'holiday.dat'.

       01 hol-record.
           copy HOLREC.

       fd punch-file
          label records are standard
          value of file-id is 'punches.dat'.
       01 punch-rec.
           02 pn-id            pic 9(5).
           02 pn-date          pic x(10).
           02 pn-in            pic x(4).
           02 pn-out           pic x(4).

       fd exception-file
          label records are standard
          value of file-id is 'punchxcp.dat'.
       01 exception-rec        pic x(90).

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

       sd sort-work.
       01 sort-rec.
          02 sw-id             pic 9(5).
          02 sw-date-ymd       pic 9(8).
          02 sw-in             pic x(4).
          02 sw-out            pic x(4).
          02 sw-date-int       pic 9(8).

       working-storage section.
       01 emp-stat              pic xx.
       01 time-stat             pic xx.
       01 punch-stat            pic xx.
       01 except-stat           pic xx.
       01 period-stat           pic xx.
       01 hol-stat              pic xx.
       01 hol-open              pic x value "n".
       01 ws-eof                pic x value "n".
       01 ws-period             pic x(6).
       01 ws-cal-freq           pic x.
       01 ws-cal-half           pic x.

      *---- operator sign-on: the import writes every employee's
      *     timesheet for the cutoff, so it is payroll-level work
       01 oper-stat             pic xx.
       01 ws-oper-id            pic x(8).
       01 ws-oper-level         pic 9.
       01 ws-signon-ok          pic x.
       01 ws-signon-tries       pic 9.

      *---- the standard shift the punches are paired against
       01 shift-meal-minutes    pic 9(3) value 60.
       01 shift-half-minutes    pic 9(3) value 300.
       01 std-hours-per-day     pic 9(2) value 8.
       01 std-day-minutes       pic 9(4).
       01 lookback-days         pic 9(2) value 7.

      *---- workdays by day of the week, Monday first
       01 workweek-table.
           02 filler            pic x(7) value "YYYYYNN".
       01 workweek-redef redefines workweek-table.
           02 ww-workday        pic x occurs 7 times.
       01 ws-weekday            pic 9.

      *---- cutoff dates as YYYYMMDD and as day integers; the
      *     month start is where a monthly employee's window
      *     opens on a second-half cutoff
       01 ws-date-ymd-x.
           02 ws-dy-year        pic x(4).
           02 ws-dy-month       pic x(2).
           02 ws-dy-day         pic x(2).
       01 ws-date-ymd redefines ws-date-ymd-x pic 9(8).
       01 ws-cut-start-int      pic 9(8).
       01 ws-month-start-int    pic 9(8).
       01 ws-end-int            pic 9(8).
       01 ws-low-int            pic 9(8).
       01 ws-first-int          pic 9(8) value 99999999.
       01 ws-date-ok            pic x.

      *---- HHMM punch time as minutes past midnight
       01 ws-time-x.
           02 ws-time-hh        pic 9(2).
           02 ws-time-mm        pic 9(2).
       01 ws-time-ok            pic x.
       01 ws-in-minutes         pic 9(4).
       01 ws-out-minutes        pic 9(4).
       01 ws-pair-minutes       pic 9(4).
       01 ws-nd-from            pic 9(4).
       01 ws-nd-to              pic 9(4).
       01 pair-in               pic x(4).
       01 pair-out              pic x(4).

      *---- the employee being built
       01 cur-id                pic 9(5).
       01 cur-open              pic x value "n".
       01 cur-ok                pic x.
       01 cur-start-int         pic 9(8).
       01 cur-hire-int          pic 9(8).
       01 cur-days              pic 9(2).
       01 cur-reg-minutes       pic 9(5).
       01 cur-ot-minutes        pic 9(5).
       01 cur-absdays           pic 9(2).
       01 cur-reghrs            pic 9(3)v9.
       01 cur-othrs             pic 9(3)v9.
       01 cur-rh-minutes        pic 9(5).
       01 cur-sh-minutes        pic 9(5).
       01 cur-rd-minutes        pic 9(5).
       01 cur-rhrd-minutes      pic 9(5).
       01 cur-shrd-minutes      pic 9(5).
       01 cur-nd-minutes        pic 9(5).
       01 cur-rhhrs             pic 9(3)v9.
       01 cur-shhrs             pic 9(3)v9.
       01 cur-rdhrs             pic 9(3)v9.
       01 cur-rhrdhrs           pic 9(3)v9.
       01 cur-shrdhrs           pic 9(3)v9.
       01 cur-ndhrs             pic 9(3)v9.
       01 cur-rhdays            pic 9(2).
       01 cur-base-int          pic 9(8).
       01 cur-last-day          pic 9(2).
       01 day-no                pic 9(4).
       01 day-int               pic 9(8).
       01 day-minutes           pic 9(4).
       01 day-hol-type          pic x.
       01 day-rest              pic x.

      *---- the walk of empdb.dat for employees due on the cutoff
      *     who have no punch at all in the export
       01 walk-next-id          pic 9(6) value zero.
       01 walk-limit            pic 9(6).
       01 walk-eof              pic x.

      *---- the day being classified, and the look back from an
      *     unworked regular holiday to the workday before it
       01 chk-int               pic 9(8).
       01 chk-hol-type          pic x.
       01 chk-rest              pic x.
       01 lb-no                 pic s9(4).
       01 lb-found              pic x.
       01 lb-present            pic x.

      *---- one entry per day: the look-back week, then the window
       01 day-table.
           02 day-entry occurs 38 times.
              03 dy-minutes     pic 9(4).
              03 dy-night       pic 9(4).
              03 dy-pairs       pic 9(2).
              03 dy-lones       pic 9(2).
              03 dy-in          pic x(4).
              03 dy-out         pic x(4).

      *---- exception line pieces
       01 xcp-date              pic x(10).
       01 xcp-text              pic x(50).
       01 hrs-edit              pic zz9.9.
       01 hrs-edit2             pic zz9.9.
       01 abs-edit              pic z9.
       01 abs-edit2             pic z9.

       01 ws-read-count         pic 9(5) value zero.
       01 ws-outside-count      pic 9(5) value zero.
       01 ws-bad-count          pic 9(5) value zero.
       01 ws-written-count      pic 9(5) value zero.
       01 ws-updated-count      pic 9(5) value zero.
       01 ws-kept-count         pic 9(5) value zero.
       01 ws-skipped-count      pic 9(5) value zero.
       01 ws-xcp-count          pic 9(5) value zero.
       01 ws-nopunch-count      pic 9(5) value zero.
       01 count-edit            pic zzzz9.

       procedure division.
       main-process.
           perform operator-sign-on.
           perform read-pay-period.
           compute std-day-minutes = std-hours-per-day * 60.

           open input emp-file.
           if emp-stat not = '00'
              display "!!! PUNCHIMP: cannot open empdb.dat " emp-stat
              move 16 to return-code
              goback.

           open input punch-file.
           if punch-stat not = '00'
              display "!!! PUNCHIMP: cannot open punches.dat "
                 punch-stat
              move 16 to return-code
              goback.

           open i-o time-file.
           if time-stat not = '00'
              open output time-file
              close time-file
              open i-o time-file.

           open input hol-file.
           if hol-stat = '00'
              move "y" to hol-open
           else
              display "*** PUNCHIMP: no holiday.dat - every day is "
                 "an ordinary day " hol-stat.

           open output exception-file.
           move spaces to exception-rec.
           string "TIME-CLOCK IMPORT EXCEPTIONS - PERIOD "
                     delimited by size
                  ws-period delimited by size
                  into exception-rec.
           write exception-rec.
           move spaces to exception-rec.
           string "EM-ID DATE       EXCEPTION" delimited by size
                  into exception-rec.
           write exception-rec.

           sort sort-work
              on ascending key sw-id sw-date-ymd sw-in
              input procedure is release-punches
              output procedure is build-timesheets.

           perform write-run-summary.

           close emp-file.
           close punch-file.
           close time-file.
           if hol-open = "y"
              close hol-file.
           close exception-file.
           move ws-written-count to count-edit.
           display "*** PUNCHIMP: " count-edit
              " timesheets added to timesht.dat for " ws-period.
           move ws-updated-count to count-edit.
           display "*** PUNCHIMP: " count-edit
              " clock timesheets rebuilt".
           move ws-kept-count to count-edit.
           display "*** PUNCHIMP: " count-edit
              " hand-keyed timesheets left as they were".
           move ws-nopunch-count to count-edit.
           display "*** PUNCHIMP: " count-edit
              " employees due with no punches - built absent".
           move ws-xcp-count to count-edit.
           display "*** PUNCHIMP: " count-edit
              " exceptions on punchxcp.dat".
           goback.

      *---- sign on against opermst.dat before anything moves
       operator-sign-on.
           open input oper-file.
           if oper-stat not = '00'
              display "!!! PUNCHIMP: cannot open opermst.dat "
                 oper-stat
              display "!!! PUNCHIMP: set operators up in OPERMNT"
              move 16 to return-code
              goback.
           move "n" to ws-signon-ok.
           move zero to ws-signon-tries.
           perform try-operator-id
              until (ws-signon-ok = "y") or (ws-signon-tries >= 3).
           close oper-file.
           if ws-signon-ok not = "y"
              display "!!! PUNCHIMP: sign-on failed"
              move 8 to return-code
              goback.
           if ws-oper-level < 2
              display "!!! PUNCHIMP: operator " ws-oper-id
                 " is not payroll level"
              move 8 to return-code
              goback.

       try-operator-id.
           add 1 to ws-signon-tries.
           display "Operator ID: " with no advancing.
           accept ws-oper-id.
           move ws-oper-id to op-id.
           read oper-file record
              invalid key
                 display "*** PUNCHIMP: unknown operator id"
              not invalid key
                 if op-recstat = 9
                    display "*** PUNCHIMP: operator id retired"
                 else
                    move "y" to ws-signon-ok
                    move op-level to ws-oper-level
                 end-if
           end-read.

      *---- the punches are only as good as the cutoff dates they
      *     are matched to, so a payperd.dat without usable dates
      *     stops the import
       read-pay-period.
           open input period-file.
           if period-stat not = '00'
              display "!!! PUNCHIMP: cannot open payperd.dat "
                 period-stat
              move 16 to return-code
              goback.
           read period-file
              at end
                 display "!!! PUNCHIMP: payperd.dat is empty"
                 move 16 to return-code
                 goback.
           close period-file.
           move pr-period to ws-period.
           move pr-freq to ws-cal-freq.
           move pr-half to ws-cal-half.
           move pr-start-date to xcp-date.
           perform convert-date.
           if ws-date-ok not = "y"
              display "!!! PUNCHIMP: payperd.dat has no usable "
                 "start date for " ws-period
              move 16 to return-code
              goback.
           compute ws-cut-start-int =
              function integer-of-date (ws-date-ymd).
           move "01" to ws-dy-day.
           compute ws-month-start-int =
              function integer-of-date (ws-date-ymd).
           move pr-end-date to xcp-date.
           perform convert-date.
           if ws-date-ok not = "y"
              display "!!! PUNCHIMP: payperd.dat has no usable "
                 "end date for " ws-period
              move 16 to return-code
              goback.
           compute ws-end-int =
              function integer-of-date (ws-date-ymd).
           if (ws-end-int < ws-cut-start-int)
              or (ws-end-int - ws-month-start-int > 30)
              display "!!! PUNCHIMP: cutoff dates for " ws-period
                 " are out of order"
              move 16 to return-code
              goback.
           if ws-cal-half = "2"
              compute ws-low-int = ws-month-start-int - lookback-days
           else
              compute ws-low-int = ws-cut-start-int - lookback-days.

      *---- MM/DD/YYYY in xcp-date to YYYYMMDD in ws-date-ymd
       convert-date.
           move "n" to ws-date-ok.
           if (xcp-date (1:2) is numeric)
              and (xcp-date (4:2) is numeric)
              and (xcp-date (7:4) is numeric)
              move xcp-date (7:4) to ws-dy-year
              move xcp-date (1:2) to ws-dy-month
              move xcp-date (4:2) to ws-dy-day
              if (ws-dy-month >= "01") and (ws-dy-month <= "12")
                 and (ws-dy-day >= "01") and (ws-dy-day <= "31")
                 move "y" to ws-date-ok
              end-if
           end-if.

      *---- sort input pass: every readable punch inside the widest
      *     window the cutoff can pay is released; the rest are
      *     counted or reported
       release-punches.
           perform release-one-punch until ws-eof = "y".

       release-one-punch.
           read punch-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              add 1 to ws-read-count
              perform check-punch
              if ws-date-ok = "y"
                 compute sw-date-int =
                    function integer-of-date (ws-date-ymd)
                 if sw-date-int < ws-first-int
                    move sw-date-int to ws-first-int
                 end-if
                 if (sw-date-int < ws-low-int)
                    or (sw-date-int > ws-end-int)
                    add 1 to ws-outside-count
                 else
                    move pn-id       to sw-id
                    move ws-date-ymd to sw-date-ymd
                    move pn-in       to sw-in
                    move pn-out      to sw-out
                    release sort-rec
                 end-if
              end-if.

      *---- a line is usable with a real date and at least one
      *     real HHMM time; a blank time is a missed punch
       check-punch.
           move pn-date to xcp-date.
           perform convert-date.
           if ws-date-ok = "y"
              if pn-id is not numeric
                 move "n" to ws-date-ok
              end-if
           end-if.
           if ws-date-ok = "y"
              if (pn-in = spaces) and (pn-out = spaces)
                 move "n" to ws-date-ok
              end-if
           end-if.
           if ws-date-ok = "y"
              if pn-in not = spaces
                 move pn-in to ws-time-x
                 perform check-time
                 if ws-time-ok not = "y"
                    move "n" to ws-date-ok
                 end-if
              end-if
           end-if.
           if ws-date-ok = "y"
              if pn-out not = spaces
                 move pn-out to ws-time-x
                 perform check-time
                 if ws-time-ok not = "y"
                    move "n" to ws-date-ok
                 end-if
              end-if
           end-if.
           if ws-date-ok not = "y"
              add 1 to ws-bad-count
              move spaces to exception-rec
              string punch-rec delimited by size
                     "  UNREADABLE PUNCH LINE" delimited by size
                     into exception-rec
              write exception-rec
              add 1 to ws-xcp-count.

       check-time.
           move "n" to ws-time-ok.
           if ws-time-x is numeric
              if (ws-time-hh < 24) and (ws-time-mm < 60)
                 move "y" to ws-time-ok.

      *---- sort output pass: control break on em-id; each
      *     employee's days are tallied, then the timesheet built
       build-timesheets.
           move "n" to ws-eof.
           perform return-one-punch until ws-eof = "y".
           if cur-open = "y"
              perform finish-employee.
           move 100000 to walk-limit.
           perform fill-unpunched.
           if ws-read-count = zero
              display "*** PUNCHIMP: punches.dat is empty - no "
                 "timesheets built".

       return-one-punch.
           return sort-work
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if (cur-open not = "y") or (sw-id not = cur-id)
                 if cur-open = "y"
                    perform finish-employee
                 end-if
                 move sw-id to walk-limit
                 perform fill-unpunched
                 perform start-employee
              end-if
              if cur-ok = "y"
                 perform post-punch
              end-if.

      *---- only an active employee paid on this cutoff gets a
      *     timesheet; anyone else is reported once
       start-employee.
           move "y" to cur-open.
           move sw-id to cur-id.
           move "y" to cur-ok.
           move sw-id to em-id.
           read emp-file record
              invalid key
                 move "n" to cur-ok
                 move "UNKNOWN EM-ID - NOT ON EMPDB" to xcp-text
                 perform write-employee-exception
           end-read.
           if cur-ok = "y"
              if emp-recstat = 9
                 move "n" to cur-ok
                 move "EMPLOYEE TERMINATED - PUNCHES IGNORED"
                    to xcp-text
                 perform write-employee-exception
              end-if
           end-if.
           if cur-ok = "y"
              if (ws-cal-freq = "S") and (emp-payfreq not = "S")
                 move "n" to cur-ok
                 add 1 to ws-skipped-count
              end-if
           end-if.
           if cur-ok = "y"
              perform open-employee-window.

      *---- the employees between the last em-id in the export and
      *     walk-limit never punched at all.  Each one active and
      *     paid on this cutoff gets an all-absent clock timesheet,
      *     built the same way as from punches, and is reported.
       fill-unpunched.
           if (walk-next-id < walk-limit) and (ws-read-count > zero)
              move "n" to walk-eof
              move walk-next-id to em-id
              start emp-file key is greater than or equal em-id
                 invalid key move "y" to walk-eof
              end-start
              perform walk-one-employee until walk-eof = "y"
              move walk-limit to walk-next-id
              add 1 to walk-next-id.

       walk-one-employee.
           read emp-file next record
              at end move "y" to walk-eof.
           if walk-eof not = "y"
              if em-id >= walk-limit
                 move "y" to walk-eof
              else
                 perform check-unpunched.

       check-unpunched.
           if emp-recstat not = 9
              if (ws-cal-freq not = "S") or (emp-payfreq = "S")
                 move em-id to cur-id
                 move "y" to cur-open
                 move "y" to cur-ok
                 add 1 to ws-nopunch-count
                 move "NO PUNCHES IN EXPORT - WORKDAYS ABSENT"
                    to xcp-text
                 perform write-employee-exception
                 perform open-employee-window
                 perform finish-employee.

      *---- a monthly employee's second-half cutoff covers the
      *     whole month; a semi-monthly employee's covers the
      *     cutoff itself.  The table opens a week earlier so the
      *     workday before a holiday early in the window can be
      *     looked at; those days are never tallied.
       open-employee-window.
           if (ws-cal-half = "2") and (emp-payfreq not = "S")
              move ws-month-start-int to cur-start-int
           else
              move ws-cut-start-int to cur-start-int.
           compute cur-base-int = cur-start-int - lookback-days.
           compute cur-days = ws-end-int - cur-start-int + 1.
           compute cur-last-day = cur-days + lookback-days.
           move zero to cur-hire-int.
           move emp-hdate to xcp-date.
           perform convert-date.
           if ws-date-ok = "y"
              compute cur-hire-int =
                 function integer-of-date (ws-date-ymd).
           perform clear-one-day
              varying day-no from 1 by 1 until day-no > 38.

       clear-one-day.
           move zero to dy-minutes (day-no).
           move zero to dy-night (day-no).
           move zero to dy-pairs (day-no).
           move zero to dy-lones (day-no).
           move spaces to dy-in (day-no).
           move spaces to dy-out (day-no).

      *---- a full pair is timed at once; a lone time-in or
      *     time-out is held on its day to be paired at the end,
      *     and one that has nothing left to pair with is reported.
      *     A punch in the look-back week only shows the employee
      *     was at work that day.
       post-punch.
           if sw-date-int < cur-base-int
              add 1 to ws-outside-count
           else
              compute day-no = sw-date-int - cur-base-int + 1
              move sw-date-int to day-int
              if day-no <= lookback-days
                 add 1 to dy-lones (day-no)
              else
                 if (sw-in not = spaces) and (sw-out not = spaces)
                    move sw-in to pair-in
                    move sw-out to pair-out
                    perform time-full-pair
                 else
                    perform hold-lone-punch
                 end-if
              end-if
           end-if.

      *---- night differential is the part of the pair falling
      *     between 10pm and 6am - the early morning of the day it
      *     started, or the night running into the next morning
       time-full-pair.
           move pair-in to ws-time-x.
           compute ws-in-minutes = (ws-time-hh * 60) + ws-time-mm.
           move pair-out to ws-time-x.
           compute ws-out-minutes = (ws-time-hh * 60) + ws-time-mm.
           if ws-out-minutes <= ws-in-minutes
              add 1440 to ws-out-minutes.
           compute ws-pair-minutes = ws-out-minutes - ws-in-minutes.
           add ws-pair-minutes to dy-minutes (day-no).
           add 1 to dy-pairs (day-no).
           move zero to ws-nd-from.
           move 360 to ws-nd-to.
           perform add-night-overlap.
           move 1320 to ws-nd-from.
           move 1800 to ws-nd-to.
           perform add-night-overlap.

       add-night-overlap.
           if (ws-out-minutes > ws-nd-from)
              and (ws-in-minutes < ws-nd-to)
              if ws-in-minutes > ws-nd-from
                 move ws-in-minutes to ws-nd-from
              end-if
              if ws-out-minutes < ws-nd-to
                 move ws-out-minutes to ws-nd-to
              end-if
              compute dy-night (day-no) =
                 dy-night (day-no) + ws-nd-to - ws-nd-from
           end-if.

       hold-lone-punch.
           add 1 to dy-lones (day-no).
           if sw-in not = spaces
              if dy-in (day-no) = spaces
                 move sw-in to dy-in (day-no)
              else
                 move "UNPAIRED PUNCH - TIME IN " to xcp-text
                 move sw-in to xcp-text (26:4)
                 perform write-day-exception
              end-if
           else
              if dy-out (day-no) = spaces
                 move sw-out to dy-out (day-no)
              else
                 move "UNPAIRED PUNCH - TIME OUT " to xcp-text
                 move sw-out to xcp-text (27:4)
                 perform write-day-exception
              end-if
           end-if.

      *---- close out each day of the window, then the timesheet
       finish-employee.
           move "n" to cur-open.
           if cur-ok = "y"
              move zero to cur-reg-minutes
              move zero to cur-ot-minutes
              move zero to cur-rh-minutes
              move zero to cur-sh-minutes
              move zero to cur-rd-minutes
              move zero to cur-rhrd-minutes
              move zero to cur-shrd-minutes
              move zero to cur-nd-minutes
              move zero to cur-absdays
              move zero to cur-rhdays
              compute day-no = lookback-days + 1
              perform close-one-day
                 varying day-no from day-no by 1
                 until day-no > cur-last-day
              compute cur-reghrs rounded = (cur-reg-minutes / 60)
                 + (cur-absdays * std-hours-per-day)
              compute cur-othrs rounded = cur-ot-minutes / 60
              compute cur-rhhrs rounded = cur-rh-minutes / 60
              compute cur-shhrs rounded = cur-sh-minutes / 60
              compute cur-rdhrs rounded = cur-rd-minutes / 60
              compute cur-rhrdhrs rounded = cur-rhrd-minutes / 60
              compute cur-shrdhrs rounded = cur-shrd-minutes / 60
              compute cur-ndhrs rounded = cur-nd-minutes / 60
              if (cur-reghrs = zero) and (cur-othrs = zero)
                 and (cur-absdays = zero)
                 and (cur-rhhrs = zero) and (cur-shhrs = zero)
                 and (cur-rdhrs = zero) and (cur-rhrdhrs = zero)
                 and (cur-shrdhrs = zero) and (cur-rhdays = zero)
                 move "NO PAIRED HOURS - TIMESHEET NOT BUILT"
                    to xcp-text
                 perform write-employee-exception
              else
                 perform save-timesheet
              end-if
           end-if.

       close-one-day.
           compute day-int = cur-base-int + day-no - 1.
           if (dy-in (day-no) not = spaces)
              and (dy-out (day-no) not = spaces)
              if dy-out (day-no) > dy-in (day-no)
                 move dy-in (day-no) to pair-in
                 move dy-out (day-no) to pair-out
                 perform time-full-pair
                 subtract 2 from dy-lones (day-no)
                 move spaces to dy-in (day-no)
                 move spaces to dy-out (day-no)
              end-if
           end-if.
           if dy-pairs (day-no) = zero and dy-lones (day-no) = 1
              move "ONE PUNCH ONLY - DAY NOT COUNTED" to xcp-text
              perform write-day-exception
           else
              if dy-in (day-no) not = spaces
                 move "UNPAIRED PUNCH - TIME IN " to xcp-text
                 move dy-in (day-no) to xcp-text (26:4)
                 perform write-day-exception
              end-if
              if dy-out (day-no) not = spaces
                 move "UNPAIRED PUNCH - TIME OUT " to xcp-text
                 move dy-out (day-no) to xcp-text (27:4)
                 perform write-day-exception
              end-if
           end-if.
           move day-int to chk-int.
           perform get-day-type.
           move chk-hol-type to day-hol-type.
           move chk-rest to day-rest.
           if dy-pairs (day-no) > zero
              perform tally-worked-day
           else
              if dy-lones (day-no) = zero
                 perform tally-idle-day
              end-if
           end-if.

      *---- one long pair spans the meal break; up to the
      *     standard day goes to the day's own kind of hours and
      *     the rest is overtime
       tally-worked-day.
           move dy-minutes (day-no) to day-minutes.
           if (dy-pairs (day-no) = 1)
              and (day-minutes > shift-half-minutes)
              subtract shift-meal-minutes from day-minutes.
           if day-minutes > std-day-minutes
              compute cur-ot-minutes =
                 cur-ot-minutes + day-minutes - std-day-minutes
              move std-day-minutes to day-minutes.
           evaluate true
              when (day-hol-type = "R") and (day-rest = "y")
                 add day-minutes to cur-rhrd-minutes
              when (day-hol-type = "S") and (day-rest = "y")
                 add day-minutes to cur-shrd-minutes
              when day-hol-type = "R"
                 add day-minutes to cur-rh-minutes
              when day-hol-type = "S"
                 add day-minutes to cur-sh-minutes
              when day-rest = "y"
                 add day-minutes to cur-rd-minutes
              when other
                 add day-minutes to cur-reg-minutes
           end-evaluate.
           add dy-night (day-no) to cur-nd-minutes.

      *---- a day with no punch at all: a regular holiday is paid
      *     if the employee qualified for it, a special day is
      *     simply not worked, and a workday is an absence
       tally-idle-day.
           if day-int >= cur-hire-int
              evaluate true
                 when day-hol-type = "R"
                    perform check-holiday-pay
                 when day-hol-type = "S"
                    continue
                 when day-rest not = "y"
                    add 1 to cur-absdays
              end-evaluate.

      *---- an unworked regular holiday is paid when the employee
      *     was at work on the last workday before it that was not
      *     itself a holiday.  A day before the export starts
      *     cannot be judged and is given the benefit of the doubt;
      *     a day before the hire date does not qualify.
       check-holiday-pay.
           move "n" to lb-found.
           move "y" to lb-present.
           compute lb-no = day-no - 1.
           perform look-back-one-day
              until (lb-found = "y") or (lb-no < 1).
           if (lb-found = "y") and (chk-int < cur-hire-int)
              move "n" to lb-present.
           if lb-present = "y"
              add 1 to cur-rhdays
           else
              move "REG HOLIDAY NOT PAID - ABSENT DAY BEFORE"
                 to xcp-text
              perform write-day-exception.

       look-back-one-day.
           compute chk-int = cur-base-int + lb-no - 1.
           perform get-day-type.
           if (chk-hol-type = space) and (chk-rest not = "y")
              move "y" to lb-found
              if (chk-int >= ws-first-int)
                 and (dy-pairs (lb-no) = zero)
                 and (dy-lones (lb-no) = zero)
                 move "n" to lb-present
              end-if
           else
              subtract 1 from lb-no.

      *---- the kind of day chk-int is: the holiday type off
      *     holiday.dat (space for none) and whether it falls on a
      *     rest day.  integer-of-date counts from a Monday, so the
      *     remainder by 7 is 1 for Monday through 0 for Sunday.
       get-day-type.
           compute ws-weekday = function mod (chk-int, 7).
           if ws-weekday = zero
              move 7 to ws-weekday.
           if ww-workday (ws-weekday) = "Y"
              move "n" to chk-rest
           else
              move "y" to chk-rest.
           move space to chk-hol-type.
           if hol-open = "y"
              compute hl-date = function date-of-integer (chk-int)
              read hol-file record
                 invalid key continue
                 not invalid key
                    if hl-recstat not = 9
                       move hl-type to chk-hol-type
                    end-if
              end-read.

      *---- a clock timesheet is rebuilt on every import; one the
      *     clerk keyed or edited in TIMESHT is left alone
       save-timesheet.
           move cur-id to ts-id.
           move ws-period to ts-period.
           read time-file record
              invalid key
                 perform move-clock-figures
                 write ts-record
                    invalid key
                       display "!!! PUNCHIMP: cannot write "
                          "timesheet for em-id " cur-id " " time-stat
                    not invalid key
                       add 1 to ws-written-count
                 end-write
              not invalid key
                 if ts-source = "C"
                    perform move-clock-figures
                    rewrite ts-record
                       invalid key
                          display "!!! PUNCHIMP: cannot rewrite "
                             "timesheet for em-id " cur-id " "
                             time-stat
                       not invalid key
                          add 1 to ws-updated-count
                    end-rewrite
                 else
                    add 1 to ws-kept-count
                    perform write-kept-exception
                 end-if
           end-read.

       move-clock-figures.
           move cur-id      to ts-id.
           move ws-period   to ts-period.
           move cur-reghrs  to ts-reghrs.
           move cur-othrs   to ts-othrs.
           move cur-absdays to ts-absdays.
           move cur-rhhrs   to ts-rhhrs.
           move cur-shhrs   to ts-shhrs.
           move cur-rdhrs   to ts-rdhrs.
           move cur-rhrdhrs to ts-rhrdhrs.
           move cur-shrdhrs to ts-shrdhrs.
           move cur-ndhrs   to ts-ndhrs.
           move cur-rhdays  to ts-rhdays.
           move "C"         to ts-source.
           move 1           to ts-recstat.

      *---- the hand-keyed figures and the clock's side by side
       write-kept-exception.
           move ts-reghrs to hrs-edit.
           move cur-reghrs to hrs-edit2.
           move ts-absdays to abs-edit.
           move cur-absdays to abs-edit2.
           move spaces to xcp-text.
           string "HAND-KEYED KEPT REG " delimited by size
                  hrs-edit delimited by size
                  " ABS " delimited by size
                  abs-edit delimited by size
                  " CLOCK " delimited by size
                  hrs-edit2 delimited by size
                  " ABS " delimited by size
                  abs-edit2 delimited by size
                  into xcp-text.
           perform write-employee-exception.

       write-employee-exception.
           move spaces to xcp-date.
           perform write-exception-line.

      *---- the day's date back in MM/DD/YYYY
       write-day-exception.
           compute ws-date-ymd =
              function date-of-integer (day-int).
           move spaces to xcp-date.
           string ws-dy-month delimited by size
                  "/" delimited by size
                  ws-dy-day delimited by size
                  "/" delimited by size
                  ws-dy-year delimited by size
                  into xcp-date.
           perform write-exception-line.

       write-exception-line.
           add 1 to ws-xcp-count.
           move spaces to exception-rec.
           string cur-id delimited by size
                  " " delimited by size
                  xcp-date delimited by size
                  " " delimited by size
                  xcp-text delimited by size
                  into exception-rec.
           write exception-rec.

       write-run-summary.
           move spaces to exception-rec.
           write exception-rec.
           move spaces to exception-rec.
           string "Punch lines read: " delimited by size
                  ws-read-count delimited by size
                  "  Outside cutoff: " delimited by size
                  ws-outside-count delimited by size
                  "  Unreadable: " delimited by size
                  ws-bad-count delimited by size
                  into exception-rec.
           write exception-rec.
           move spaces to exception-rec.
           string "Timesheets added: " delimited by size
                  ws-written-count delimited by size
                  "  Rebuilt: " delimited by size
                  ws-updated-count delimited by size
                  "  Hand-keyed kept: " delimited by size
                  ws-kept-count delimited by size
                  into exception-rec.
           write exception-rec.
           move spaces to exception-rec.
           string "Not paid this cutoff: " delimited by size
                  ws-skipped-count delimited by size
                  "  No punches: " delimited by size
                  ws-nopunch-count delimited by size
                  "  Exceptions: " delimited by size
                  ws-xcp-count delimited by size
                  into exception-rec.
           write exception-rec.
