       identification division.
       program-id. CALGEN.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Payroll calendar build.  The operator keys a calendar year
      * and the pay frequency the year runs on, and the run lays
      * down every period of that year on paycal.dat, the
      * calendar PAYRUN takes its next open period from:
      *   S - semi-monthly: two cutoffs a month.  The odd period
      *       (1st-15th) is frequency S, first half, and pays only
      *       the semi-monthly employees; the even period (16th-
      *       month end) is frequency B, second half, and pays the
      *       semi-monthly employees their second half and the
      *       monthly employees their whole month.
      *   M - monthly: one cutoff a month (1st-month end), keyed
      *       as the even period, frequency M, paying everyone the
      *       whole month.
      * Every period is written open with the cutoff end date as
      * its pay date; pay dates that fall on a weekend or a
      * holiday are moved in CALMNT.  A period already on the
      * calendar is left exactly as it is, so a rerun only fills
      * in what is missing.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy OPERFILE.

           copy CALFILE.

       data division.
       file section.
       fd oper-file
          label records are standard
          value of file-id is 'opermst.dat'.

       01 oper-record.
           copy OPERREC.

       fd cal-file
          label records are standard
          value of file-id is 'paycal.dat'.

       01 cal-record.
           copy CALREC.

       working-storage section.
       01 cal-stat              pic xx.

      *---- operator sign-on: the calendar decides which cutoff
      *     pays whom, so building it is payroll-level work
       01 oper-stat             pic xx.
       01 ws-oper-id            pic x(8).
       01 ws-oper-level         pic 9.
       01 ws-signon-ok          pic x.
       01 ws-signon-tries       pic 9.

       01 ws-cal-year           pic x(4).
       01 ws-year-n             pic 9(4).
       01 ws-mode               pic x.
       01 ws-month              pic 9(2).
       01 ws-last-day           pic 9(2).

      *---- the period being laid down
       01 ws-cal-period.
           02 ws-cp-year        pic x(4).
           02 ws-cp-pp          pic 9(2).
       01 ws-from-day           pic 9(2).
       01 ws-to-day             pic 9(2).
       01 ws-row-freq           pic x.
       01 ws-row-half           pic x.

      *---- MM/DD/YYYY, the date form every period date takes
       01 ws-date-out.
           02 ws-do-month       pic 9(2).
           02 filler            pic x value "/".
           02 ws-do-day         pic 9(2).
           02 filler            pic x value "/".
           02 ws-do-year        pic x(4).

       01 days-in-month-table.
           02 filler            pic x(24)
              value "312831303130313130313031".
       01 dim-redef redefines days-in-month-table.
           02 dim-days          pic 9(2) occurs 12 times.

       01 ws-added-count        pic 9(3) value zero.
       01 ws-kept-count         pic 9(3) value zero.
       01 count-edit            pic zz9.

       procedure division.
       main-process.
           perform operator-sign-on.
           display "*** CALGEN: payroll calendar build".
           display "Calendar year (YYYY)          : "
              with no advancing.
           accept ws-cal-year.
           if ws-cal-year is not numeric
              display "!!! CALGEN: year must be four digits"
              move 16 to return-code
              goback.
           move ws-cal-year to ws-year-n.
           if (ws-year-n < 1900) or (ws-year-n > 2999)
              display "!!! CALGEN: year " ws-cal-year
                 " is out of range"
              move 16 to return-code
              goback.
           display "Semi-monthly(S) or monthly(M) : "
              with no advancing.
           accept ws-mode.
           if ws-mode = "s"
              move "S" to ws-mode.
           if ws-mode = "m"
              move "M" to ws-mode.
           if (ws-mode not = "S") and (ws-mode not = "M")
              display "!!! CALGEN: frequency must be S or M"
              move 16 to return-code
              goback.

           open i-o cal-file.
           if cal-stat not = '00'
              open output cal-file
              close cal-file
              open i-o cal-file.

           if (function mod (ws-year-n, 4) = 0)
              and ((function mod (ws-year-n, 100) not = 0)
                   or (function mod (ws-year-n, 400) = 0))
              move 29 to dim-days (2).

           move ws-cal-year to ws-cp-year.
           perform build-one-month
              varying ws-month from 1 by 1 until ws-month > 12.

           close cal-file.
           move ws-added-count to count-edit.
           display "*** CALGEN: " count-edit
              " periods added to paycal.dat for " ws-cal-year.
           move ws-kept-count to count-edit.
           display "*** CALGEN: " count-edit
              " periods already on the calendar left as they were".
           goback.

      *---- sign on against opermst.dat before anything is built
       operator-sign-on.
           open input oper-file.
           if oper-stat not = '00'
              display "!!! CALGEN: cannot open opermst.dat "
                 oper-stat
              display "!!! CALGEN: set operators up in OPERMNT"
              move 16 to return-code
              goback.
           move "n" to ws-signon-ok.
           move zero to ws-signon-tries.
           perform try-operator-id
              until (ws-signon-ok = "y") or (ws-signon-tries >= 3).
           close oper-file.
           if ws-signon-ok not = "y"
              display "!!! CALGEN: sign-on failed"
              move 8 to return-code
              goback.
           if ws-oper-level < 2
              display "!!! CALGEN: operator " ws-oper-id
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
                 display "*** CALGEN: unknown operator id"
              not invalid key
                 if op-recstat = 9
                    display "*** CALGEN: operator id retired"
                 else
                    move "y" to ws-signon-ok
                    move op-level to ws-oper-level
                 end-if
           end-read.

      *---- month m is periods 2m-1 (first half) and 2m (second
      *     half); a monthly year keys its one cutoff as 2m
       build-one-month.
           move dim-days (ws-month) to ws-last-day.
           if ws-mode = "S"
              compute ws-cp-pp = (ws-month * 2) - 1
              move 1  to ws-from-day
              move 15 to ws-to-day
              move "S" to ws-row-freq
              move "1" to ws-row-half
              perform write-calendar-row
              compute ws-cp-pp = ws-month * 2
              move 16 to ws-from-day
              move ws-last-day to ws-to-day
              move "B" to ws-row-freq
              move "2" to ws-row-half
              perform write-calendar-row
           else
              compute ws-cp-pp = ws-month * 2
              move 1 to ws-from-day
              move ws-last-day to ws-to-day
              move "M" to ws-row-freq
              move space to ws-row-half
              perform write-calendar-row.

       write-calendar-row.
           move ws-cal-period to cl-period.
           move ws-month to ws-do-month.
           move ws-cal-year to ws-do-year.
           move ws-from-day to ws-do-day.
           move ws-date-out to cl-start-date.
           move ws-to-day to ws-do-day.
           move ws-date-out to cl-end-date.
           move ws-date-out to cl-pay-date.
           move ws-row-freq to cl-freq.
           move ws-row-half to cl-half.
           move "O" to cl-status.
           move 1 to cl-recstat.
           write cal-record
              invalid key add 1 to ws-kept-count
              not invalid key add 1 to ws-added-count
           end-write.
