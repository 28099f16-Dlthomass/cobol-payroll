      * every cutoff and read by PAYCALC/PAYSLIP so pay reflects
      * the hours actually worked.  Employees must exist active on
      * empdb.dat before a timesheet can be keyed for them.
      * Timesheets built by the PUNCHIMP time-clock import carry
      * ts-source "C"; anything saved or deleted here becomes "H"
      * (hand-keyed), and the import leaves those alone.
      * Besides the regular figures the timesheet carries the
      * hours worked on regular and special holidays, on rest
      * days and on holidays that fall on a rest day, the night-
      * differential hours, and the number of unworked regular
      * holidays the employee is paid for.
      *----------------------------------------------------------
       environment division.
       configuration section.
       01 ws-ereghrs        pic z99.9.
       01 ws-eothrs         pic z99.9.

      *---- holiday, rest-day and night-differential hours, and the
      *     unworked regular holidays the employee qualified for
       01 ws-rhhrs          pic 9(3)v9.
       01 ws-shhrs          pic 9(3)v9.
       01 ws-rdhrs          pic 9(3)v9.
       01 ws-rhrdhrs        pic 9(3)v9.
       01 ws-shrdhrs        pic 9(3)v9.
       01 ws-ndhrs          pic 9(3)v9.
       01 ws-rhdays         pic 9(2).
       01 ws-ehrs           pic z99.9.

       77 record-found     pic x.
       77 record-deleted   pic x value "n".
       01 norec-choice     pic x.
           "| Regular Hours  :                | Overtime Hours:
      -    "      |".
           02 line 10 column 7 value
           "| Absent Days    :                | Source        :
      -    "      |".
           02 line 11 column 7 value
           "| Reg Hol Hours  :                | Spl Hol Hours :
      -    "      |".
           02 line 12 column 7 value
           "| Rest Day Hours :                | Night Diff Hrs:
      -    "      |".
           02 line 13 column 7 value
           "| Reg Hol on RD  :                | Spl Hol on RD :
      -    "      |".
           02 line 14 column 7 value
           "| Unworked RH Pd :                |
      -    "      |".
           02 line 15 column 7 value
           "------------------------------------------------------------
      -    "------".

           perform accept-ts-fields
           perform validate-ts-input
           perform until ws-valid = "Y"
              display (17, 9) ws-errmsg
              perform accept-ts-fields
              perform validate-ts-input
           end-perform
           move 1 to ts-recstat
           write ts-record
              invalid key
                 display (17, 9) "!!! Timesheet already exists."
              not invalid key
                 display (17, 9) "Timesheet saved!"
           end-write
           perform go-again.

           perform accept-ts-fields
           perform validate-ts-input
           perform until ws-valid = "Y"
              display (17, 9) ws-errmsg
              perform accept-ts-fields
              perform validate-ts-input
           end-perform
           move 1 to ts-recstat
           rewrite ts-record
              invalid key
                 display (17, 9) "!!! Unable to reactivate timesheet."
              not invalid key
                 display (17, 9) "Timesheet saved!"
           end-rewrite
           perform go-again.

     **-----ask whether the timesheet just found should be edited
       ask-edit-option.
           display (17, 9) "Edit(E) / Delete(D) / none(N)? : "
           accept (17, 43) edit-choice
           if (edit-choice = "e") or (edit-choice = "E")
              perform edit-timesheet-record
           else if (edit-choice = "d") or (edit-choice = "D")
           perform accept-ts-fields
           perform validate-ts-input
           perform until ws-valid = "Y"
              display (17, 9) ws-errmsg
              perform accept-ts-fields
              perform validate-ts-input
           end-perform
           move 1 to ts-recstat
           rewrite ts-record
              invalid key
                 display (17, 9) "!!! Unable to update timesheet."
              not invalid key
                 display (17, 9) "Timesheet updated!"
           end-rewrite.

     **-----logically delete a timesheet (ts-recstat = 9); PAYCALC
     **     then pays the flat schedule for that employee again
       delete-timesheet-record.
           move 9 to ts-recstat
           move "H" to ts-source
           rewrite ts-record
              invalid key
                 display (17, 9) "!!! Unable to delete timesheet."
              not invalid key
                 display (17, 9) "Timesheet deleted."
           end-rewrite.

       accept-ts-fields.
           accept (9, 26) ws-reghrs.
           accept (9, 58) ws-othrs.
           accept (10, 26) ws-absdays.
           accept (11, 26) ws-rhhrs.
           accept (11, 58) ws-shhrs.
           accept (12, 26) ws-rdhrs.
           accept (12, 58) ws-ndhrs.
           accept (13, 26) ws-rhrdhrs.
           accept (13, 58) ws-shrdhrs.
           accept (14, 26) ws-rhdays.

       move-ws-to-tsrec.
           move ws-id      to ts-id.
           move ws-reghrs  to ts-reghrs.
           move ws-othrs   to ts-othrs.
           move ws-absdays to ts-absdays.
           move ws-rhhrs   to ts-rhhrs.
           move ws-shhrs   to ts-shhrs.
           move ws-rdhrs   to ts-rdhrs.
           move ws-rhrdhrs to ts-rhrdhrs.
           move ws-shrdhrs to ts-shrdhrs.
           move ws-ndhrs   to ts-ndhrs.
           move ws-rhdays  to ts-rhdays.
           move "H"        to ts-source.

       read-tsrec.
           move "y" to record-found.

     **-----ask the user to key another timesheet
       go-again.
           display (19, 10)
              "**Press ENTER for another timesheet / 1 to Exit...".
           accept (19, 61) choice.
           perform goagain-opt.

       goagain-opt.
           display (9, 26) ws-ereghrs.
           display (9, 58) ws-eothrs.
           display (10, 26) ts-absdays.
           move ts-rhhrs to ws-ehrs.
           display (11, 26) ws-ehrs.
           move ts-shhrs to ws-ehrs.
           display (11, 58) ws-ehrs.
           move ts-rdhrs to ws-ehrs.
           display (12, 26) ws-ehrs.
           move ts-ndhrs to ws-ehrs.
           display (12, 58) ws-ehrs.
           move ts-rhrdhrs to ws-ehrs.
           display (13, 26) ws-ehrs.
           move ts-shrdhrs to ws-ehrs.
           display (13, 58) ws-ehrs.
           display (14, 26) ts-rhdays.
           if ts-source = "C"
              display (10, 58) "TIME CLOCK"
           else
              display (10, 58) "HAND-KEYED".

       display-emp-name.
           display (7, 25) emp-lname.
           display (9, 26) "     ".
           display (9, 58) "     ".
           display (10, 26) "  ".
           display (11, 26) "     ".
           display (11, 58) "     ".
           display (12, 26) "     ".
           display (12, 58) "     ".
           display (13, 26) "     ".
           display (13, 58) "     ".
           display (14, 26) "  ".

     **-----field-level checks before a WRITE or REWRITE
       validate-ts-input.

           if (ws-reghrs = 0)
              and (ws-absdays = 0)
              and (ws-rhhrs = 0) and (ws-shhrs = 0)
              and (ws-rdhrs = 0) and (ws-rhrdhrs = 0)
              and (ws-shrdhrs = 0) and (ws-rhdays = 0)
              move "N" to ws-valid
              move "Hours and absences cannot both be zero."
                 to ws-errmsg
              move "N" to ws-valid
              move "Absent days look implausible." to ws-errmsg
           end-if.

           if (ws-valid = "Y")
              and ((ws-rhhrs > 200) or (ws-shhrs > 200)
                   or (ws-rdhrs > 200) or (ws-rhrdhrs > 200)
                   or (ws-shrdhrs > 200) or (ws-ndhrs > 200))
              move "N" to ws-valid
              move "Holiday/rest/night hours look implausible."
                 to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-rhdays > 31)
              move "N" to ws-valid
              move "Unworked holidays look implausible." to ws-errmsg
           end-if.
