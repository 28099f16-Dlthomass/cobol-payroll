       identification division.
       program-id. HOLMNT.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Holiday calendar maintenance screen.  One holiday.dat
      * record per proclaimed date, keyed YYYYMMDD, with its type
      * (R regular holiday, S special non-working day) and a
      * description.  PUNCHIMP reads it to put the hours worked on
      * a holiday into the timesheet's holiday buckets and to
      * credit an unworked regular holiday to an employee who was
      * at work the workday before; PAYCALC, PAYTRIAL and FINALPAY
      * then pay the premiums off the timesheet.  The date is
      * keyed here as MM/DD/YYYY like every other date on screen.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy HOLFILE.

           copy OPERFILE.

       data division.
       file section.
       fd hol-file
          label records are standard
          value of file-id is 'holiday.dat'.

       01 hol-record.
           copy HOLREC.

       fd oper-file
          label records are standard
          value of file-id is 'opermst.dat'.

       01 oper-record.
           copy OPERREC.

       working-storage section.
       01 hol-stat           pic xx.

      *---- operator sign-on: a holiday changes what the day is
      *     paid, so keying one is payroll-level work
       01 oper-stat          pic xx.
       01 ws-oper-id         pic x(8).
       01 ws-oper-level      pic 9.
       01 ws-signon-ok       pic x.
       01 ws-signon-tries    pic 9.

       01 ws-hol-date        pic x(10).
       01 ws-hol-ymd-x.
           02 ws-hol-year    pic x(4).
           02 ws-hol-month   pic x(2).
           02 ws-hol-day     pic x(2).
       01 ws-hol-ymd redefines ws-hol-ymd-x pic 9(8).
       01 ws-type            pic x.
       01 ws-desc            pic x(30).

       77 record-found     pic x.
       77 record-deleted   pic x value "n".
       01 norec-choice     pic x.
       01 edit-choice      pic x.
       01 choice           pic 9.

       01 ws-valid           pic x.
       01 ws-errmsg          pic x(45).

      *---- MM/DD/YYYY check on the holiday date
       01 ws-datecheck       pic x(10).
       01 ws-date-ok         pic x.
       01 ws-chk-month       pic 9(2).
       01 ws-chk-day         pic 9(2).

       screen section.
       01 clear-active-screen.
           05 blank screen.

        01 signon-scr.
           02 line 5 column 22 value
           "|| Operator Sign-on...        ||".
           02 line 6 column 22 value
           "|                              |".
           02 line 7 column 22 value
           "| Operator ID :                |".
           02 line 8 column 22 value
           "|                              |".
           02 line 9 column 22 value
           "--------------------------------".

        01 hlkey-scr.
           02 line 5 column 22 value
           "|| Holiday Calendar...        ||".
           02 line 6 column 22 value
           "|                              |".
           02 line 7 column 22 value
           "| Date MM/DD/YYYY :            |".
           02 line 8 column 22 value
           "|                              |".
           02 line 9 column 22 value
           "--------------------------------".

        01 hlentry-scr.
           02 line 2 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 3 column 7 value
           "|                     Castillo-Orofeo Enterprises
      -    "      |".
           02 line 4 column 7 value
           "|                        Holiday Calendar
      -    "      |".
           02 line 5 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 6 column 7 value
           "| Date        :
      -    "      |".
           02 line 7 column 7 value
           "| Type        :    (R regular holiday / S special day)
      -    "      |".
           02 line 8 column 7 value
           "| Description :
      -    "      |".
           02 line 9 column 7 value
           "------------------------------------------------------------
      -    "------".

        01 hl-norec-scr.
           02 line 6 column 19 value
           "----------------------------------------".
           02 line 7 column 19 value
           "|    !!! NO HOLIDAY ON THAT DATE        |".
           02 line 8 column 19 value
           "|                                       |".
           02 line 9 column 19 value
           "|  SEARCH again(Y) / CREATE new(C) /     |".
           02 line 10 column 19 value
           "|  give up(N)?                           |".
           02 line 11 column 19 value
           "----------------------------------------".

       procedure division.
       main.
           move 1 to choice.
           perform operator-sign-on.
           open i-o hol-file.
           if hol-stat not = '00'
              open output hol-file
              close hol-file
              open i-o hol-file.

           perform search-choice until choice > 1.

           close hol-file.
           perform program-done.

       program-done.
           stop run.

     **-----sign on against opermst.dat; the holiday calendar is
     **     payroll-level work
       operator-sign-on.
           open input oper-file.
           if oper-stat not = '00'
              display clear-active-screen
              display (10, 10)
              "!!! No opermst.dat - set operators up in OPERMNT."
              perform program-done.
           move "n" to ws-signon-ok.
           move zero to ws-signon-tries.
           perform try-operator-id
              until (ws-signon-ok = "y") or (ws-signon-tries >= 3).
           close oper-file.
           if ws-signon-ok not = "y"
              display clear-active-screen
              display (10, 15) "Sign-on failed.  Bye!"
              perform program-done.
           if ws-oper-level < 2
              display clear-active-screen
              display (10, 15)
              "Holiday maintenance needs payroll level."
              perform program-done.

       try-operator-id.
           add 1 to ws-signon-tries.
           display clear-active-screen.
           display signon-scr.
           accept (7, 37) ws-oper-id.
           move ws-oper-id to op-id.
           read oper-file record
              invalid key
                 display (11, 19) "!!! Unknown operator id."
              not invalid key
                 if op-recstat = 9
                    display (11, 19) "!!! Operator id retired."
                 else
                    move "y" to ws-signon-ok
                    move op-level to ws-oper-level
                 end-if
           end-read.

     **--------searching holidays in holiday.dat by date
     **-----a date that is not MM/DD/YYYY is re-prompted as it is
     **     keyed, so it never reaches the create path
       search-choice.
            display clear-active-screen.
            display hlkey-scr.
            accept (7, 42) ws-hol-date.
            perform check-hol-key.
            perform until ws-valid = "Y"
               display (11, 19) ws-errmsg
               accept (7, 42) ws-hol-date
               perform check-hol-key
            end-perform.
            perform find-hol-rec.

       check-hol-key.
           move "Y" to ws-valid.
           move spaces to ws-errmsg.
           move ws-hol-date to ws-datecheck.
           perform check-date-format.
           if ws-date-ok = "N"
              move "N" to ws-valid
              move "Invalid date (expected MM/DD/YYYY)." to ws-errmsg
           else
              move ws-hol-date (7:4) to ws-hol-year
              move ws-hol-date (1:2) to ws-hol-month
              move ws-hol-date (4:2) to ws-hol-day
           end-if.

       find-hol-rec.
           perform read-hlrec.
           if record-found = "n"
           display clear-active-screen
           display hl-norec-scr
           accept (9, 53) norec-choice
           perform hl-norec-option
           else
           display clear-active-screen
           display hlentry-scr
           perform display-hl-fields
           display (5, 9) "Holiday Found!"
           perform ask-edit-option
           perform go-again.

       hl-norec-option.
           if (norec-choice = "c") or (norec-choice = "C")
           if record-deleted = "y"
              perform reactivate-hol-record
           else
              perform create-hol-record
           end-if
           else if (norec-choice = "y") or (norec-choice = "Y")
              perform search-choice
           else
              perform go-again.

     **-----key in a brand-new holiday and WRITE it
       create-hol-record.
           display clear-active-screen
           display hlentry-scr
           display (6, 23) ws-hol-date
           perform accept-hl-fields
           perform validate-hl-input
           perform until ws-valid = "Y"
              display (11, 9) ws-errmsg
              perform accept-hl-fields
              perform validate-hl-input
           end-perform
           perform move-ws-to-hlrec
           move 1 to hl-recstat
           write hol-record
              invalid key
                 display (11, 9) "!!! Holiday already exists."
              not invalid key
                 display (11, 9) "Holiday saved!"
           end-write
           perform go-again.

     **-----ask whether the holiday just found should be edited
       ask-edit-option.
           display (11, 9) "Edit(E) / Delete(D) / none(N)? : "
           accept (11, 43) edit-choice
           if (edit-choice = "e") or (edit-choice = "E")
              perform edit-hol-record
           else if (edit-choice = "d") or (edit-choice = "D")
              perform delete-hol-record.

     **-----key in corrected holiday fields and REWRITE them
       edit-hol-record.
           perform accept-hl-fields
           perform validate-hl-input
           perform until ws-valid = "Y"
              display (11, 9) ws-errmsg
              perform accept-hl-fields
              perform validate-hl-input
           end-perform
           perform move-ws-to-hlrec
           move 1 to hl-recstat
           rewrite hol-record
              invalid key
                 display (11, 9) "!!! Unable to update holiday."
              not invalid key
                 display (11, 9) "Holiday updated!"
           end-rewrite.

     **-----a date that CREATE's WRITE would reject as a duplicate
     **     may be a holiday taken off (recstat = 9); let it be
     **     keyed fresh and REWRITTEN back to active
       reactivate-hol-record.
           display clear-active-screen
           display hlentry-scr
           display (6, 23) ws-hol-date
           perform accept-hl-fields
           perform validate-hl-input
           perform until ws-valid = "Y"
              display (11, 9) ws-errmsg
              perform accept-hl-fields
              perform validate-hl-input
           end-perform
           perform move-ws-to-hlrec
           move 1 to hl-recstat
           rewrite hol-record
              invalid key
                 display (11, 9) "!!! Unable to reactivate holiday."
              not invalid key
                 display (11, 9) "Holiday saved!"
           end-rewrite
           perform go-again.

     **-----logically delete a holiday (hl-recstat = 9); the date
     **     is an ordinary day again on the next import
       delete-hol-record.
           move 9 to hl-recstat
           rewrite hol-record
              invalid key
                 display (11, 9) "!!! Unable to delete holiday."
              not invalid key
                 display (11, 9) "Holiday deleted."
           end-rewrite.

       accept-hl-fields.
           accept (7, 23) ws-type.
           accept (8, 23) ws-desc.
           if ws-type = "r"
              move "R" to ws-type.
           if ws-type = "s"
              move "S" to ws-type.

       move-ws-to-hlrec.
           move ws-hol-ymd to hl-date.
           move ws-type    to hl-type.
           move ws-desc    to hl-desc.

       read-hlrec.
           move "y" to record-found.
           move "n" to record-deleted.
           move ws-hol-ymd to hl-date.
           read hol-file record
              invalid key
                 move "n" to record-found.
           if record-found = "y" and hl-recstat = 9
              move "n" to record-found
              move "y" to record-deleted.

     **-----ask the user to key another holiday
       go-again.
           display (13, 10)
              "**Press ENTER for another holiday / 1 to Exit...".
           accept (13, 59) choice.
           perform goagain-opt.

       goagain-opt.
           if choice = 1
              display clear-active-screen
              display (10, 15)
              "Thank you for using this cobol program. Bye!"
              perform program-done.

     **-----display the holiday on file over hlentry-scr
       display-hl-fields.
           display (6, 23) ws-hol-date.
           display (7, 23) hl-type.
           display (8, 23) hl-desc.

     **-----field-level checks before a WRITE or REWRITE
       validate-hl-input.
           move "Y" to ws-valid.
           move spaces to ws-errmsg.

           if (ws-type not = "R") and (ws-type not = "S")
              move "N" to ws-valid
              move "Type must be R(egular) or S(pecial)." to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-desc = spaces)
              move "N" to ws-valid
              move "Description cannot be blank." to ws-errmsg
           end-if.

     **-----validate a MM/DD/YYYY string held in ws-datecheck
       check-date-format.
           move "Y" to ws-date-ok.
           if (ws-datecheck (3:1) not = "/") or
              (ws-datecheck (6:1) not = "/")
              move "N" to ws-date-ok
           else
              if (ws-datecheck (1:2) is not numeric) or
                 (ws-datecheck (4:2) is not numeric) or
                 (ws-datecheck (7:4) is not numeric)
                 move "N" to ws-date-ok
              else
                 move ws-datecheck (1:2) to ws-chk-month
                 move ws-datecheck (4:2) to ws-chk-day
                 if (ws-chk-month < 1) or (ws-chk-month > 12)
                    or (ws-chk-day < 1) or (ws-chk-day > 31)
                    move "N" to ws-date-ok
                 end-if
              end-if
           end-if.
