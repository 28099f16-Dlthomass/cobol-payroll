       identification division.
       program-id. CALMNT.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Payroll calendar maintenance screen.  One paycal.dat
      * record per pay period YYYYPP with its cutoff dates, the
      * pay date, the frequency the cutoff pays (S semi-monthly
      * staff only, M everyone for the whole month, B the semi-
      * monthly second half plus the monthly staff), the half of
      * the month (1 on an S cutoff, 2 on a B, blank on an M) and
      * whether the period is still open (O) or closed (C).
      * CALGEN lays a year down; this screen moves a pay date off
      * a holiday, adjusts a cutoff or retires a period.  PAYRUN
      * takes the earliest open period and closes it when the
      * night is done.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy CALFILE.

           copy OPERFILE.

       data division.
       file section.
       fd cal-file
          label records are standard
          value of file-id is 'paycal.dat'.

       01 cal-record.
           copy CALREC.

       fd oper-file
          label records are standard
          value of file-id is 'opermst.dat'.

       01 oper-record.
           copy OPERREC.

       working-storage section.
       01 cal-stat           pic xx.

      *---- operator sign-on: the calendar decides which cutoff
      *     pays whom, so changing it is payroll-level work
       01 oper-stat          pic xx.
       01 ws-oper-id         pic x(8).
       01 ws-oper-level      pic 9.
       01 ws-signon-ok       pic x.
       01 ws-signon-tries    pic 9.

       01 ws-period          pic x(6).
       01 ws-start-date      pic x(10).
       01 ws-end-date        pic x(10).
       01 ws-pay-date        pic x(10).
       01 ws-freq            pic x.
       01 ws-half            pic x.
       01 ws-status          pic x.

       77 record-found     pic x.
       77 record-deleted   pic x value "n".
       01 norec-choice     pic x.
       01 edit-choice      pic x.
       01 choice           pic 9.

       01 ws-valid           pic x.
       01 ws-errmsg          pic x(45).

      *---- MM/DD/YYYY check on the three period dates
       01 ws-datecheck       pic x(10).
       01 ws-date-ok         pic x.
       01 ws-chk-month       pic 9(2).
       01 ws-chk-day         pic 9(2).
       01 ws-pp              pic 9(2).

      *---- the cutoff dates as YYYYMMDD, to be compared, and the
      *     period number's odd/even remainder
       01 ws-start-ymd       pic x(8).
       01 ws-end-ymd         pic x(8).
       01 ws-pp-pair         pic 9(2).
       01 ws-pp-odd          pic 9.

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

        01 clkey-scr.
           02 line 5 column 22 value
           "|| Payroll Calendar...        ||".
           02 line 6 column 22 value
           "|                              |".
           02 line 7 column 22 value
           "| Period YYYYPP :              |".
           02 line 8 column 22 value
           "|                              |".
           02 line 9 column 22 value
           "--------------------------------".

        01 clentry-scr.
           02 line 2 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 3 column 7 value
           "|                     Castillo-Orofeo Enterprises
      -    "      |".
           02 line 4 column 7 value
           "|                     Payroll Calendar Period
      -    "      |".
           02 line 5 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 6 column 7 value
           "| Period      :
      -    "      |".
           02 line 7 column 7 value
           "| Cutoff From :              To :
      -    "      |".
           02 line 8 column 7 value
           "| Pay Date    :
      -    "      |".
           02 line 9 column 7 value
           "| Frequency   :    (S semi-monthly / M monthly / B both)
      -    "      |".
           02 line 10 column 7 value
           "| Half        :    (1 for S, 2 for B, blank for M)
      -    "      |".
           02 line 11 column 7 value
           "| Status      :    (O open / C closed)
      -    "      |".
           02 line 12 column 7 value
           "------------------------------------------------------------
      -    "------".

        01 cl-norec-scr.
           02 line 6 column 19 value
           "----------------------------------------".
           02 line 7 column 19 value
           "|    !!! NO PERIOD ON THE CALENDAR      |".
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
           open i-o cal-file.
           if cal-stat not = '00'
              open output cal-file
              close cal-file
              open i-o cal-file.

           perform search-choice until choice > 1.

           close cal-file.
           perform program-done.

       program-done.
           stop run.

     **-----sign on against opermst.dat; the calendar is
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
              "Calendar maintenance needs payroll level."
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

     **--------searching periods in paycal.dat by YYYYPP
     **-----a period that is not YYYY plus 01-24 is re-prompted
     **     as it is keyed, so it never reaches the create path
       search-choice.
            display clear-active-screen.
            display clkey-scr.
            accept (7, 40) ws-period.
            perform check-period-key.
            perform until ws-valid = "Y"
               display (11, 19) ws-errmsg
               accept (7, 40) ws-period
               perform check-period-key
            end-perform.
            perform find-cal-rec.

       check-period-key.
           move "Y" to ws-valid.
           move spaces to ws-errmsg.
           if ws-period is not numeric
              move "N" to ws-valid
              move "Period must be YYYYPP, all digits." to ws-errmsg
           else
              move ws-period (5:2) to ws-pp
              if (ws-pp < 1) or (ws-pp > 24)
                 move "N" to ws-valid
                 move "Period number must be 01 to 24." to ws-errmsg
              end-if
           end-if.

       find-cal-rec.
           perform read-clrec.
           if record-found = "n"
           display clear-active-screen
           display cl-norec-scr
           accept (9, 53) norec-choice
           perform cl-norec-option
           else
           display clear-active-screen
           display clentry-scr
           perform display-cl-fields
           display (5, 9) "Period Found!"
           perform ask-edit-option
           perform go-again.

       cl-norec-option.
           if (norec-choice = "c") or (norec-choice = "C")
           if record-deleted = "y"
              perform reactivate-cal-record
           else
              perform create-cal-record
           end-if
           else if (norec-choice = "y") or (norec-choice = "Y")
              perform search-choice
           else
              perform go-again.

     **-----key in a brand-new period and WRITE it
       create-cal-record.
           display clear-active-screen
           display clentry-scr
           display (6, 23) ws-period
           perform accept-cl-fields
           perform validate-cl-input
           perform until ws-valid = "Y"
              display (13, 9) ws-errmsg
              perform accept-cl-fields
              perform validate-cl-input
           end-perform
           perform move-ws-to-clrec
           move 1 to cl-recstat
           write cal-record
              invalid key
                 display (13, 9) "!!! Period already exists."
              not invalid key
                 display (13, 9) "Period saved!"
           end-write
           perform go-again.

     **-----ask whether the period just found should be edited
       ask-edit-option.
           display (13, 9) "Edit(E) / Delete(D) / none(N)? : "
           accept (13, 43) edit-choice
           if (edit-choice = "e") or (edit-choice = "E")
              perform edit-cal-record
           else if (edit-choice = "d") or (edit-choice = "D")
              perform delete-cal-record.

     **-----key in corrected period fields and REWRITE them
       edit-cal-record.
           perform accept-cl-fields
           perform validate-cl-input
           perform until ws-valid = "Y"
              display (13, 9) ws-errmsg
              perform accept-cl-fields
              perform validate-cl-input
           end-perform
           perform move-ws-to-clrec
           move 1 to cl-recstat
           rewrite cal-record
              invalid key
                 display (13, 9) "!!! Unable to update period."
              not invalid key
                 display (13, 9) "Period updated!"
           end-rewrite.

     **-----a period that CREATE's WRITE would reject as a duplicate
     **     may be a retired one (recstat = 9); let it be keyed
     **     fresh and REWRITTEN back to active
       reactivate-cal-record.
           display clear-active-screen
           display clentry-scr
           display (6, 23) ws-period
           perform accept-cl-fields
           perform validate-cl-input
           perform until ws-valid = "Y"
              display (13, 9) ws-errmsg
              perform accept-cl-fields
              perform validate-cl-input
           end-perform
           perform move-ws-to-clrec
           move 1 to cl-recstat
           rewrite cal-record
              invalid key
                 display (13, 9) "!!! Unable to reactivate period."
              not invalid key
                 display (13, 9) "Period saved!"
           end-rewrite
           perform go-again.

     **-----logically retire a period (cl-recstat = 9); PAYRUN
     **     then never takes it up
       delete-cal-record.
           move 9 to cl-recstat
           rewrite cal-record
              invalid key
                 display (13, 9) "!!! Unable to delete period."
              not invalid key
                 display (13, 9) "Period deleted."
           end-rewrite.

       accept-cl-fields.
           accept (7, 23) ws-start-date.
           accept (7, 42) ws-end-date.
           accept (8, 23) ws-pay-date.
           accept (9, 23) ws-freq.
           accept (10, 23) ws-half.
           accept (11, 23) ws-status.
           if ws-freq = "s"
              move "S" to ws-freq.
           if ws-freq = "m"
              move "M" to ws-freq.
           if ws-freq = "b"
              move "B" to ws-freq.
           if ws-status = "o"
              move "O" to ws-status.
           if ws-status = "c"
              move "C" to ws-status.
           if ws-status = space
              move "O" to ws-status.

       move-ws-to-clrec.
           move ws-period     to cl-period.
           move ws-start-date to cl-start-date.
           move ws-end-date   to cl-end-date.
           move ws-pay-date   to cl-pay-date.
           move ws-freq       to cl-freq.
           move ws-half       to cl-half.
           move ws-status     to cl-status.

       read-clrec.
           move "y" to record-found.
           move "n" to record-deleted.
           move ws-period to cl-period.
           read cal-file record
              invalid key
                 move "n" to record-found.
           if record-found = "y" and cl-recstat = 9
              move "n" to record-found
              move "y" to record-deleted.

     **-----ask the user to key another period
       go-again.
           display (15, 10)
              "**Press ENTER for another period / 1 to Exit...".
           accept (15, 58) choice.
           perform goagain-opt.

       goagain-opt.
           if choice = 1
              display clear-active-screen
              display (10, 15)
              "Thank you for using this cobol program. Bye!"
              perform program-done.

     **-----display the period on file over clentry-scr
       display-cl-fields.
           display (6, 23) cl-period.
           display (7, 23) cl-start-date.
           display (7, 42) cl-end-date.
           display (8, 23) cl-pay-date.
           display (9, 23) cl-freq.
           display (10, 23) cl-half.
           display (11, 23) cl-status.

     **-----field-level checks before a WRITE or REWRITE
       validate-cl-input.
           move "Y" to ws-valid.
           move spaces to ws-errmsg.

           move ws-start-date to ws-datecheck.
           perform check-date-format.
           if ws-date-ok = "N"
              move "N" to ws-valid
              move "Invalid cutoff start (expected MM/DD/YYYY)."
                 to ws-errmsg
           end-if.

           if ws-valid = "Y"
              move ws-end-date to ws-datecheck
              perform check-date-format
              if ws-date-ok = "N"
                 move "N" to ws-valid
                 move "Invalid cutoff end (expected MM/DD/YYYY)."
                    to ws-errmsg
              end-if
           end-if.

           if ws-valid = "Y"
              move ws-pay-date to ws-datecheck
              perform check-date-format
              if ws-date-ok = "N"
                 move "N" to ws-valid
                 move "Invalid pay date (expected MM/DD/YYYY)."
                    to ws-errmsg
              end-if
           end-if.

           if (ws-valid = "Y")
              and (ws-start-date (7:4) not = ws-period (1:4))
              move "N" to ws-valid
              move "Cutoff start is not in the period's year."
                 to ws-errmsg
           end-if.

           if ws-valid = "Y"
              move ws-start-date (7:4) to ws-start-ymd (1:4)
              move ws-start-date (1:2) to ws-start-ymd (5:2)
              move ws-start-date (4:2) to ws-start-ymd (7:2)
              move ws-end-date (7:4) to ws-end-ymd (1:4)
              move ws-end-date (1:2) to ws-end-ymd (5:2)
              move ws-end-date (4:2) to ws-end-ymd (7:2)
              if ws-end-ymd < ws-start-ymd
                 move "N" to ws-valid
                 move "Cutoff end is earlier than its start."
                    to ws-errmsg
              end-if
           end-if.

           if (ws-valid = "Y") and (ws-freq not = "S")
              and (ws-freq not = "M") and (ws-freq not = "B")
              move "N" to ws-valid
              move "Frequency must be S, M or B." to ws-errmsg
           end-if.

     **-----the month rollups and the first-half lookups take an
     **     odd period as a first half and an even one as the
     **     month's second half or the month itself
           move ws-period (5:2) to ws-pp.
           divide ws-pp by 2 giving ws-pp-pair remainder ws-pp-odd.

           if (ws-valid = "Y") and (ws-freq = "S")
              and (ws-pp-odd = 0)
              move "N" to ws-valid
              move "An S cutoff must be on an odd period."
                 to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-freq not = "S")
              and (ws-pp-odd = 1)
              move "N" to ws-valid
              move "An M or B cutoff must be on an even period."
                 to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-freq = "M")
              and (ws-half not = space)
              move "N" to ws-valid
              move "A monthly cutoff has no half - leave blank."
                 to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-freq = "S")
              and (ws-half not = "1")
              move "N" to ws-valid
              move "An S cutoff is the first half - half 1."
                 to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-freq = "B")
              and (ws-half not = "2")
              move "N" to ws-valid
              move "A B cutoff is the second half - half 2."
                 to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-status not = "O")
              and (ws-status not = "C")
              move "N" to ws-valid
              move "Status must be O(pen) or C(losed)." to ws-errmsg
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
