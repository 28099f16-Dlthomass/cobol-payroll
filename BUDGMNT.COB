       identification division.
       program-id. BUDGMNT.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Department budget maintenance screen.  One deptbudg.dat
      * record per department code per month (YYYYMM) holding the
      * approved headcount, the budgeted salary cost and the
      * budgeted employer contributions finance signed off on.
      * The department must be active on deptmst.dat (DEPTMNT)
      * before a budget can be keyed for it.  BUDGRPT compares
      * these figures with what payhist.dat says was paid.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy DEPTFILE.

           copy BUDGFILE.

           copy OPERFILE.

       data division.
       file section.
       fd dept-file
          label records are standard
          value of file-id is 'deptmst.dat'.

       01 dept-record.
           copy DEPTREC.

       fd budget-file
          label records are standard
          value of file-id is 'deptbudg.dat'.

       01 budget-record.
           copy BUDGREC.

       fd oper-file
          label records are standard
          value of file-id is 'opermst.dat'.

       01 oper-record.
           copy OPERREC.

       working-storage section.
       01 dept-stat          pic xx.
       01 budget-stat        pic xx.

      *---- operator sign-on: budgets are payroll-level work, the
      *     same as the department master they hang off
       01 oper-stat          pic xx.
       01 ws-oper-id         pic x(8).
       01 ws-oper-level      pic 9.
       01 ws-signon-ok       pic x.
       01 ws-signon-tries    pic 9.

       01 ws-code           pic a(15).
       01 ws-month          pic x(6).
       01 ws-month-parts redefines ws-month.
           02 ws-month-yyyy  pic 9(4).
           02 ws-month-mm    pic 9(2).
       01 ws-month-ok       pic x.
       01 ws-headcount      pic 9(4).
       01 ws-salary         pic 9(9)v99.
       01 ws-er             pic 9(7)v99.
       01 ws-eheadcount     pic zzz9.
       01 ws-esalary        pic z(8)9.99.
       01 ws-eer            pic z(6)9.99.

       77 record-found     pic x.
       77 record-deleted   pic x value "n".
       01 norec-choice     pic x.
       01 edit-choice      pic x.
       01 choice           pic 9.

       01 ws-valid           pic x.
       01 ws-errmsg          pic x(45).

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

        01 bgkey-scr.
           02 line 5 column 22 value
           "|| Department Budget...       ||".
           02 line 6 column 22 value
           "|                              |".
           02 line 7 column 22 value
           "| Dept Code :                  |".
           02 line 8 column 22 value
           "| Month (YYYYMM) :             |".
           02 line 9 column 22 value
           "|                              |".
           02 line 10 column 22 value
           "--------------------------------".

        01 bgentry-scr.
           02 line 2 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 3 column 7 value
           "|                     Castillo-Orofeo Enterprises
      -    "      |".
           02 line 4 column 7 value
           "|                     Department Budget Record
      -    "      |".
           02 line 5 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 6 column 7 value
           "| Dept Code      :                | Month (YYYYMM):
      -    "      |".
           02 line 7 column 7 value
           "| Description    :
      -    "      |".
           02 line 8 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 9 column 7 value
           "| Headcount      :                | Salary Budget :
      -    "      |".
           02 line 10 column 7 value
           "| ER Contrib Bud :                |
      -    "      |".
           02 line 11 column 7 value
           "------------------------------------------------------------
      -    "------".

        01 bg-norec-scr.
           02 line 6 column 19 value
           "----------------------------------------".
           02 line 7 column 19 value
           "|    !!! NO BUDGET ON FILE              |".
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
           open input dept-file.
           if dept-stat not = '00'
              display "!!! BUDGMNT: cannot open deptmst.dat " dept-stat
              stop run.

           open i-o budget-file.
           if budget-stat not = '00'
              open output budget-file
              close budget-file
              open i-o budget-file.

           perform search-choice until choice > 1.

           close dept-file.
           close budget-file.
           perform program-done.

       program-done.
           stop run.

     **-----sign on against opermst.dat; budgets are payroll-level
     **     work
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
              "Budget maintenance needs payroll level."
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

     **--------searching records in deptbudg.dat by dept + month
       search-choice.
            display clear-active-screen.
            display bgkey-scr.
            perform enter-bg-key.
            perform check-dept-active.
            if record-found = "n"
               display (12, 19) "!!! No active department on that code."
               perform go-again
            else
               perform find-budget-rec.

     **-----the month is validated as it is keyed, so a mistyped
     **     month never reaches the create path
       enter-bg-key.
           accept (7, 36) ws-code.
           perform until ws-code not = spaces
              display (12, 19) "Department code is required."
              accept (7, 36) ws-code
           end-perform.
           accept (8, 41) ws-month.
           perform check-month.
           perform until ws-month-ok = "y"
              display (12, 19) "Month must be YYYYMM, MM 01 to 12."
              accept (8, 41) ws-month
              perform check-month
           end-perform.

       check-month.
           move "n" to ws-month-ok.
           if ws-month is numeric
              if (ws-month-mm >= 1) and (ws-month-mm <= 12)
                 and (ws-month-yyyy >= 1900)
                 and (ws-month-yyyy <= 2999)
                 move "y" to ws-month-ok.

     **-----the code keyed must be on deptmst.dat and not retired
       check-dept-active.
           move "y" to record-found.
           move ws-code to dm-code.
           read dept-file record
              invalid key
                 move "n" to record-found.
           if record-found = "y" and dm-recstat = 9
              move "n" to record-found.

       find-budget-rec.
           perform read-bgrec.
           if record-found = "n"
           display clear-active-screen
           display bg-norec-scr
           accept (9, 53) norec-choice
           perform bg-norec-option
           else
           display clear-active-screen
           display bgentry-scr
           perform display-bg-fields
           display (5, 9) "Budget Found!"
           perform ask-edit-option
           perform go-again.

       bg-norec-option.
           if (norec-choice = "c") or (norec-choice = "C")
           if record-deleted = "y"
              perform reactivate-budget-record
           else
              perform create-budget-record
           end-if
           else if (norec-choice = "y") or (norec-choice = "Y")
              perform search-choice
           else
              perform go-again.

     **-----key in a brand-new month's budget and WRITE it
       create-budget-record.
           display clear-active-screen
           display bgentry-scr
           display (6, 26) ws-code
           display (6, 58) ws-month
           display (7, 26) dm-desc
           perform accept-bg-fields
           perform validate-bg-input
           perform until ws-valid = "Y"
              display (13, 9) ws-errmsg
              perform accept-bg-fields
              perform validate-bg-input
           end-perform
           perform move-ws-to-bgrec
           move 1 to bg-recstat
           write budget-record
              invalid key
                 display (13, 9) "!!! Budget already exists."
              not invalid key
                 display (13, 9) "Budget saved!"
           end-write
           perform go-again.

     **-----a dept + month that CREATE's WRITE would reject as a
     **     duplicate may be a budget deleted earlier (recstat = 9);
     **     let it be keyed fresh and REWRITTEN back to active
       reactivate-budget-record.
           display clear-active-screen
           display bgentry-scr
           display (6, 26) ws-code
           display (6, 58) ws-month
           display (7, 26) dm-desc
           perform accept-bg-fields
           perform validate-bg-input
           perform until ws-valid = "Y"
              display (13, 9) ws-errmsg
              perform accept-bg-fields
              perform validate-bg-input
           end-perform
           perform move-ws-to-bgrec
           move 1 to bg-recstat
           rewrite budget-record
              invalid key
                 display (13, 9) "!!! Unable to reactivate budget."
              not invalid key
                 display (13, 9) "Budget saved!"
           end-rewrite
           perform go-again.

     **-----ask whether the budget just found should be edited
       ask-edit-option.
           display (13, 9) "Edit(E) / Delete(D) / none(N)? : "
           accept (13, 43) edit-choice
           if (edit-choice = "e") or (edit-choice = "E")
              perform edit-budget-record
           else if (edit-choice = "d") or (edit-choice = "D")
              perform delete-budget-record.

     **-----key in corrected figures and REWRITE the budget
       edit-budget-record.
           perform blank-edit-only-fields
           perform accept-bg-fields
           perform validate-bg-input
           perform until ws-valid = "Y"
              display (13, 9) ws-errmsg
              perform accept-bg-fields
              perform validate-bg-input
           end-perform
           perform move-ws-to-bgrec
           move 1 to bg-recstat
           rewrite budget-record
              invalid key
                 display (13, 9) "!!! Unable to update budget."
              not invalid key
                 display (13, 9) "Budget updated!"
           end-rewrite.

     **-----logically delete a budget (bg-recstat = 9); BUDGRPT
     **     then reports the month as unbudgeted
       delete-budget-record.
           move 9 to bg-recstat
           rewrite budget-record
              invalid key
                 display (13, 9) "!!! Unable to delete budget."
              not invalid key
                 display (13, 9) "Budget deleted."
           end-rewrite.

       accept-bg-fields.
           accept (9, 26) ws-headcount.
           accept (9, 58) ws-salary.
           accept (10, 26) ws-er.

       move-ws-to-bgrec.
           move ws-code      to bg-dept.
           move ws-month     to bg-month.
           move ws-headcount to bg-headcount.
           move ws-salary    to bg-salary.
           move ws-er        to bg-er.

       read-bgrec.
           move "y" to record-found.
           move "n" to record-deleted.
           move ws-code  to bg-dept.
           move ws-month to bg-month.
           read budget-file record
              invalid key
                 move "n" to record-found.
           if record-found = "y" and bg-recstat = 9
              move "n" to record-found
              move "y" to record-deleted.

     **-----ask the user to key another budget
       go-again.
           display (15, 10)
              "**Press ENTER for another budget / 1 to Exit...".
           accept (15, 58) choice.
           perform goagain-opt.

       goagain-opt.
           if choice = 1
              display clear-active-screen
              display (10, 15)
              "Thank you for using this cobol program. Bye!"
              perform program-done.

     **-----display the budget on file over bgentry-scr
       display-bg-fields.
           display (6, 26) bg-dept.
           display (6, 58) bg-month.
           display (7, 26) dm-desc.
           move bg-headcount to ws-eheadcount.
           move bg-salary    to ws-esalary.
           move bg-er        to ws-eer.
           display (9, 26) ws-eheadcount.
           display (9, 58) ws-esalary.
           display (10, 26) ws-eer.

     **-----the edited money fields print wider (decimal point)
     **     than the ACCEPT fields that key over the same
     **     coordinates; blank the printed width first
       blank-edit-only-fields.
           display (9, 26) "    ".
           display (9, 58) "            ".
           display (10, 26) "          ".

     **-----field-level checks before a WRITE or REWRITE
       validate-bg-input.
           move "Y" to ws-valid.
           move spaces to ws-errmsg.

           if (ws-headcount > 0) and (ws-salary = 0)
              move "N" to ws-valid
              move "Salary budget is required for the headcount."
                 to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-salary > 0)
              and (ws-headcount = 0)
              move "N" to ws-valid
              move "Headcount is required for the salary budget."
                 to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-er > ws-salary)
              move "N" to ws-valid
              move "ER contributions exceed the salary budget."
                 to ws-errmsg
           end-if.
