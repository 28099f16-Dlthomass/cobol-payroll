       identification division.
       program-id. PURGEINQ.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Purged employee inquiry.  EMPPURGE moves a long-separated
      * employee off the live masters into a dated archive set
      * (pgYYYYMMDD.emp, .rat, .lve, .lon, .phs, .unc, .tsh ...)
      * and notes the set on purgeidx.dat; this companion prints
      * the employee back on demand - for a former employee's
      * certificate of employment or a government audit.  The
      * operator keys the em-id; every purge set holding it is
      * looked up on purgeidx.dat, and the master data, rate
      * history, leave balances, loans, carried-forward pay-year
      * summaries, unclaimed-wages entries and timesheets archived
      * for it print to the console and spool to purgeinq.dat.
      * The closed years' period-by-period pay rows stay on
      * YEARCLSE's payhYYYY.dat archives, which ARCHINQ prints.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy PRGXFILE.

           select arc-emp-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-rate-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-leave-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-loan-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-payh-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-uncl-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-time-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select inquiry-file
                  assign to disk
                  organization is line sequential
                  file status is inquiry-stat.

       data division.
       file section.
       fd prgx-file
          label records are standard
          value of file-id is 'purgeidx.dat'.

       01 prgx-record.
           copy PRGXREC.

      *---- archived rows carry the live master layouts whole
       fd arc-emp-file
          label records are standard
          value of file-id is ws-arc-name.

       01 emp-record.
           copy EMPREC.

       fd arc-rate-file
          label records are standard
          value of file-id is ws-arc-name.

       01 rate-record.
           copy RATEREC.

       fd arc-leave-file
          label records are standard
          value of file-id is ws-arc-name.

       01 leave-record.
           copy LEAVREC.

       fd arc-loan-file
          label records are standard
          value of file-id is ws-arc-name.

       01 loan-record.
           copy LOANREC.

       fd arc-payh-file
          label records are standard
          value of file-id is ws-arc-name.

       01 payhist-record.
           copy PAYHREC.

       fd arc-uncl-file
          label records are standard
          value of file-id is ws-arc-name.

       01 uncl-record.
           copy UNCLREC.

       fd arc-time-file
          label records are standard
          value of file-id is ws-arc-name.

       01 ts-record.
           copy TIMEREC.

       fd inquiry-file
          label records are standard
          value of file-id is 'purgeinq.dat'.
       01 inquiry-rec          pic x(110).

       working-storage section.
       01 prgx-stat             pic xx.
       01 arc-stat              pic xx.
       01 inquiry-stat          pic xx.
       01 ws-idx-eof            pic x.
       01 ws-arc-eof            pic x.

       01 ws-id                 pic 9(5).
       01 ws-arc-name           pic x(14).
       01 ws-arc-suffix         pic x(3).
       01 ws-set-count          pic 9(3) value zero.

       01 ws-line               pic x(110).
       01 amt-edit              pic z(8)9.99.
       01 amt-edit2             pic z(8)9.99.
       01 amt-edit3             pic z(8)9.99.
       01 tax-edit              pic -(8)9.99.
       01 rate-edit             pic zzz,z99.99.
       01 hrs-edit              pic zz9.9.
       01 hrs-edit2             pic zz9.9.
       01 days-edit             pic z9.
       01 lv-edit               pic zz9.99.
       01 lv-edit2              pic zz9.99.
       01 lv-edit3              pic zz9.99.
       01 lv-edit4              pic zz9.99.

       procedure division.
       main-process.
           display "*** PURGEINQ: purged employee inquiry".
           display "Employee ID              : " with no advancing.
           accept ws-id.

           open input prgx-file.
           if prgx-stat not = '00'
              display "!!! PURGEINQ: no purgeidx.dat on file "
                 prgx-stat
              display "!!! PURGEINQ: has EMPPURGE ever been run?"
              move 16 to return-code
              goback.

           open output inquiry-file.
           move spaces to ws-line.
           string "PURGED EMPLOYEE INQUIRY - EM-ID " delimited by size
                  ws-id delimited by size
                  into ws-line.
           perform write-inq-line.

           move ws-id to px-id.
           move low-values to px-set-date.
           move "n" to ws-idx-eof.
           start prgx-file key is greater than or equal px-key
              invalid key move "y" to ws-idx-eof.
           perform list-one-set until ws-idx-eof = "y".

           if ws-set-count = zero
              move spaces to ws-line
              string "No purge set holds em-id " delimited by size
                     ws-id delimited by size
                     into ws-line
              perform write-inq-line
              move 8 to return-code.

           close prgx-file.
           close inquiry-file.
           display "*** PURGEINQ: listing spooled to purgeinq.dat".
           goback.

      *---- an em-id freed by a purge can be reused and purged
      *     again later, so it may sit in more than one set
       list-one-set.
           read prgx-file next record
              at end move "y" to ws-idx-eof.
           if ws-idx-eof not = "y"
              if px-id not = ws-id
                 move "y" to ws-idx-eof
              else
                 if px-recstat not = 9
                    add 1 to ws-set-count
                    perform list-set-heading
                    perform list-master
                    perform list-rate-history
                    perform list-leave
                    perform list-loans
                    perform list-pay-years
                    perform list-unclaimed
                    perform list-timesheets
                 end-if
              end-if
           end-if.

       list-set-heading.
           move spaces to ws-line.
           perform write-inq-line.
           move spaces to ws-line.
           string "ARCHIVE SET pg" delimited by size
                  px-set-date delimited by size
                  ".*  PURGED BY " delimited by size
                  px-oper delimited by size
                  "  SEPARATED " delimited by size
                  px-sepdate delimited by size
                  into ws-line.
           perform write-inq-line.

       build-archive-name.
           move spaces to ws-arc-name.
           string "pg"          delimited by size
                  px-set-date   delimited by size
                  "."           delimited by size
                  ws-arc-suffix delimited by size
                  into ws-arc-name.

      *---- the emp-record as it stood the day it was purged
       list-master.
           move "emp" to ws-arc-suffix.
           perform build-archive-name.
           open input arc-emp-file.
           if arc-stat not = '00'
              perform report-missing-set
           else
              move "n" to ws-arc-eof
              perform find-master until ws-arc-eof = "y"
              close arc-emp-file.

       find-master.
           read arc-emp-file next record
              at end move "y" to ws-arc-eof.
           if ws-arc-eof not = "y"
              if em-id = ws-id
                 perform print-master
                 move "y" to ws-arc-eof
              end-if
           end-if.

       print-master.
           move spaces to ws-line.
           string "Name       : " delimited by size
                  emp-lname delimited by size
                  " " delimited by size
                  emp-fname delimited by size
                  " " delimited by size
                  emp-minit delimited by size
                  "   Department: " delimited by size
                  emp-dept delimited by size
                  into ws-line.
           perform write-inq-line.
           move spaces to ws-line.
           string "Address    : " delimited by size
                  emp-addr delimited by size
                  " " delimited by size
                  emp-pcode delimited by size
                  "   Tel " delimited by size
                  emp-telno delimited by size
                  "   Mobile " delimited by size
                  emp-ctcno delimited by size
                  into ws-line.
           perform write-inq-line.
           move spaces to ws-line.
           string "Birthdate  : " delimited by size
                  emp-bdate delimited by size
                  "   Civil status: " delimited by size
                  emp-cvstat delimited by size
                  "   Dependents: " delimited by size
                  emp-dpndts delimited by size
                  into ws-line.
           perform write-inq-line.
           move spaces to ws-line.
           string "Hired      : " delimited by size
                  emp-hdate delimited by size
                  "   Separated: " delimited by size
                  emp-sepdate delimited by size
                  "   Last rate/hr: " delimited by size
                  emp-erate delimited by size
                  "   Pay freq: " delimited by size
                  emp-payfreq delimited by size
                  into ws-line.
           perform write-inq-line.
           move spaces to ws-line.
           string "SSS        : " delimited by size
                  emp-sss delimited by size
                  "   PhilHealth: " delimited by size
                  emp-phlth delimited by size
                  "   Pag-IBIG: " delimited by size
                  emp-pibig delimited by size
                  "   TIN: " delimited by size
                  emp-tin delimited by size
                  into ws-line.
           perform write-inq-line.
           move spaces to ws-line.
           string "Bank acct  : " delimited by size
                  emp-bankacct delimited by size
                  "   Hours/day: " delimited by size
                  emp-ewrkhrs delimited by size
                  into ws-line.
           perform write-inq-line.

       list-rate-history.
           move "rat" to ws-arc-suffix.
           perform build-archive-name.
           open input arc-rate-file.
           if arc-stat = '00'
              move spaces to ws-line
              move "RATE HISTORY   EFFECTIVE   RATE/HR" to ws-line
              perform write-inq-line
              move "n" to ws-arc-eof
              perform print-one-rate until ws-arc-eof = "y"
              close arc-rate-file.

       print-one-rate.
           read arc-rate-file next record
              at end move "y" to ws-arc-eof.
           if ws-arc-eof not = "y"
              if rh-id = ws-id
                 move rh-rate to rate-edit
                 move spaces to ws-line
                 string "               " delimited by size
                        rh-effdate delimited by size
                        "  " delimited by size
                        rate-edit delimited by size
                        into ws-line
                 perform write-inq-line
              end-if
           end-if.

       list-leave.
           move "lve" to ws-arc-suffix.
           perform build-archive-name.
           open input arc-leave-file.
           if arc-stat = '00'
              move "n" to ws-arc-eof
              perform print-one-leave until ws-arc-eof = "y"
              close arc-leave-file.

       print-one-leave.
           read arc-leave-file next record
              at end move "y" to ws-arc-eof.
           if ws-arc-eof not = "y"
              if lv-id = ws-id
                 move lv-vl-earned to lv-edit
                 move lv-vl-taken  to lv-edit2
                 move lv-sl-earned to lv-edit3
                 move lv-sl-taken  to lv-edit4
                 move spaces to ws-line
                 string "LEAVE          VL earned " delimited by size
                        lv-edit delimited by size
                        " taken " delimited by size
                        lv-edit2 delimited by size
                        "   SL earned " delimited by size
                        lv-edit3 delimited by size
                        " taken " delimited by size
                        lv-edit4 delimited by size
                        into ws-line
                 perform write-inq-line
              end-if
           end-if.

       list-loans.
           move "lon" to ws-arc-suffix.
           perform build-archive-name.
           open input arc-loan-file.
           if arc-stat = '00'
              move "n" to ws-arc-eof
              perform print-one-loan until ws-arc-eof = "y"
              close arc-loan-file.

       print-one-loan.
           read arc-loan-file next record
              at end move "y" to ws-arc-eof.
           if ws-arc-eof not = "y"
              if ln-id = ws-id
                 move ln-principal to amt-edit
                 move ln-amort     to amt-edit2
                 move ln-balance   to amt-edit3
                 move spaces to ws-line
                 string "LOAN " delimited by size
                        ln-type delimited by size
                        "       principal " delimited by size
                        amt-edit delimited by size
                        " amort " delimited by size
                        amt-edit2 delimited by size
                        " balance " delimited by size
                        amt-edit3 delimited by size
                        into ws-line
                 perform write-inq-line
              end-if
           end-if.

      *---- the YYYY00 rows YEARCLSE carried forward: one line of
      *     totals per closed pay year
       list-pay-years.
           move "phs" to ws-arc-suffix.
           perform build-archive-name.
           open input arc-payh-file.
           if arc-stat = '00'
              move spaces to ws-line
              string "PAY YEAR          GROSS   EE SHARES"
                        delimited by size
                     "      W/TAX        NET" delimited by size
                     into ws-line
              perform write-inq-line
              move "n" to ws-arc-eof
              perform print-one-pay-year until ws-arc-eof = "y"
              close arc-payh-file.

       print-one-pay-year.
           read arc-payh-file next record
              at end move "y" to ws-arc-eof.
           if ws-arc-eof not = "y"
              if ph-id = ws-id
                 move ph-gross to amt-edit
                 compute amt-edit2 =
                    ph-sss-ee + ph-phlth-ee + ph-pibig-ee
                 move ph-wtax to tax-edit
                 move ph-net-pay to amt-edit3
                 move spaces to ws-line
                 string "    " delimited by size
                        ph-period (1:4) delimited by size
                        " " delimited by size
                        amt-edit delimited by size
                        " " delimited by size
                        amt-edit2 delimited by size
                        " " delimited by size
                        tax-edit delimited by size
                        " " delimited by size
                        amt-edit3 delimited by size
                        into ws-line
                 perform write-inq-line
              end-if
           end-if.

       list-unclaimed.
           move "unc" to ws-arc-suffix.
           perform build-archive-name.
           open input arc-uncl-file.
           if arc-stat = '00'
              move "n" to ws-arc-eof
              perform print-one-unclaimed until ws-arc-eof = "y"
              close arc-uncl-file.

       print-one-unclaimed.
           read arc-uncl-file next record
              at end move "y" to ws-arc-eof.
           if ws-arc-eof not = "y"
              if uw-id = ws-id
                 move uw-amount to amt-edit
                 move spaces to ws-line
                 string "UNCLAIMED " delimited by size
                        uw-period delimited by size
                        " " delimited by size
                        amt-edit delimited by size
                        " " delimited by size
                        uw-reason delimited by size
                        " status " delimited by size
                        uw-status delimited by size
                        into ws-line
                 perform write-inq-line
              end-if
           end-if.

       list-timesheets.
           move "tsh" to ws-arc-suffix.
           perform build-archive-name.
           open input arc-time-file.
           if arc-stat = '00'
              move "n" to ws-arc-eof
              perform print-one-timesheet until ws-arc-eof = "y"
              close arc-time-file.

       print-one-timesheet.
           read arc-time-file next record
              at end move "y" to ws-arc-eof.
           if ws-arc-eof not = "y"
              if ts-id = ws-id
                 move ts-reghrs to hrs-edit
                 move ts-othrs to hrs-edit2
                 move ts-absdays to days-edit
                 move spaces to ws-line
                 string "TIMESHEET " delimited by size
                        ts-period delimited by size
                        " regular " delimited by size
                        hrs-edit delimited by size
                        " overtime " delimited by size
                        hrs-edit2 delimited by size
                        " absent days " delimited by size
                        days-edit delimited by size
                        into ws-line
                 perform write-inq-line
              end-if
           end-if.

       report-missing-set.
           move spaces to ws-line.
           string "!!! archive " delimited by size
                  ws-arc-name delimited by size
                  " not on file " delimited by size
                  arc-stat delimited by size
                  into ws-line.
           perform write-inq-line.
           move 8 to return-code.

       write-inq-line.
           move ws-line to inquiry-rec.
           write inquiry-rec.
           display ws-line.
