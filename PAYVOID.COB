      *     employee-per-period invariant holds on the rerun
      *   - appends a REVERSE line to the shared audit log
      * and finally blanks the runctl.dat step statuses for the
      * period and reopens its paycal.dat calendar row, so PAYRUN
      * takes it up again and reruns it cleanly from the top.
      * A period that BANKDISB has already disbursed (bankreg.dat
      * names it) is refused unless the operator keys the force
      * flag - reversing money the bank already credited is a

           copy OPERFILE.

           copy CALFILE.

           select audit-log-file
                  assign to disk
                  organization is line sequential
       01 oper-record.
           copy OPERREC.

       fd cal-file
          label records are standard
          value of file-id is 'paycal.dat'.

       01 cal-record.
           copy CALREC.

       fd audit-log-file
          label records are standard
          value of file-id is 'auditlog.dat'.
           02 rc-stat-slip    pic x.
           02 rc-stat-summ    pic x.
           02 rc-oper         pic x(8).
           02 rc-stat-retro   pic x.
           02 rc-stat-proof   pic x.

       working-storage section.
       01 emp-stat              pic xx.
       01 audit-stat            pic xx.
       01 register-stat         pic xx.
       01 runctl-stat           pic xx.
       01 cal-stat              pic xx.
       01 ws-eof                pic x value "n".
       01 ws-loan-open          pic x value "n".
       01 ws-posted             pic x.
           02 ws-stat-slip     pic x.
           02 ws-stat-summ     pic x.
           02 ws-rc-oper       pic x(8).
           02 ws-stat-retro    pic x.
           02 ws-stat-proof    pic x.

      *---- operator sign-on: backing a posted period out is an
      *     administrator's act, and the id rides every REVERSE
              close loan-file.
           close audit-log-file.

           perform reopen-calendar-period.
           perform reset-run-control.

           move ws-reversed-count to count-edit.
                 perform write-audit-log
           end-delete.

      *---- a closed calendar period is open again once its pay
      *     is reversed, so PAYRUN picks it up as the next one due
       reopen-calendar-period.
           open i-o cal-file.
           if cal-stat not = '00'
              display "*** PAYVOID: no paycal.dat - "
                 "no calendar period to reopen " cal-stat
           else
              move ws-period to cl-period
              read cal-file record
                 invalid key
                    display "*** PAYVOID: period " ws-period
                       " is not on paycal.dat"
                 not invalid key
                    move "O" to cl-status
                    rewrite cal-record
                       invalid key
                          display "!!! PAYVOID: cannot reopen "
                             "calendar period " ws-period
                       not invalid key
                          display "*** PAYVOID: calendar period "
                             ws-period " reopened"
                    end-rewrite
              end-read
              close cal-file.

      *---- blank the period's step statuses so PAYRUN takes the
      *     rerun from the top, reconciliation gate included
       reset-run-control.
           move space to ws-stat-pay.
           move space to ws-stat-slip.
           move space to ws-stat-summ.
           move space to ws-stat-retro.
           move space to ws-stat-proof.
           move ws-oper-id to ws-rc-oper.
           open output runctl-file.
           move ws-runctl to runctl-rec.
