
           copy DEPTFILE.

           copy PENDFILE.

           copy OPERFILE.

       01 dept-record.
           copy DEPTREC.

       fd pend-file
          label records are standard
          value of file-id is 'pendchg.dat'.

       01 pend-record.
           copy PENDREC.

       fd oper-file
          label records are standard
      *---- operator sign-on: the id keyed at startup rides every
      *     audit line this session writes.  Level 1 may look,
      *     level 2 and up may change - emp-rate edits are what
      *     the permission levels exist for.  A keyed rate or bank
      *     account does not reach the master from here: it is
      *     queued on pendchg.dat and a second, level-3 operator
      *     approves it in CHGAPRV.
       01 oper-stat          pic xx.
       01 ws-oper-id         pic x(8).
       01 ws-oper-level      pic 9.
       01 ws-old-rate-edit   pic zzzzz9.99.
       01 ws-old-dept        pic a(15).
       01 ws-old-cvstat      pic a(10).
       01 ws-old-acct        pic 9(12).
       01 ws-queued          pic x.
       01 ws-id             pic 9(5).    
       01 ws-lname          pic a(15).
       01 ws-fname          pic a(15).
       01 ws-cvstat         pic a(10).
       01 ws-dpndts         pic 9(2).
       01 ws-bankacct       pic 9(12).
       01 ws-payfreq        pic x.
       01 ws-opt            pic a.
       01 ws-total          pic 9(6)V99.
       01 ws-wrkhrs         pic 9(3)V9.
       01 ws-valid           pic x.
       01 ws-errmsg          pic x(45).
       01 dept-stat          pic xx.
       01 pend-stat          pic xx.

      *---- rate-history support: the date a keyed rate takes
      *     effect and its YYYYMMDD key form, so the history file
      *     sorts chronologically under each em-id
       01 ws-rate-effdate    pic x(10).
       01 ws-sepdate         pic x(10).
       01 ws-effdate-ymd.
           02 ws-eff-year    pic x(4).
           02 ws-eff-month   pic x(2).
           "| Hire Date :                     | TIN No       :
      -    "      |".
           02 line 19 column 7 value
           "| Bank Acct :                     | Pay Freq S/M :
      -    "      |".
           02 line 20 column 7 value
           "------------------------------------------------------------
              display (1, 5)
              "** deptmst.dat not on file - dept codes unchecked".

           open i-o pend-file.
           if pend-stat not = '00'
              open output pend-file
              close pend-file
              open i-o pend-file.

           perform search-choice until choice > 1.

           close emp-file.
           if ws-dept-open = "y"
              close dept-file.
           close pend-file.
           close audit-log-file.
           perform program-done.
           
              perform validate-employee-input
           end-perform
           perform move-ws-to-emprec
           move zero to ws-old-rate
           move zero to ws-old-acct
           perform hold-money-fields
           move spaces to emp-sepdate
           move 1 to emp-recstat
           write emp-record
              invalid key
                        into audit-detail
                 end-string
                 perform write-audit-log
                 perform queue-hire-changes
           end-write
           perform go-again.

       edit-employee-record.
           perform move-emprec-to-ws
           move emp-rate   to ws-old-rate
           move emp-bankacct to ws-old-acct
           move emp-dept   to ws-old-dept
           move emp-cvstat to ws-old-cvstat
           display clr-scr
              perform validate-employee-input
           end-perform
           perform move-ws-to-emprec
           perform hold-money-fields
           rewrite emp-record
              invalid key
                 display (21, 9) "!!! Unable to update record."
                        into audit-detail
                 end-string
                 perform write-audit-log
                 move "n" to ws-queued
                 if ws-rate not = ws-old-rate
                    perform record-rate-change
                 end-if
                 if ws-bankacct not = ws-old-acct
                    perform queue-bank-change
                 end-if
                 perform show-queued-notice
           end-rewrite.

     **-----an em-id that CREATE's WRITE would reject as a duplicate
     **     back to active instead of being stuck on a dead key
       reactivate-employee-record.
           perform move-emprec-to-ws
           move emp-rate   to ws-old-rate
           move emp-bankacct to ws-old-acct
           display clr-scr
           display createrec-scr
           perform display-emp-fields
              perform validate-employee-input
           end-perform
           perform move-ws-to-emprec
           perform hold-money-fields
           move spaces to emp-sepdate
           move 1 to emp-recstat
           rewrite emp-record
              invalid key
                        into audit-detail
                 end-string
                 perform write-audit-log
                 perform queue-hire-changes
           end-rewrite
           perform go-again.

     **-----logically delete an existing emp-record (recstat = 9);
     **     the separation date is keyed with it, since the
     **     retention purge counts the years from that date
       delete-employee-record.
           display (22, 9)
              "Separation date (MM/DD/YYYY): ".
           accept (22, 39) ws-sepdate.
           move ws-sepdate to ws-datecheck.
           perform check-date-format.
           perform until ws-date-ok = "Y"
              display (22, 9)
              "Invalid date - separation (MM/DD/YYYY): "
              accept (22, 49) ws-sepdate
              move ws-sepdate to ws-datecheck
              perform check-date-format
           end-perform.
           move ws-sepdate to emp-sepdate
           move 9 to emp-recstat
           rewrite emp-record
              invalid key
           accept (19, 21) ws-bankacct.
           if ws-bankacct is not numeric
              move zero to ws-bankacct.
           accept (19, 58) ws-payfreq.
           if ws-payfreq = "s"
              move "S" to ws-payfreq.
           if ws-payfreq = "m"
              move "M" to ws-payfreq.

     **-----move the ws- mirror fields into emp-record (em-id untouched)
       move-ws-to-emprec.
           move ws-pibig   to emp-pibig.
           move ws-tin     to emp-tin.
           move ws-bankacct to emp-bankacct.
           move ws-payfreq to emp-payfreq.

     **-----the keyed rate and bank account wait on pendchg.dat for
     **     approval; the master keeps what it had (zero for a new
     **     hire) until CHGAPRV applies them
       hold-money-fields.
           move ws-old-rate to emp-rate.
           move ws-old-rate to emp-erate.
           move ws-old-acct to emp-bankacct.

     **-----move the current emp-record fields into the ws- mirror
     **     fields, so an edit starts from what's on file, not
           move emp-pibig   to ws-pibig.
           move emp-tin     to ws-tin.
           move emp-bankacct to ws-bankacct.
           move emp-payfreq to ws-payfreq.

      *---- reading files in emp-record
       enter-empid.

     **-----a new or reactivated hire opens the rate history at the
     **     hire date just keyed, so the first row says what the
     **     employee earned from day one - once it is approved
       queue-hire-changes.
           move "n" to ws-queued.
           move ws-hdate to ws-rate-effdate.
           perform queue-rate-change.
           if ws-bankacct not = ws-old-acct
              perform queue-bank-change.
           perform show-queued-notice.

     **-----an edit that changed the rate: the raise (or cut) takes
     **     effect on a date HR decides, not necessarily today, so
              move ws-rate-effdate to ws-datecheck
              perform check-date-format
           end-perform.
           perform queue-rate-change.

     **-----the rate goes to pendchg.dat with its effective date
     **     in YYYYMMDD; CHGAPRV writes the ratehist.dat row (em-id
     **     + effective date, so the rows sort in time order) and
     **     the new emp-rate once a second operator approves it
       queue-rate-change.
           move ws-rate-effdate (7:4) to ws-eff-year.
           move ws-rate-effdate (1:2) to ws-eff-month.
           move ws-rate-effdate (4:2) to ws-eff-day.
           perform init-pending-change.
           move "R" to pc-kind.
           move ws-old-rate to pc-old-rate.
           move ws-rate to pc-new-rate.
           move ws-effdate-n to pc-effdate.
           move emp-bankacct to pc-old-acct.
           move emp-bankacct to pc-new-acct.
           perform write-pending-change.

     **-----a new emp-bankacct waits the same way and takes effect
     **     the day it is approved
       queue-bank-change.
           perform init-pending-change.
           move "B" to pc-kind.
           move emp-rate to pc-old-rate.
           move emp-rate to pc-new-rate.
           move function current-date (1:8) to pc-effdate.
           move ws-old-acct to pc-old-acct.
           move ws-bankacct to pc-new-acct.
           perform write-pending-change.

       init-pending-change.
           move spaces to pend-record.
           move em-id to pc-id.
           move function current-date (1:14) to pc-stamp.
           move "SEARCH" to pc-source.
           move ws-oper-id to pc-maker.
           move "P" to pc-status.
           move 1 to pc-recstat.

     **-----a second change of the same kind keyed in the same
     **     second simply replaces the first
       write-pending-change.
           write pend-record
              invalid key
                 rewrite pend-record
                    invalid key
                       display (22, 9)
                       "!!! Unable to queue change for approval."
                 end-rewrite
           end-write.
           if pend-stat = '00'
              move "y" to ws-queued
              if pc-kind = "R"
                 move "RATEPEND" to audit-action
                 move pc-new-rate to ws-old-rate-edit
                 move spaces to audit-detail
                 string "rate " delimited by size
                        ws-old-rate-edit delimited by size
                        " eff " delimited by size
                        pc-effdate delimited by size
                        " for approval" delimited by size
                        into audit-detail
                 end-string
              else
                 move "BANKPEND" to audit-action
                 move spaces to audit-detail
                 string "acct " delimited by size
                        pc-new-acct delimited by size
                        " for approval" delimited by size
                        into audit-detail
                 end-string
              end-if
              perform write-audit-log.

       show-queued-notice.
           if ws-queued = "y"
              display (22, 9)
              "Rate/bank change sent for level-3 approval.         ".

     **-----append one line to the audit log for a WRITE/REWRITE
     **-----append id/action/timestamp/detail/operator to the shared
           display (17, 58) emp-pibig.
           display (18, 58) emp-tin.
           display (19, 21) emp-bankacct.
           display (19, 58) emp-payfreq.

     **-----EMP-ERATE/EMP-EWRKHRS print wider (comma/decimal-point
     **     literals) than the ACCEPT-EMP-FIELDS fields that key over
              move "Dependents count looks implausible." to ws-errmsg
           end-if.

           if (ws-valid = "Y") and (ws-payfreq not = "S")
              and (ws-payfreq not = "M")
              move "N" to ws-valid
              move "Pay frequency must be S(emi-monthly) or M."
                 to ws-errmsg
           end-if.

           if ws-valid = "Y"
              perform check-dept-code
              if ws-dept-found = "n"
