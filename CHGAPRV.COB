       identification division.
       program-id. CHGAPRV.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Rate and bank-account change approval screen.  SEARCH and
      * HRINTAKE do not put a new emp-rate, ratehist.dat row or
      * emp-bankacct on the master themselves; they queue it on
      * pendchg.dat (status P) with the id of the operator who
      * keyed it.  Here a level-3 operator brings the pending
      * changes up, from a keyed em-id onward, and for each one:
      *   A - approves it: a rate change writes the ratehist.dat
      *       row at its effective date and the new emp-rate, a
      *       bank change writes the new emp-bankacct
      *   R - rejects it: nothing reaches the master
      *   N - leaves it pending and moves to the next
      * The operator who keyed a change may not approve or reject
      * it.  Either decision stamps the checker's id and the time
      * on the pendchg.dat row and writes a line to the shared
      * audit log naming the maker in the detail and the checker
      * as the trailing operator id.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy PENDFILE.

           copy EMPFILE.

           copy RATEFILE.

           copy OPERFILE.

           select audit-log-file
                  assign to disk
                  organization is line sequential
                  file status is audit-stat.

       data division.
       file section.
       fd pend-file
          label records are standard
          value of file-id is 'pendchg.dat'.

       01 pend-record.
           copy PENDREC.

       fd emp-file
          label records are standard
          value of file-id is 'empdb.dat'.

       01 emp-record.
           copy EMPREC.

       fd rate-file
          label records are standard
          value of file-id is 'ratehist.dat'.

       01 rate-record.
           copy RATEREC.

       fd oper-file
          label records are standard
          value of file-id is 'opermst.dat'.

       01 oper-record.
           copy OPERREC.

       fd audit-log-file
          label records are standard
          value of file-id is 'auditlog.dat'.
       01 audit-log-rec        pic x(85).

       working-storage section.
       01 pend-stat          pic xx.
       01 emp-stat           pic xx.
       01 rate-stat          pic xx.
       01 audit-stat         pic xx.

      *---- operator sign-on: approving is the second pair of eyes
      *     on money, so admin level is the floor, and the id is
      *     the checker stamped on every decision
       01 oper-stat          pic xx.
       01 ws-oper-id         pic x(8).
       01 ws-oper-level      pic 9.
       01 ws-signon-ok       pic x.
       01 ws-signon-tries    pic 9.

       01 ws-id             pic 9(5).
       01 ws-name           pic x(31).
       01 ws-erate          pic zzzzz9.99.
       01 ws-kind-desc      pic x(20).
       01 ws-stamp-desc     pic x(19).
       01 ws-pend-eof       pic x.
       01 ws-review-done    pic x.
       01 ws-emp-ok         pic x.
       01 ws-shown-count    pic 9(4).
       01 ws-decided-count  pic 9(4).
       01 ws-ecount         pic zzz9.

       01 audit-action          pic x(8).
       01 audit-detail          pic x(45).
       01 audit-timestamp       pic x(14).

       01 edit-choice      pic x.
       01 choice           pic 9.

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

        01 pckey-scr.
           02 line 5 column 22 value
           "|| Pending Rate/Bank Changes  ||".
           02 line 6 column 22 value
           "|                              |".
           02 line 7 column 22 value
           "| From Employee ID :           |".
           02 line 8 column 22 value
           "|   (0 = from the top)         |".
           02 line 9 column 22 value
           "|                              |".
           02 line 10 column 22 value
           "--------------------------------".

        01 pcentry-scr.
           02 line 2 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 3 column 7 value
           "|                     Castillo-Orofeo Enterprises
      -    "      |".
           02 line 4 column 7 value
           "|                     Change Awaiting Approval
      -    "      |".
           02 line 5 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 6 column 7 value
           "| Employee ID    :                | Change        :
      -    "      |".
           02 line 7 column 7 value
           "| Employee Name  :
      -    "      |".
           02 line 8 column 7 value
           "| Keyed By       :                | Keyed On      :
      -    "      |".
           02 line 9 column 7 value
           "| Source         :                | Effective     :
      -    "      |".
           02 line 10 column 7 value
           "| From           :                | To            :
      -    "      |".
           02 line 11 column 7 value
           "| On File Now    :
      -    "      |".
           02 line 12 column 7 value
           "------------------------------------------------------------
      -    "------".

       procedure division.
       main.
           move 1 to choice.
           perform operator-sign-on.
           open i-o pend-file.
           if pend-stat not = '00'
              display clear-active-screen
              display (10, 10)
              "!!! No pendchg.dat - nothing has been queued."
              perform program-done.

           open i-o emp-file.
           if emp-stat not = '00'
              display clear-active-screen
              display (10, 10) "!!! Cannot open empdb.dat."
              perform program-done.

           open i-o rate-file.
           if rate-stat not = '00'
              open output rate-file
              close rate-file
              open i-o rate-file.

           open extend audit-log-file.
           if audit-stat not = '00'
              open output audit-log-file.

           perform search-choice until choice > 1.

           close pend-file.
           close emp-file.
           close rate-file.
           close audit-log-file.
           perform program-done.

       program-done.
           stop run.

     **-----sign on against opermst.dat; only an admin-level
     **     operator may approve what payroll keyed
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
           if ws-oper-level < 3
              display clear-active-screen
              display (10, 15)
              "Approving changes needs admin level."
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

     **--------walk the pending changes from a keyed em-id onward
       search-choice.
            display clear-active-screen.
            display pckey-scr.
            accept (7, 43) ws-id.
            perform review-pending.

       review-pending.
           move zero to ws-shown-count.
           move zero to ws-decided-count.
           move ws-id to pc-id.
           move low-values to pc-stamp.
           move low-values to pc-kind.
           move "n" to ws-pend-eof.
           move "n" to ws-review-done.
           start pend-file key is greater than or equal pc-key
              invalid key move "y" to ws-pend-eof.
           perform review-one-change
              until (ws-pend-eof = "y") or (ws-review-done = "y").
           if ws-shown-count = zero
              display (12, 19) "!!! No pending changes from there."
           else
              move ws-decided-count to ws-ecount
              display clear-active-screen
              display (10, 15) "Changes decided this pass: " ws-ecount.
           perform go-again.

       review-one-change.
           read pend-file next record
              at end move "y" to ws-pend-eof.
           if ws-pend-eof not = "y"
              if (pc-recstat not = 9) and (pc-status = "P")
                 add 1 to ws-shown-count
                 display clear-active-screen
                 display pcentry-scr
                 perform display-pc-fields
                 perform ask-decision
              end-if
           end-if.

     **-----the checker may not be the maker; four eyes, not two
       ask-decision.
           if pc-maker = ws-oper-id
              display (14, 9)
                 "!!! You keyed this change - another admin decides."
              display (15, 9) "Next(N) / Quit(Q)? : "
              accept (15, 31) edit-choice
           else
              display (14, 9)
                 "Approve(A) / Reject(R) / Next(N) / Quit(Q)? : "
              accept (14, 56) edit-choice
              if (edit-choice = "a") or (edit-choice = "A")
                 perform approve-change
              else if (edit-choice = "r") or (edit-choice = "R")
                 perform reject-change.
           if (edit-choice = "q") or (edit-choice = "Q")
              move "y" to ws-review-done.

     **-----approved: the change reaches the master, then the
     **     pendchg.dat row is closed
       approve-change.
           perform read-employee.
           if ws-emp-ok not = "y"
              display (16, 9)
                 "!!! Employee not active - reject it instead."
              perform pause-a-moment
           else
              if pc-kind = "R"
                 perform apply-rate-change
              else
                 perform apply-bank-change
              end-if
              if ws-emp-ok = "y"
                 move "A" to pc-status
                 perform close-pending-row
              end-if
           end-if.

       reject-change.
           move "R" to pc-status.
           perform close-pending-row.

       apply-rate-change.
           move pc-new-rate to emp-rate.
           move pc-new-rate to emp-erate.
           rewrite emp-record
              invalid key
                 move "n" to ws-emp-ok
                 display (16, 9) "!!! Unable to update employee."
                 perform pause-a-moment
           end-rewrite.
           if ws-emp-ok = "y"
              perform post-rate-history.

     **-----one ratehist.dat row per rate in force, keyed em-id +
     **     effective date in YYYYMMDD so the rows sort in time
     **     order; a second change approved for the same day simply
     **     overwrites the first
       post-rate-history.
           move pc-id to rh-id.
           move pc-effdate to rh-effdate.
           move pc-new-rate to rh-rate.
           move 1 to rh-recstat.
           write rate-record
              invalid key
                 rewrite rate-record
                    invalid key
                       display (16, 9)
                       "!!! Unable to save rate history."
                       perform pause-a-moment
                 end-rewrite
           end-write.

       apply-bank-change.
           move pc-new-acct to emp-bankacct.
           rewrite emp-record
              invalid key
                 move "n" to ws-emp-ok
                 display (16, 9) "!!! Unable to update employee."
                 perform pause-a-moment
           end-rewrite.

     **-----stamp the checker and time on the row, and log the
     **     decision with both operator ids
       close-pending-row.
           move ws-oper-id to pc-checker.
           move function current-date (1:14) to pc-check-stamp.
           rewrite pend-record
              invalid key
                 display (16, 9) "!!! Unable to close pending change."
                 perform pause-a-moment
              not invalid key
                 add 1 to ws-decided-count
                 perform log-decision
           end-rewrite.

       log-decision.
           if pc-kind = "R"
              if pc-status = "A"
                 move "RATEAPRV" to audit-action
              else
                 move "RATEREJ" to audit-action
              end-if
              move pc-new-rate to ws-erate
              move spaces to audit-detail
              string "rate " delimited by size
                     ws-erate delimited by size
                     " eff " delimited by size
                     pc-effdate delimited by size
                     " maker " delimited by size
                     pc-maker delimited by size
                     into audit-detail
              end-string
           else
              if pc-status = "A"
                 move "BANKAPRV" to audit-action
              else
                 move "BANKREJ" to audit-action
              end-if
              move spaces to audit-detail
              string "acct " delimited by size
                     pc-new-acct delimited by size
                     " maker " delimited by size
                     pc-maker delimited by size
                     into audit-detail
              end-string
           end-if.
           perform write-audit-log.

       read-employee.
           move "y" to ws-emp-ok.
           move pc-id to em-id.
           read emp-file record
              invalid key
                 move "n" to ws-emp-ok
              not invalid key
                 if emp-recstat = 9
                    move "n" to ws-emp-ok
                 end-if
           end-read.

       pause-a-moment.
           display (17, 9) "Press ENTER to go on...".
           accept (17, 33) edit-choice.

     **-----display the pending change over pcentry-scr, with
     **     what the master holds now, so a change that has gone
     **     stale since it was keyed is plain to see
       display-pc-fields.
           perform read-employee.
           display (6, 26) pc-id.
           if pc-kind = "R"
              move "RATE/HR" to ws-kind-desc
           else
              move "BANK ACCOUNT" to ws-kind-desc.
           display (6, 58) ws-kind-desc.
           if ws-emp-ok = "y"
              move spaces to ws-name
              string emp-lname delimited by size
                     " "       delimited by size
                     emp-fname delimited by size
                     into ws-name
              end-string
           else
              move "** not active on employee master **" to ws-name.
           display (7, 26) ws-name.
           display (8, 26) pc-maker.
           move spaces to ws-stamp-desc.
           string pc-stamp (1:8) delimited by size
                  " "            delimited by size
                  pc-stamp (9:2) delimited by size
                  ":"            delimited by size
                  pc-stamp (11:2) delimited by size
                  into ws-stamp-desc.
           display (8, 58) ws-stamp-desc.
           display (9, 26) pc-source.
           display (9, 58) pc-effdate.
           if pc-kind = "R"
              move pc-old-rate to ws-erate
              display (10, 26) ws-erate
              move pc-new-rate to ws-erate
              display (10, 58) ws-erate
              if ws-emp-ok = "y"
                 move emp-rate to ws-erate
                 display (11, 26) ws-erate
                 if emp-rate not = pc-old-rate
                    display (11, 40) "(changed since keyed)"
                 end-if
              end-if
           else
              display (10, 26) pc-old-acct
              display (10, 58) pc-new-acct
              if ws-emp-ok = "y"
                 display (11, 26) emp-bankacct
                 if emp-bankacct not = pc-old-acct
                    display (11, 40) "(changed since keyed)"
                 end-if
              end-if
           end-if.

     **-----ask the user to start another pass
       go-again.
           display (20, 10)
              "**Press ENTER to review again / 1 to Exit...".
           accept (20, 55) choice.
           perform goagain-opt.

       goagain-opt.
           if choice = 1
              display clear-active-screen
              display (10, 15)
              "Thank you for using this cobol program. Bye!"
              perform program-done.

     **-----append id/action/timestamp/detail/operator to the shared
     **     audit log (same field order and meaning as SEARCH's, so
     **     anything parsing auditlog.dat sees one consistent
     **     layout).  The maker rides in the detail; the trailing
     **     operator id is the checker.
       write-audit-log.
           move function current-date (1:14) to audit-timestamp.
           move spaces to audit-log-rec.
           string pc-id             delimited by size
                  " "                delimited by size
                  audit-action       delimited by size
                  " "                delimited by size
                  audit-timestamp    delimited by size
                  " "                delimited by size
                  audit-detail       delimited by size
                  " "                delimited by size
                  ws-oper-id         delimited by size
                  into audit-log-rec
           end-string.
           write audit-log-rec.
