       identification division.
       program-id. CASHMNT.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Cash envelope settlement screen.  The cashier brings up
      * each envelope CASHOUT made up (cashenv.dat, one per em-id
      * per payout period) and marks it against the signed payout
      * sheet:
      *   C - claimed: the envelope is paid out, and any unclaimed
      *       wages entries that went into it (status E on
      *       unclaimed.dat, stamped with this payout period) are
      *       closed as paid over the counter
      *   U - unclaimed: the money goes back to the safe and onto
      *       the unclaimed-wages register the way BANKRTN puts a
      *       returned bank credit there - the envelope's own
      *       period pay opens an entry (status R) flagged for
      *       counter payment, and the entries that went into it
      *       reopen, so the next CASHOUT run pays them again
      * Either mark stamps the cashier's id and the date on the
      * envelope and writes a line to the shared audit log.  A
      * marked envelope is settled and cannot be marked again.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy CENVFILE.

           copy UNCLFILE.

           copy EMPFILE.

           copy OPERFILE.

           select audit-log-file
                  assign to disk
                  organization is line sequential
                  file status is audit-stat.

       data division.
       file section.
       fd cenv-file
          label records are standard
          value of file-id is 'cashenv.dat'.

       01 cenv-record.
           copy CENVREC.

       fd uncl-file
          label records are standard
          value of file-id is 'unclaimed.dat'.

       01 uncl-record.
           copy UNCLREC.

       fd emp-file
          label records are standard
          value of file-id is 'empdb.dat'.

       01 emp-record.
           copy EMPREC.

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
       01 cenv-stat          pic xx.
       01 uncl-stat          pic xx.
       01 emp-stat           pic xx.
       01 audit-stat         pic xx.

      *---- operator sign-on: settling envelopes moves money, so
      *     payroll level is the floor, and the id is stamped on
      *     the envelope and the audit line as the cashier
       01 oper-stat          pic xx.
       01 ws-oper-id         pic x(8).
       01 ws-oper-level      pic 9.
       01 ws-signon-ok       pic x.
       01 ws-signon-tries    pic 9.

       01 ws-id             pic 9(5).
       01 ws-period         pic x(6).
       01 ws-name           pic x(31).
       01 ws-eamount        pic z(8)9.99.
       01 ws-ecount         pic z9.
       01 ws-status-desc    pic x(20).
       01 ws-uncl-eof       pic x.
       01 ws-settled-count  pic 9(2).

       01 audit-action          pic x(8).
       01 audit-detail          pic x(45).
       01 audit-timestamp       pic x(14).

       77 record-found     pic x.
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

        01 cekey-scr.
           02 line 5 column 22 value
           "|| Cash Envelopes...          ||".
           02 line 6 column 22 value
           "|                              |".
           02 line 7 column 22 value
           "| Employee ID        :         |".
           02 line 8 column 22 value
           "| Payout Per (YYYYPP):         |".
           02 line 9 column 22 value
           "|                              |".
           02 line 10 column 22 value
           "--------------------------------".

        01 ceentry-scr.
           02 line 2 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 3 column 7 value
           "|                     Castillo-Orofeo Enterprises
      -    "      |".
           02 line 4 column 7 value
           "|                     Cash Payout Envelope
      -    "      |".
           02 line 5 column 7 value
           "------------------------------------------------------------
      -    "------".
           02 line 6 column 7 value
           "| Employee ID    :                | Payout Period :
      -    "      |".
           02 line 7 column 7 value
           "| Employee Name  :
      -    "      |".
           02 line 8 column 7 value
           "| Period Pay     :                | Unclaimed Pay :
      -    "      |".
           02 line 9 column 7 value
           "| Enclosed       :                | Status        :
      -    "      |".
           02 line 10 column 7 value
           "| Marked By      :                | Marked On     :
      -    "      |".
           02 line 11 column 7 value
           "------------------------------------------------------------
      -    "------".

       procedure division.
       main.
           move 1 to choice.
           perform operator-sign-on.
           open i-o cenv-file.
           if cenv-stat not = '00'
              display "!!! CASHMNT: cannot open cashenv.dat "
                 cenv-stat
              display "    CASHOUT makes the envelopes up"
              stop run.

           open i-o uncl-file.
           if uncl-stat not = '00'
              open output uncl-file
              close uncl-file
              open i-o uncl-file.

           open input emp-file.

           open extend audit-log-file.
           if audit-stat not = '00'
              open output audit-log-file.

           perform search-choice until choice > 1.

           close cenv-file.
           close uncl-file.
           close emp-file.
           close audit-log-file.
           perform program-done.

       program-done.
           stop run.

     **-----sign on against opermst.dat; envelopes are money, so
     **     payroll level is the floor
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
              "Cash envelopes need payroll level."
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

     **--------look up an envelope by em-id + payout period
       search-choice.
            display clear-active-screen.
            display cekey-scr.
            accept (7, 44) ws-id.
            accept (8, 44) ws-period.
            perform find-cenv-rec.

       find-cenv-rec.
           perform read-cerec.
           if record-found = "n"
              display (12, 19) "!!! No envelope on that key."
              perform go-again
           else
              display clear-active-screen
              display ceentry-scr
              perform display-ce-fields
              display (12, 9) "Envelope Found!"
              perform ask-mark-option
              perform go-again.

       read-cerec.
           move "y" to record-found.
           move ws-period to ce-period.
           move ws-id to ce-id.
           read cenv-file record
              invalid key
                 move "n" to record-found.
           if record-found = "y" and ce-recstat = 9
              move "n" to record-found.

     **-----an envelope is marked once, against the payout sheet
       ask-mark-option.
           if ce-status not = space
              display (13, 9)
                 "!!! Envelope already settled."
           else
              display (13, 9)
                 "Claimed(C) / Unclaimed(U) / none(N)? : "
              accept (13, 48) edit-choice
              if (edit-choice = "c") or (edit-choice = "C")
                 perform mark-claimed
              else if (edit-choice = "u") or (edit-choice = "U")
                 perform mark-unclaimed.

     **-----paid out: the envelope and everything in it is closed
       mark-claimed.
           move "C" to ce-status.
           perform stamp-envelope.
           if record-found = "y"
              move zero to ws-settled-count
              perform settle-envelope-entries
              move "CASHPAID" to audit-action
              move ce-amount to ws-eamount
              move spaces to audit-detail
              string "env "      delimited by size
                     ce-period   delimited by size
                     " claimed " delimited by size
                     ws-eamount  delimited by size
                     into audit-detail
              end-string
              perform write-audit-log
              display (14, 9) "Envelope marked claimed."
           end-if.

     **-----not collected: back on the unclaimed-wages register
       mark-unclaimed.
           move "U" to ce-status.
           perform stamp-envelope.
           if record-found = "y"
              move zero to ws-settled-count
              perform settle-envelope-entries
              if ce-own-amount > zero
                 perform open-unclaimed-entry
              end-if
              move "CASHUNCL" to audit-action
              move ce-amount to ws-eamount
              move spaces to audit-detail
              string "env "        delimited by size
                     ce-period     delimited by size
                     " unclaimed " delimited by size
                     ws-eamount    delimited by size
                     into audit-detail
              end-string
              perform write-audit-log
              display (14, 9)
                 "Envelope marked unclaimed - on the register."
           end-if.

       stamp-envelope.
           move ws-oper-id to ce-oper.
           move function current-date (1:8) to ce-mark-date.
           rewrite cenv-record
              invalid key
                 move "n" to record-found
                 display (14, 9) "!!! Unable to update envelope."
              not invalid key
                 perform display-ce-fields
           end-rewrite.

     **-----the entries CASHOUT put in this envelope carry status
     **     E and the envelope's payout period: claimed closes
     **     them (C, paid over the counter), unclaimed reopens
     **     them (R) for the next payout
       settle-envelope-entries.
           move ce-id to uw-id.
           move spaces to uw-period.
           move "n" to ws-uncl-eof.
           start uncl-file key is greater than or equal uw-key
              invalid key move "y" to ws-uncl-eof.
           perform settle-one-entry until ws-uncl-eof = "y".

       settle-one-entry.
           read uncl-file next record
              at end move "y" to ws-uncl-eof.
           if ws-uncl-eof not = "y"
              if uw-id not = ce-id
                 move "y" to ws-uncl-eof
              else
                 if (uw-recstat not = 9) and (uw-status = "E")
                    and (uw-env-period = ce-period)
                    perform settle-entry-status
                 end-if
              end-if.

       settle-entry-status.
           if ce-status = "C"
              move "C" to uw-status
           else
              move "R" to uw-status.
           move spaces to uw-env-period.
           rewrite uncl-record
              invalid key
                 display (15, 9) "!!! Unable to settle entry "
                    uw-period
              not invalid key
                 add 1 to ws-settled-count
           end-rewrite.

     **-----the same register entry BANKRTN opens for a returned
     **     credit, keyed on the payout period and flagged for the
     **     counter so the next CASHOUT run pays it.  A live entry
     **     already on that key takes the amount on top; a closed
     **     or deleted one is replaced.
       open-unclaimed-entry.
           move ce-id to uw-id.
           move ce-period to uw-period.
           read uncl-file record
              invalid key
                 perform write-new-unclaimed
              not invalid key
                 if (uw-recstat not = 9)
                    and ((uw-status = "R") or (uw-status = "E"))
                    add ce-own-amount to uw-amount
                    perform rewrite-unclaimed
                 else
                    perform fill-unclaimed-entry
                    perform rewrite-unclaimed
                 end-if
           end-read.

       write-new-unclaimed.
           perform fill-unclaimed-entry.
           write uncl-record
              invalid key
                 display (15, 9) "!!! Unable to register unclaimed pay."
           end-write.

       rewrite-unclaimed.
           rewrite uncl-record
              invalid key
                 display (15, 9) "!!! Unable to register unclaimed pay."
           end-rewrite.

       fill-unclaimed-entry.
           move ce-id to uw-id.
           move ce-period to uw-period.
           move zero to uw-acct.
           move ce-own-amount to uw-amount.
           move "UNCLAIMED ENVELOPE" to uw-reason.
           move "R" to uw-status.
           move "Y" to uw-counter.
           move spaces to uw-env-period.
           move 1 to uw-recstat.

     **-----display the envelope on file over ceentry-scr
       display-ce-fields.
           perform get-employee-name.
           display (6, 26) ce-id.
           display (6, 58) ce-period.
           display (7, 26) ws-name.
           move ce-own-amount to ws-eamount.
           display (8, 26) ws-eamount.
           move ce-uncl-amount to ws-eamount.
           display (8, 58) ws-eamount.
           move ce-amount to ws-eamount.
           display (9, 26) ws-eamount.
           evaluate ce-status
              when space move "NOT YET MARKED" to ws-status-desc
              when "C" move "CLAIMED" to ws-status-desc
              when "U" move "UNCLAIMED" to ws-status-desc
              when other move "?" to ws-status-desc
           end-evaluate.
           display (9, 58) ws-status-desc.
           display (10, 26) ce-oper.
           display (10, 58) ce-mark-date.
           if ce-uncl-count > zero
              move ce-uncl-count to ws-ecount
              display (7, 58) "(" ws-ecount " earlier)".

       get-employee-name.
           move ce-id to em-id.
           read emp-file record
              invalid key
                 move "** not on employee master **" to ws-name
              not invalid key
                 move spaces to ws-name
                 string emp-lname delimited by size
                        " "       delimited by size
                        emp-fname delimited by size
                        into ws-name
                 end-string
           end-read.

     **-----ask the user to key another envelope
       go-again.
           display (16, 10)
              "**Press ENTER for another envelope / 1 to Exit...".
           accept (16, 60) choice.
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
     **     layout).  The trailing operator id is the cashier.
       write-audit-log.
           move function current-date (1:14) to audit-timestamp.
           move spaces to audit-log-rec.
           string ce-id             delimited by size
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
