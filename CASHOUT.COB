       identification division.
       program-id. CASHOUT.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Cash payout run.  Runs after BANKDISB for the period in
      * payperd.dat and makes up the pay envelopes for everyone
      * paid over the counter:
      *   - the period's own cash payouts, the cashpay.dat lines
      *     BANKDISB wrote for employees with no bank account,
      *     each paid the net PAYCALC posted on payhist.dat
      *   - open unclaimed-wages entries (status R) flagged for
      *     counter payment in UNCLMNT or by CASHMNT; the entry
      *     goes to status E, stamped with the payout period,
      *     while its money sits in an envelope, so BANKDISB
      *     cannot re-disburse it at the same time
      *     (cashpay.dat's "unclaimed period" lines are BANKDISB's
      *     listing of open entries and are not paid from here)
      * One envelope per employee holds all of it.  Each is broken
      * into the fewest bills and coins (largest denomination
      * first, which is the fewest pieces for peso money), and
      * the run spools:
      *   cashlbl.dat - one label per envelope: employee, period,
      *                 amount and the denominations inside
      *   cashsht.dat - the payout sheet in em-id order with a
      *                 signature and date line per envelope
      *   cashreq.dat - the denomination requisition for treasury:
      *                 pieces and value of each bill and coin,
      *                 proved against the envelope total
      * The envelopes are kept on cashenv.dat for CASHMNT, where
      * the cashier marks each one claimed or unclaimed.  A period
      * whose envelopes are already on file is not made up again,
      * and a cashpay.dat whose heading names another period stops
      * the run before anything is made up.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy EMPFILE.

           copy PAYHFILE.

           copy UNCLFILE.

           copy CENVFILE.

           copy OPERFILE.

           select cashpay-file
                  assign to disk
                  organization is line sequential
                  file status is cashpay-stat.

           select label-file
                  assign to disk
                  organization is line sequential
                  file status is label-stat.

           select sheet-file
                  assign to disk
                  organization is line sequential
                  file status is sheet-stat.

           select requisition-file
                  assign to disk
                  organization is line sequential
                  file status is requisition-stat.

           select sort-work
                  assign to "cashsort.tmp".

           select period-file
                  assign to disk
                  organization is line sequential
                  file status is period-stat.

       data division.
       file section.
       fd emp-file
          label records are standard
          value of file-id is 'empdb.dat'.

       01 emp-record.
           copy EMPREC.

       fd payhist-file
          label records are standard
          value of file-id is 'payhist.dat'.

       01 payhist-record.
           copy PAYHREC.

       fd uncl-file
          label records are standard
          value of file-id is 'unclaimed.dat'.

       01 uncl-record.
           copy UNCLREC.

       fd cenv-file
          label records are standard
          value of file-id is 'cashenv.dat'.

       01 cenv-record.
           copy CENVREC.

       fd oper-file
          label records are standard
          value of file-id is 'opermst.dat'.

       01 oper-record.
           copy OPERREC.

      *---- BANKDISB's cash line: em-id, names, edited net, and on
      *     a re-listed unclaimed entry a trailing period note
       fd cashpay-file
          label records are standard
          value of file-id is 'cashpay.dat'.
       01 cashpay-rec.
           02 cp-id-x         pic x(5).
           02 filler          pic x.
           02 cp-lname        pic x(15).
           02 filler          pic x.
           02 cp-fname        pic x(15).
           02 filler          pic x.
           02 cp-amount       pic z(8)9.99.
           02 cp-tail         pic x(50).

       fd label-file
          label records are standard
          value of file-id is 'cashlbl.dat'.
       01 label-rec            pic x(60).

       fd sheet-file
          label records are standard
          value of file-id is 'cashsht.dat'.
       01 sheet-rec            pic x(132).

       fd requisition-file
          label records are standard
          value of file-id is 'cashreq.dat'.
       01 requisition-rec      pic x(80).

       fd period-file
          label records are standard
          value of file-id is 'payperd.dat'.

       01 period-rec           pic x(6).

      *---- one row per amount going into an envelope: the
      *     period's own pay ("P") or an unclaimed entry ("U")
       sd sort-work.
       01 sort-rec.
          02 sw-id             pic 9(5).
          02 sw-kind           pic x.
          02 sw-period         pic x(6).
          02 sw-amount         pic 9(9)v99.

       working-storage section.
       01 emp-stat              pic xx.
       01 payhist-stat          pic xx.
       01 uncl-stat             pic xx.
       01 cenv-stat             pic xx.
       01 cashpay-stat          pic xx.
       01 label-stat            pic xx.
       01 sheet-stat            pic xx.
       01 requisition-stat      pic xx.
       01 period-stat           pic xx.
       01 ws-eof                pic x value "n".
       01 ws-period             pic x(6).
       01 ws-uncl-open          pic x value "n".
       01 ws-issued             pic x value "n".
       01 ws-cp-id              pic 9(5).
       01 ws-cp-amount          pic 9(9)v99.

      *---- operator sign-on: the run moves unclaimed entries into
      *     envelopes, so payroll level is the floor, and the id
      *     prints on the payout sheet as the preparer
       01 oper-stat             pic xx.
       01 ws-oper-id            pic x(8).
       01 ws-oper-level         pic 9.
       01 ws-signon-ok          pic x.
       01 ws-signon-tries       pic 9.

      *---- peso bills and coins, largest first; each entry is the
      *     face value and whether it is a bill or a coin
       01 denom-values.
           02 filler            pic x(10) value "100000BILL".
           02 filler            pic x(10) value "050000BILL".
           02 filler            pic x(10) value "020000BILL".
           02 filler            pic x(10) value "010000BILL".
           02 filler            pic x(10) value "005000BILL".
           02 filler            pic x(10) value "002000BILL".
           02 filler            pic x(10) value "001000COIN".
           02 filler            pic x(10) value "000500COIN".
           02 filler            pic x(10) value "000100COIN".
           02 filler            pic x(10) value "000025COIN".
           02 filler            pic x(10) value "000005COIN".
           02 filler            pic x(10) value "000001COIN".
       01 denom-table redefines denom-values.
           02 dn-entry          occurs 12 times.
              03 dn-value       pic 9(4)v99.
              03 dn-kind        pic x(4).
       01 denom-count           pic 99 value 12.
       01 ws-dx                 pic 99.

      *---- pieces in the envelope being made up, and the running
      *     requisition over every envelope
       01 env-pieces-table.
           02 env-pieces        pic 9(5) occurs 12 times.
       01 req-pieces-table.
           02 req-pieces        pic 9(7) occurs 12 times.
       01 ws-remain             pic 9(9)v99.
       01 ws-req-value          pic 9(11)v99.
       01 ws-req-total          pic 9(11)v99 value zero.

      *---- the envelope being made up: the period's own pay, the
      *     unclaimed entries going in with it (kept by period so
      *     they can be moved to status E once it is written)
       01 prev-id               pic 9(5) value zero.
       01 env-rows              pic 9(3) value zero.
       01 env-own               pic 9(9)v99 value zero.
       01 env-uncl              pic 9(9)v99 value zero.
       01 env-total             pic 9(9)v99 value zero.
       01 env-uncl-count        pic 9(2) value zero.
       01 env-uncl-table.
           02 env-uncl-period   pic x(6) occurs 20 times.
       01 ws-ux                 pic 99.
       01 ws-name               pic x(31).
       01 ws-dept               pic x(15).

       01 ws-env-count          pic 9(5) value zero.
       01 ws-env-total          pic 9(11)v99 value zero.
       01 ws-own-count          pic 9(5) value zero.
       01 ws-uncl-count         pic 9(5) value zero.
       01 ws-skip-count         pic 9(5) value zero.

       01 amount-edit           pic z(8)9.99.
       01 total-edit            pic z(10)9.99.
       01 count-edit            pic z(4)9.
       01 pieces-edit           pic z(6)9.
       01 face-edit             pic z(3)9.99.

       01 sheet-line.
           02 sl-id              pic 9(5).
           02 filler             pic x(2) value spaces.
           02 sl-name            pic x(31).
           02 filler             pic x value space.
           02 sl-dept            pic x(15).
           02 filler             pic x value space.
           02 sl-amount          pic z(8)9.99.
           02 filler             pic x(3) value spaces.
           02 sl-sign            pic x(30).
           02 filler             pic x(3) value spaces.
           02 sl-date            pic x(12).

       procedure division.
       main-process.
           perform operator-sign-on.
           perform read-pay-period.

           open input cashpay-file.
           if cashpay-stat not = '00'
              display "!!! CASHOUT: cannot open cashpay.dat "
                 cashpay-stat
              display "!!! CASHOUT: run BANKDISB for the period first"
              move 16 to return-code
              goback.
           perform check-cashpay-period.

           open input emp-file.
           if emp-stat not = '00'
              display "!!! CASHOUT: cannot open empdb.dat " emp-stat
              move 16 to return-code
              goback.

           open input payhist-file.
           if payhist-stat not = '00'
              display "!!! CASHOUT: cannot open payhist.dat "
                 payhist-stat
              move 16 to return-code
              goback.

           open i-o uncl-file.
           if uncl-stat = '00'
              move "y" to ws-uncl-open
           else
              display "*** CASHOUT: no unclaimed.dat - "
                 "period cash pay only " uncl-stat.

           open i-o cenv-file.
           if cenv-stat not = '00'
              open output cenv-file
              close cenv-file
              open i-o cenv-file.

           perform check-already-issued.
           if ws-issued = "y"
              display "!!! CASHOUT: envelopes for period " ws-period
                 " are already on cashenv.dat"
              display "!!! CASHOUT: settle them in CASHMNT"
              perform close-input-files
              move 8 to return-code
              goback.

           open output label-file.
           open output sheet-file.
           open output requisition-file.
           perform write-sheet-heading.
           move zeroes to req-pieces-table.

           sort sort-work
              on ascending key sw-id sw-kind sw-period
              input procedure is build-cash-input
              output procedure is make-up-envelopes.

           perform write-sheet-totals.
           perform write-requisition.

           perform close-input-files.
           close label-file.
           close sheet-file.
           close requisition-file.
           goback.

      *---- cashpay.dat is BANKDISB's for one period, named in its
      *     heading as PAYPROOF reads it; a file left from another
      *     period would pay the wrong people the wrong nets and
      *     block the right period's envelopes, so the run stops
       check-cashpay-period.
           move "n" to ws-eof.
           read cashpay-file
              at end move "y" to ws-eof.
           if (ws-eof = "y") or (cashpay-rec (33:6) not = ws-period)
              display "!!! CASHOUT: cashpay.dat is not for period "
                 ws-period
              display "!!! CASHOUT: run BANKDISB for the period first"
              close cashpay-file
              move 16 to return-code
              goback.

       close-input-files.
           close cashpay-file.
           close emp-file.
           close payhist-file.
           if ws-uncl-open = "y"
              close uncl-file.
           close cenv-file.

      *---- sign on against opermst.dat before anything moves;
      *     no valid operator id, no run
       operator-sign-on.
           open input oper-file.
           if oper-stat not = '00'
              display "!!! CASHOUT: cannot open opermst.dat "
                 oper-stat
              display "!!! CASHOUT: set operators up in OPERMNT"
              move 16 to return-code
              goback.
           move "n" to ws-signon-ok.
           move zero to ws-signon-tries.
           perform try-operator-id
              until (ws-signon-ok = "y") or (ws-signon-tries >= 3).
           close oper-file.
           if ws-signon-ok not = "y"
              display "!!! CASHOUT: sign-on failed"
              move 8 to return-code
              goback.
           if ws-oper-level < 2
              display "!!! CASHOUT: operator " ws-oper-id
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
                 display "*** CASHOUT: unknown operator id"
              not invalid key
                 if op-recstat = 9
                    display "*** CASHOUT: operator id retired"
                 else
                    move "y" to ws-signon-ok
                    move op-level to ws-oper-level
                 end-if
           end-read.

      *---- the payout is for the period BANKDISB last disbursed
       read-pay-period.
           open input period-file.
           if period-stat not = '00'
              display "!!! CASHOUT: cannot open payperd.dat "
                 period-stat
              move 16 to return-code
              goback.
           read period-file
              at end
                 display "!!! CASHOUT: payperd.dat is empty"
                 move 16 to return-code
                 goback.
           move period-rec to ws-period.
           close period-file.

      *---- the first envelope key of the period, if there is one,
      *     means the period has been made up already
       check-already-issued.
           move "n" to ws-issued.
           move ws-period to ce-period.
           move zeroes to ce-id.
           start cenv-file key is greater than or equal ce-key
              invalid key continue
              not invalid key
                 read cenv-file next record
                    at end continue
                    not at end
                       if ce-period = ws-period
                          move "y" to ws-issued
                       end-if
                 end-read
           end-start.

      *---- sort input pass: the period's cash lines, then the open
      *     unclaimed entries flagged for the counter
       build-cash-input.
           move "n" to ws-eof.
           perform release-one-cash-line until ws-eof = "y".
           if ws-uncl-open = "y"
              perform release-unclaimed-rows.

      *---- headings and BANKDISB's re-listed unclaimed entries are
      *     passed over; the posted net is what goes in the
      *     envelope, the printed figure only cross-checks it
       release-one-cash-line.
           read cashpay-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if (cp-id-x is numeric)
                 and (cp-tail (1:18) not = " (unclaimed period")
                 move cp-id-x to ws-cp-id
                 perform release-period-pay
              end-if.

       release-period-pay.
           move ws-cp-id to ph-id.
           move ws-period to ph-period.
           read payhist-file record
              invalid key
                 add 1 to ws-skip-count
                 display "*** CASHOUT: em-id " ws-cp-id
                    " has no posted row for " ws-period
                    " - not paid"
              not invalid key
                 move cp-amount to ws-cp-amount
                 if ws-cp-amount not = ph-net-pay
                    display "*** CASHOUT: em-id " ws-cp-id
                       " cashpay.dat amount differs from payhist"
                       " - posted net paid"
                 end-if
                 if ph-net-pay > zero
                    move ph-id      to sw-id
                    move "P"        to sw-kind
                    move ws-period  to sw-period
                    move ph-net-pay to sw-amount
                    release sort-rec
                 end-if
           end-read.

       release-unclaimed-rows.
           move zeroes to uw-id.
           move spaces to uw-period.
           move "n" to ws-eof.
           start uncl-file key is greater than or equal uw-key
              invalid key move "y" to ws-eof.
           perform release-one-unclaimed until ws-eof = "y".

       release-one-unclaimed.
           read uncl-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if (uw-recstat not = 9) and (uw-status = "R")
                 and (uw-counter = "Y") and (uw-amount > zero)
                 move uw-id     to sw-id
                 move "U"       to sw-kind
                 move uw-period to sw-period
                 move uw-amount to sw-amount
                 release sort-rec
              end-if.

      *---- sort output pass: control break on em-id, one
      *     envelope per employee
       make-up-envelopes.
           move "n" to ws-eof.
           perform return-and-accumulate until ws-eof = "y".
           if env-rows > 0
              perform write-envelope.

       return-and-accumulate.
           return sort-work
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if sw-id not = prev-id
                 if env-rows > 0
                    perform write-envelope
                 end-if
                 move sw-id to prev-id
                 perform clear-envelope
              end-if
              add 1 to env-rows
              if sw-kind = "P"
                 add sw-amount to env-own
              else
                 perform add-unclaimed-row.

      *---- an entry that will not fit the envelope's list stays
      *     open for the next payout rather than going in unmarked
       add-unclaimed-row.
           if env-uncl-count < 20
              add 1 to env-uncl-count
              move sw-period to env-uncl-period (env-uncl-count)
              add sw-amount to env-uncl
           else
              display "*** CASHOUT: em-id " sw-id
                 " unclaimed period " sw-period
                 " held for the next payout".

       clear-envelope.
           move zero to env-rows.
           move zero to env-own.
           move zero to env-uncl.
           move zero to env-uncl-count.
           move spaces to env-uncl-table.

       write-envelope.
           compute env-total = env-own + env-uncl.
           perform get-employee.
           perform break-into-denominations.

           move ws-period      to ce-period.
           move prev-id        to ce-id.
           move env-own        to ce-own-amount.
           move env-uncl       to ce-uncl-amount.
           move env-uncl-count to ce-uncl-count.
           move env-total      to ce-amount.
           move space          to ce-status.
           move spaces         to ce-oper.
           move spaces         to ce-mark-date.
           move 1              to ce-recstat.
           write cenv-record
              invalid key
                 display "!!! CASHOUT: cannot file envelope for "
                    "em-id " prev-id " " cenv-stat
              not invalid key
                 if env-uncl-count > 0
                    perform mark-one-unclaimed
                       varying ws-ux from 1 by 1
                       until ws-ux > env-uncl-count
                 end-if
           end-write.

           add 1 to ws-env-count.
           add env-total to ws-env-total.
           if env-own > zero
              add 1 to ws-own-count.
           add env-uncl-count to ws-uncl-count.

           perform write-envelope-label.
           perform write-sheet-line.

       get-employee.
           move prev-id to em-id.
           read emp-file record
              invalid key
                 move "** not on employee master **" to ws-name
                 move spaces to ws-dept
              not invalid key
                 move spaces to ws-name
                 string emp-lname delimited by size
                        " "       delimited by size
                        emp-fname delimited by size
                        into ws-name
                 end-string
                 move emp-dept to ws-dept
           end-read.

      *---- largest denomination first: as many of each as the
      *     amount left will take
       break-into-denominations.
           move env-total to ws-remain.
           perform take-one-denomination
              varying ws-dx from 1 by 1
              until ws-dx > denom-count.

       take-one-denomination.
           compute env-pieces (ws-dx) = ws-remain / dn-value (ws-dx).
           compute ws-remain = ws-remain
              - (env-pieces (ws-dx) * dn-value (ws-dx)).
           add env-pieces (ws-dx) to req-pieces (ws-dx).

      *---- the entry's money is in an envelope now; CASHMNT
      *     closes it or reopens it when the cashier marks it
       mark-one-unclaimed.
           move prev-id to uw-id.
           move env-uncl-period (ws-ux) to uw-period.
           read uncl-file record
              invalid key
                 display "!!! CASHOUT: unclaimed entry " prev-id
                    " " uw-period " vanished " uncl-stat
              not invalid key
                 move "E" to uw-status
                 move ws-period to uw-env-period
                 rewrite uncl-record
                    invalid key
                       display "!!! CASHOUT: cannot mark unclaimed "
                          "entry " prev-id " " uw-period " "
                          uncl-stat
                 end-rewrite
           end-read.

       write-envelope-label.
           move "+----------------------------------------------------+"
              to label-rec.
           write label-rec.
           move spaces to label-rec.
           string "| PAY ENVELOPE     PERIOD " delimited by size
                  ws-period delimited by size
                  into label-rec.
           write label-rec.
           move spaces to label-rec.
           string "| " delimited by size
                  prev-id delimited by size
                  "  " delimited by size
                  ws-name delimited by size
                  into label-rec.
           write label-rec.
           move spaces to label-rec.
           string "| DEPT  " delimited by size
                  ws-dept delimited by size
                  into label-rec.
           write label-rec.
           if env-uncl > zero
              move env-own to amount-edit
              move spaces to label-rec
              string "| PAY THIS PERIOD    " delimited by size
                     amount-edit delimited by size
                     into label-rec
              write label-rec
              move env-uncl to amount-edit
              move spaces to label-rec
              string "| UNCLAIMED EARLIER  " delimited by size
                     amount-edit delimited by size
                     into label-rec
              write label-rec
           end-if.
           move env-total to amount-edit.
           move spaces to label-rec.
           string "| AMOUNT ENCLOSED    " delimited by size
                  amount-edit delimited by size
                  into label-rec.
           write label-rec.
           perform write-label-denom
              varying ws-dx from 1 by 1
              until ws-dx > denom-count.
           move "+----------------------------------------------------+"
              to label-rec.
           write label-rec.
           move spaces to label-rec.
           write label-rec.

       write-label-denom.
           if env-pieces (ws-dx) > zero
              move dn-value (ws-dx) to face-edit
              move env-pieces (ws-dx) to pieces-edit
              move spaces to label-rec
              string "|   " delimited by size
                     dn-kind (ws-dx) delimited by size
                     " " delimited by size
                     face-edit delimited by size
                     "  x" delimited by size
                     pieces-edit delimited by size
                     into label-rec
              write label-rec.

       write-sheet-heading.
           move spaces to sheet-rec.
           string "CASH PAYOUT SHEET - PERIOD " delimited by size
                  ws-period delimited by size
                  into sheet-rec.
           write sheet-rec.
           move spaces to sheet-rec.
           write sheet-rec.
           move spaces to sheet-rec.
           string "EMP-ID NAME                            "
                     delimited by size
                  "DEPARTMENT            AMOUNT   "
                     delimited by size
                  "RECEIVED BY (SIGNATURE)           DATE"
                     delimited by size
                  into sheet-rec.
           write sheet-rec.
           move all "-" to sheet-rec.
           write sheet-rec.

      *---- one line per envelope with room under it to sign
       write-sheet-line.
           move prev-id   to sl-id.
           move ws-name   to sl-name.
           move ws-dept   to sl-dept.
           move env-total to sl-amount.
           move all "_"   to sl-sign.
           move all "_"   to sl-date.
           move sheet-line to sheet-rec.
           write sheet-rec.
           move spaces to sheet-rec.
           if env-uncl-count > 0
              move env-uncl-count to count-edit
              string "       incl. unclaimed pay of "
                        delimited by size
                     count-edit delimited by size
                     " earlier period(s)" delimited by size
                     into sheet-rec
           end-if.
           write sheet-rec.

       write-sheet-totals.
           move all "-" to sheet-rec.
           write sheet-rec.
           move ws-env-count to count-edit.
           move ws-env-total to total-edit.
           move spaces to sheet-rec.
           string "Envelopes     : " delimited by size
                  count-edit         delimited by size
                  "   total: "       delimited by size
                  total-edit         delimited by size
                  into sheet-rec.
           write sheet-rec.
           move ws-own-count to count-edit.
           move spaces to sheet-rec.
           string "Period pay    : " delimited by size
                  count-edit         delimited by size
                  into sheet-rec.
           write sheet-rec.
           move ws-uncl-count to count-edit.
           move spaces to sheet-rec.
           string "Unclaimed paid: " delimited by size
                  count-edit         delimited by size
                  " entries"         delimited by size
                  into sheet-rec.
           write sheet-rec.
           if ws-skip-count > zero
              move ws-skip-count to count-edit
              move spaces to sheet-rec
              string "Not paid      : " delimited by size
                     count-edit         delimited by size
                     "  (no posted row - see run log)"
                        delimited by size
                     into sheet-rec
              write sheet-rec
           end-if.
           move spaces to sheet-rec.
           write sheet-rec.
           move spaces to sheet-rec.
           string "Prepared by: " delimited by size
                  ws-oper-id       delimited by size
                  "     Released by: ____________________"
                     delimited by size
                  "     Cashier: ____________________"
                     delimited by size
                  into sheet-rec.
           write sheet-rec.

      *---- treasury draws exactly these pieces; their value must
      *     come back to the envelope total
       write-requisition.
           move spaces to requisition-rec.
           string "CASH DENOMINATION REQUISITION - PERIOD "
                     delimited by size
                  ws-period delimited by size
                  into requisition-rec.
           write requisition-rec.
           move spaces to requisition-rec.
           write requisition-rec.
           move "DENOMINATION         PIECES            VALUE"
              to requisition-rec.
           write requisition-rec.
           perform write-requisition-line
              varying ws-dx from 1 by 1
              until ws-dx > denom-count.
           move spaces to requisition-rec.
           write requisition-rec.
           move ws-req-total to total-edit.
           move spaces to requisition-rec.
           string "TOTAL REQUISITION        " delimited by size
                  total-edit delimited by size
                  into requisition-rec.
           write requisition-rec.
           move ws-env-total to total-edit.
           move spaces to requisition-rec.
           string "TOTAL IN ENVELOPES       " delimited by size
                  total-edit delimited by size
                  into requisition-rec.
           write requisition-rec.
           move spaces to requisition-rec.
           if ws-req-total = ws-env-total
              move "REQUISITION AGREES WITH THE ENVELOPES"
                 to requisition-rec
           else
              move "** REQUISITION DOES NOT AGREE - DO NOT DRAW **"
                 to requisition-rec
              move 8 to return-code.
           write requisition-rec.

       write-requisition-line.
           compute ws-req-value = req-pieces (ws-dx) * dn-value (ws-dx).
           add ws-req-value to ws-req-total.
           move dn-value (ws-dx) to face-edit.
           move req-pieces (ws-dx) to pieces-edit.
           move ws-req-value to total-edit.
           move spaces to requisition-rec.
           string dn-kind (ws-dx) delimited by size
                  " " delimited by size
                  face-edit delimited by size
                  "     " delimited by size
                  pieces-edit delimited by size
                  "   " delimited by size
                  total-edit delimited by size
                  into requisition-rec.
           write requisition-rec.
