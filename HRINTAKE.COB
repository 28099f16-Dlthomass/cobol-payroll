      *   feed-action 'A' - add:      WRITE a brand-new emp-record
      *   feed-action 'C' - change:   REWRITE an existing emp-record
      *   feed-action 'T' - terminate: logical delete (emp-recstat=9)
      * The pay frequency byte at the end of the feed is S for
      * semi-monthly or M for monthly; an add without one is
      * monthly and a change without one leaves it as it was.
      * Every applied transaction is appended to the same audit
      * log SEARCH.COB uses, and a run-summary/exception report is
      * spooled so HR can see what loaded and what didn't.
      * Rates and bank accounts move money, so the feed never sets
      * them itself: a new or changed emp-rate (with the ratehist
      * row it opens) and a new or changed emp-bankacct are queued
      * on pendchg.dat for a second operator to approve in CHGAPRV.
      * Until then the master keeps what it had - zero for a new
      * hire.
      * A termination stamps the run date on emp-sepdate as the
      * separation date; the retention purge (EMPPURGE) counts
      * from it.
      *----------------------------------------------------------
       environment division.
       configuration section.

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
           02 feed-dpndts     pic 9(2).
           02 feed-wrkhrs     pic 9(3)v9.
           02 feed-bankacct   pic 9(12).
           02 feed-payfreq    pic x.

       fd audit-log-file
          label records are standard
       01 except-stat            pic xx.
       01 checkpt-stat           pic xx.
       01 dept-stat              pic xx.
       01 pend-stat              pic xx.
       01 feed-eof                pic x value "n".

      *---- rate-history support: the YYYYMMDD key form of the
       01 ws-old-dept             pic a(15).
       01 ws-old-cvstat           pic a(10).

      *---- the rate and bank account on file before the feed,
      *     kept on the master until the queued change is approved
       01 ws-old-acct             pic 9(12).
       01 ws-new-acct             pic 9(12).

       01 ws-added-count          pic 9(5) value zero.
       01 ws-changed-count        pic 9(5) value zero.
       01 ws-terminated-count     pic 9(5) value zero.
       01 ws-rejected-count       pic 9(5) value zero.
       01 ws-pending-count        pic 9(5) value zero.

       procedure division.
       main-process.
              display "*** HRINTAKE: no deptmst.dat - "
                 "dept codes unchecked " dept-stat.

           open i-o pend-file.
           if pend-stat not = '00'
              open output pend-file
              close pend-file
              open i-o pend-file.

           if ws-last-checkpoint-count = zero
              open output exception-file
           close emp-file.
           if ws-dept-open = "y"
              close dept-file.
           close pend-file.
           close audit-log-file.
           close exception-file.
           perform clear-checkpoint.
           move feed-telno  to emp-telno.
           move feed-ctcno  to emp-ctcno.
           move feed-dept   to emp-dept.
           move zero        to emp-rate.
           move zero        to emp-erate.
           move feed-hdate  to emp-hdate.
           move feed-sss    to emp-sss.
           move feed-phlth  to emp-phlth.
           move feed-dpndts to emp-dpndts.
           move feed-wrkhrs to emp-wrkhrs.
           move feed-wrkhrs to emp-ewrkhrs.
           move zero        to emp-bankacct.
           move spaces      to emp-sepdate.
           if feed-payfreq = "S"
              move "S" to emp-payfreq
           else
              move "M" to emp-payfreq.
           move 1           to emp-recstat.
           write emp-record
              invalid key
                 move "CREATE" to audit-action
                 move "batch intake add" to audit-detail
                 perform write-audit-log
                 move zero to ws-old-rate
                 move zero to ws-old-acct
                 move feed-hdate to ws-rate-effdate
                 perform queue-rate-change
                 perform set-feed-acct
                 if ws-new-acct not = zero
                    perform queue-bank-change
                 end-if
           end-write.

     **-----correction to an existing hire: READ then REWRITE
                    perform reject-feed-rec
                 else
                    move emp-rate   to ws-old-rate
                    move emp-bankacct to ws-old-acct
                    move emp-dept   to ws-old-dept
                    move emp-cvstat to ws-old-cvstat
                    perform apply-change-fields
           move feed-telno  to emp-telno.
           move feed-ctcno  to emp-ctcno.
           move feed-dept   to emp-dept.
           move feed-hdate  to emp-hdate.
           move feed-sss    to emp-sss.
           move feed-phlth  to emp-phlth.
           move feed-dpndts to emp-dpndts.
           move feed-wrkhrs to emp-wrkhrs.
           move feed-wrkhrs to emp-ewrkhrs.
           if (feed-payfreq = "S") or (feed-payfreq = "M")
              move feed-payfreq to emp-payfreq.
           rewrite emp-record
              invalid key
                 move "rewrite failed" to audit-detail
                    move "/" to ws-rate-effdate (6:1)
                    move function current-date (1:4)
                       to ws-rate-effdate (7:4)
                    perform queue-rate-change
                 end-if
                 perform set-feed-acct
                 if ws-new-acct not = ws-old-acct
                    perform queue-bank-change
                 end-if
           end-rewrite.

       set-feed-acct.
           if feed-bankacct is numeric
              move feed-bankacct to ws-new-acct
           else
              move zero to ws-new-acct.

     **-----a feed rate goes to pendchg.dat, not the master: the
     **     ratehist.dat row it opens (keyed em-id + effective
     **     date in YYYYMMDD) and the new emp-rate are written by
     **     CHGAPRV once a second operator approves.  An unusable
     **     feed hire date falls back to the run date rather than
     **     a garbage key.
       queue-rate-change.
           if (ws-rate-effdate (1:2) is numeric)
              and (ws-rate-effdate (4:2) is numeric)
              and (ws-rate-effdate (7:4) is numeric)
              move ws-rate-effdate (4:2) to ws-eff-day
           else
              move function current-date (1:8) to ws-effdate-ymd.
           perform init-pending-change.
           move "R" to pc-kind.
           move ws-old-rate to pc-old-rate.
           move feed-rate to pc-new-rate.
           move ws-effdate-n to pc-effdate.
           move emp-bankacct to pc-old-acct.
           move emp-bankacct to pc-new-acct.
           perform write-pending-change.

     **-----a new or changed emp-bankacct waits for approval the
     **     same way; it takes effect the day it is approved
       queue-bank-change.
           perform init-pending-change.
           move "B" to pc-kind.
           move emp-rate to pc-old-rate.
           move emp-rate to pc-new-rate.
           move function current-date (1:8) to pc-effdate.
           move ws-old-acct to pc-old-acct.
           move ws-new-acct to pc-new-acct.
           perform write-pending-change.

       init-pending-change.
           move spaces to pend-record.
           move em-id to pc-id.
           move function current-date (1:14) to pc-stamp.
           move "HRINTAKE" to pc-source.
           move ws-oper-id to pc-maker.
           move "P" to pc-status.
           move 1 to pc-recstat.

     **-----a second change of the same kind keyed for the same
     **     employee in the same second simply replaces the first
       write-pending-change.
           write pend-record
              invalid key
                 rewrite pend-record
                    invalid key
                       display "!!! HRINTAKE: cannot queue change "
                          "for em-id " em-id " " pend-stat
                 end-rewrite
           end-write.
           if pend-stat = '00'
              add 1 to ws-pending-count
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

     **-----termination: logical delete via emp-recstat = 9
       apply-terminate.
                    perform reject-feed-rec
                 else
                    move 9 to emp-recstat
                    move function current-date (5:2)
                       to emp-sepdate (1:2)
                    move "/" to emp-sepdate (3:1)
                    move function current-date (7:2)
                       to emp-sepdate (4:2)
                    move "/" to emp-sepdate (6:1)
                    move function current-date (1:4)
                       to emp-sepdate (7:4)
                    rewrite emp-record
                       invalid key
                          move "rewrite failed" to audit-detail
                  ws-rejected-count delimited by size
                  into exception-rec.
           write exception-rec.
           move spaces to exception-rec.
           string "Rate/bank changes queued for approval: "
                     delimited by size
                  ws-pending-count delimited by size
                  into exception-rec.
           write exception-rec.
