       identification division.
       program-id. EMPPURGE.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Retention purge of long-separated employees.  A separated
      * employee is only flagged emp-recstat = 9 and otherwise
      * stays on every master for good; this run takes them off.
      * The operator keys a cutoff date, which may be no later
      * than today less the retention period below, and the run
      * walks empdb.dat in em-id order picking each separated
      * employee whose separation date (emp-sepdate, stamped by
      * SEARCH and HRINTAKE) falls before it.  A record with no
      * usable separation date is dated by its last closed pay
      * year instead (31 December of the latest YYYY00 summary
      * row YEARCLSE carried forward); one with neither is left.
      * An employee is skipped, and listed with the reason, while:
      *   - a loans.dat record still has a balance
      *   - an unclaimed.dat entry is still open (R, or E in a
      *     cash envelope)
      *   - payhist.dat holds a row of a year YEARCLSE has not
      *     closed (any period but YYYY00)
      * Everyone else is moved out whole: the emp-record and every
      * row keyed on the em-id in leave.dat, loans.dat,
      * timesht.dat, ratehist.dat, unclaimed.dat, payhist.dat
      * (the carried-forward summaries), retrolog.dat,
      * retropay.dat and pendchg.dat is written to the dated
      * archive set pgYYYYMMDD.xxx (run date, one file per master)
      * and then deleted from the live file.  purgeidx.dat
      * remembers which set each em-id went to, a PURGED line goes
      * to the shared audit log, and a purge report is spooled to
      * purge.dat.  The PURGEINQ companion prints an archived
      * employee back on demand.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy EMPFILE.

           copy LEAVFILE.

           copy LOANFILE.

           copy TIMEFILE.

           copy RATEFILE.

           copy UNCLFILE.

           copy PAYHFILE.

           copy RTLGFILE.

           copy RETRFILE.

           copy PENDFILE.

           copy PRGXFILE.

           copy OPERFILE.

           select arc-emp-file
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

           select arc-time-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-rate-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-uncl-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-payh-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-rtlog-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-retro-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select arc-pend-file
                  assign to disk
                  organization is line sequential
                  file status is arc-stat.

           select report-file
                  assign to disk
                  organization is line sequential
                  file status is report-stat.

           select audit-log-file
                  assign to disk
                  organization is line sequential
                  file status is audit-stat.

       data division.
       file section.
       fd emp-file
          label records are standard
          value of file-id is 'empdb.dat'.

       01 emp-record.
           copy EMPREC.

       fd leave-file
          label records are standard
          value of file-id is 'leave.dat'.

       01 leave-record.
           copy LEAVREC.

       fd loan-file
          label records are standard
          value of file-id is 'loans.dat'.

       01 loan-record.
           copy LOANREC.

       fd time-file
          label records are standard
          value of file-id is 'timesht.dat'.

       01 ts-record.
           copy TIMEREC.

       fd rate-file
          label records are standard
          value of file-id is 'ratehist.dat'.

       01 rate-record.
           copy RATEREC.

       fd uncl-file
          label records are standard
          value of file-id is 'unclaimed.dat'.

       01 uncl-record.
           copy UNCLREC.

       fd payhist-file
          label records are standard
          value of file-id is 'payhist.dat'.

       01 payhist-record.
           copy PAYHREC.

       fd rtlog-file
          label records are standard
          value of file-id is 'retrolog.dat'.

       01 rtlog-record.
           copy RTLGREC.

       fd retro-file
          label records are standard
          value of file-id is 'retropay.dat'.

       01 retro-record.
           copy RETRREC.

       fd pend-file
          label records are standard
          value of file-id is 'pendchg.dat'.

       01 pend-record.
           copy PENDREC.

       fd prgx-file
          label records are standard
          value of file-id is 'purgeidx.dat'.

       01 prgx-record.
           copy PRGXREC.

       fd oper-file
          label records are standard
          value of file-id is 'opermst.dat'.

       01 oper-record.
           copy OPERREC.

      *---- the archive set: each master's records written whole,
      *     so PURGEINQ reads them back with the live layouts
       fd arc-emp-file
          label records are standard
          value of file-id is ws-arc-emp-name.
       01 arc-emp-rec          pic x(224).

       fd arc-leave-file
          label records are standard
          value of file-id is ws-arc-leave-name.
       01 arc-leave-rec        pic x(26).

       fd arc-loan-file
          label records are standard
          value of file-id is ws-arc-loan-name.
       01 arc-loan-rec         pic x(34).

       fd arc-time-file
          label records are standard
          value of file-id is ws-arc-time-name.
       01 arc-time-rec         pic x(49).

       fd arc-rate-file
          label records are standard
          value of file-id is ws-arc-rate-name.
       01 arc-rate-rec         pic x(22).

       fd arc-uncl-file
          label records are standard
          value of file-id is ws-arc-uncl-name.
       01 arc-uncl-rec         pic x(63).

       fd arc-payh-file
          label records are standard
          value of file-id is ws-arc-payh-name.
       01 arc-payh-rec         pic x(93).

       fd arc-rtlog-file
          label records are standard
          value of file-id is ws-arc-rtlog-name.
       01 arc-rtlog-rec        pic x(28).

       fd arc-retro-file
          label records are standard
          value of file-id is ws-arc-retro-name.
       01 arc-retro-rec        pic x(63).

       fd arc-pend-file
          label records are standard
          value of file-id is ws-arc-pend-name.
       01 arc-pend-rec         pic x(108).

       fd report-file
          label records are standard
          value of file-id is 'purge.dat'.
       01 report-rec           pic x(132).

       fd audit-log-file
          label records are standard
          value of file-id is 'auditlog.dat'.
       01 audit-log-rec        pic x(85).

       working-storage section.
       01 emp-stat              pic xx.
       01 leave-stat            pic xx.
       01 loan-stat             pic xx.
       01 time-stat             pic xx.
       01 rate-stat             pic xx.
       01 uncl-stat             pic xx.
       01 payhist-stat          pic xx.
       01 rtlog-stat            pic xx.
       01 retro-stat            pic xx.
       01 pend-stat             pic xx.
       01 prgx-stat             pic xx.
       01 arc-stat              pic xx.
       01 report-stat           pic xx.
       01 audit-stat            pic xx.
       01 ws-eof                pic x value "n".
       01 ws-scan-eof           pic x.
       01 ws-confirm            pic x.

      *---- the live masters other than empdb.dat may not all
      *     exist yet; one that does not has nothing to purge
       01 ws-leave-open         pic x value "n".
       01 ws-loan-open          pic x value "n".
       01 ws-time-open          pic x value "n".
       01 ws-rate-open          pic x value "n".
       01 ws-uncl-open          pic x value "n".
       01 ws-hist-open          pic x value "n".
       01 ws-rtlog-open         pic x value "n".
       01 ws-retro-open         pic x value "n".
       01 ws-pend-open          pic x value "n".

      *---- operator sign-on: taking employees off the masters
      *     is an administrator's act
       01 oper-stat             pic xx.
       01 ws-oper-id            pic x(8).
       01 ws-oper-level         pic 9.
       01 ws-signon-ok          pic x.
       01 ws-signon-tries       pic 9.

      *---- retention period: nobody separated less than this many
      *     years before today may be purged, whatever cutoff is
      *     keyed
       01 retention-years       pic 9(2) value 10.

       01 ws-cutoff             pic x(10).
       01 ws-cutoff-ymd-x.
           02 filler            pic x(4).
           02 filler            pic x(2).
           02 filler            pic x(2).
       01 ws-cutoff-ymd redefines ws-cutoff-ymd-x pic 9(8).
       01 ws-today-ymd          pic 9(8).
       01 ws-limit-ymd          pic 9(8).
       01 ws-limit-edit         pic 9999/99/99.

      *---- the employee on hand: separation date in YYYYMMDD, and
      *     what the eligibility checks found
       01 ws-sep-ymd-x.
           02 filler            pic x(4).
           02 filler            pic x(2).
           02 filler            pic x(2).
       01 ws-sep-ymd redefines ws-sep-ymd-x pic 9(8).
       01 ws-sep-desc           pic x(10).
       01 ws-last-cf-year       pic 9(4).
       01 ws-open-year-pay      pic x.
       01 ws-loan-owed          pic x.
       01 ws-uncl-owed          pic x.
       01 ws-skip-reason        pic x(40).

      *---- the dated archive set, named for the run date
       01 ws-set-date           pic x(8).
       01 ws-arc-emp-name       pic x(14).
       01 ws-arc-leave-name     pic x(14).
       01 ws-arc-loan-name      pic x(14).
       01 ws-arc-time-name      pic x(14).
       01 ws-arc-rate-name      pic x(14).
       01 ws-arc-uncl-name      pic x(14).
       01 ws-arc-payh-name      pic x(14).
       01 ws-arc-rtlog-name     pic x(14).
       01 ws-arc-retro-name     pic x(14).
       01 ws-arc-pend-name      pic x(14).
       01 ws-arc-suffix         pic x(3).
       01 ws-arc-name           pic x(14).

      *---- rows moved for the employee on hand, and for the run
       01 emp-rows.
           02 er-leave          pic 9(5).
           02 er-loan           pic 9(5).
           02 er-time           pic 9(5).
           02 er-rate           pic 9(5).
           02 er-uncl           pic 9(5).
           02 er-payh           pic 9(5).
           02 er-rtlog          pic 9(5).
           02 er-retro          pic 9(5).
           02 er-pend           pic 9(5).
       01 run-rows.
           02 rr-leave          pic 9(7) value zero.
           02 rr-loan           pic 9(7) value zero.
           02 rr-time           pic 9(7) value zero.
           02 rr-rate           pic 9(7) value zero.
           02 rr-uncl           pic 9(7) value zero.
           02 rr-payh           pic 9(7) value zero.
           02 rr-rtlog          pic 9(7) value zero.
           02 rr-retro          pic 9(7) value zero.
           02 rr-pend           pic 9(7) value zero.
       01 ws-emp-total          pic 9(5).

       01 ws-separated-count    pic 9(5) value zero.
       01 ws-purged-count       pic 9(5) value zero.
       01 ws-retained-count     pic 9(5) value zero.
       01 ws-skipped-count      pic 9(5) value zero.
       01 count-edit            pic z(6)9.
       01 row-edit              pic z(4)9.

       01 audit-action          pic x(8).
       01 audit-detail          pic x(45).
       01 audit-timestamp       pic x(14).

       01 purge-line.
           02 pl-id              pic 9(5).
           02 filler             pic x value space.
           02 pl-lname           pic a(15).
           02 filler             pic x value space.
           02 pl-fname           pic a(15).
           02 filler             pic x value space.
           02 pl-sepdate         pic x(10).
           02 filler             pic x value space.
           02 pl-action          pic x(8).
           02 filler             pic x value space.
           02 pl-detail          pic x(72).

       procedure division.
       main-process.
           perform operator-sign-on.
           display "*** EMPPURGE: retention purge of separated "
              "employees".
           move function current-date (1:8) to ws-today-ymd.
           compute ws-limit-ymd =
              ws-today-ymd - (retention-years * 10000).
           move ws-limit-ymd to ws-limit-edit.
           display "Retention " retention-years
              " years - latest cutoff allowed " ws-limit-edit.
           display "Purge separations before (MM/DD/YYYY): "
              with no advancing.
           accept ws-cutoff.
           if (ws-cutoff (1:2) is not numeric)
              or (ws-cutoff (4:2) is not numeric)
              or (ws-cutoff (7:4) is not numeric)
              or (ws-cutoff (1:2) < "01") or (ws-cutoff (1:2) > "12")
              or (ws-cutoff (4:2) < "01") or (ws-cutoff (4:2) > "31")
              display "!!! EMPPURGE: cutoff must be MM/DD/YYYY"
              move 16 to return-code
              goback.
           move ws-cutoff (7:4) to ws-cutoff-ymd-x (1:4).
           move ws-cutoff (1:2) to ws-cutoff-ymd-x (5:2).
           move ws-cutoff (4:2) to ws-cutoff-ymd-x (7:2).
           if ws-cutoff-ymd > ws-limit-ymd
              display "!!! EMPPURGE: cutoff " ws-cutoff
                 " is inside the retention period"
              move 8 to return-code
              goback.

           display "Purge separations before " ws-cutoff
              " (Y/N)? : " with no advancing.
           accept ws-confirm.
           if (ws-confirm not = "y") and (ws-confirm not = "Y")
              display "*** EMPPURGE: nothing purged"
              goback.

           open i-o emp-file.
           if emp-stat not = '00'
              display "!!! EMPPURGE: cannot open empdb.dat " emp-stat
              move 16 to return-code
              goback.

           perform open-live-files.
           perform open-archive-set.

           open i-o prgx-file.
           if prgx-stat not = '00'
              open output prgx-file
              close prgx-file
              open i-o prgx-file.

           open extend audit-log-file.
           if audit-stat not = '00'
              open output audit-log-file.

           open output report-file.
           move spaces to report-rec.
           string "RETENTION PURGE - SEPARATED BEFORE "
                     delimited by size
                  ws-cutoff delimited by size
                  "  ARCHIVE SET pg" delimited by size
                  ws-set-date delimited by size
                  ".*  OPERATOR " delimited by size
                  ws-oper-id delimited by size
                  into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "EM-ID LASTNAME        FIRSTNAME       SEPARATED  "
                     delimited by size
                  "ACTION   ROWS MOVED / REASON" delimited by size
                  into report-rec.
           write report-rec.

           move zeroes to em-id.
           start emp-file key is greater than or equal em-id
              invalid key move "y" to ws-eof.

           perform purge-one-employee until ws-eof = "y".

           perform write-purge-summary.

           close emp-file.
           perform close-live-files.
           perform close-archive-set.
           close prgx-file.
           close audit-log-file.
           close report-file.
           display "*** EMPPURGE: " ws-purged-count " purged, "
              ws-skipped-count " skipped - see purge.dat".
           goback.

      *---- sign on against opermst.dat; the purge is for
      *     administrators only
       operator-sign-on.
           open input oper-file.
           if oper-stat not = '00'
              display "!!! EMPPURGE: cannot open opermst.dat "
                 oper-stat
              display "!!! EMPPURGE: set operators up in OPERMNT"
              move 16 to return-code
              goback.
           move "n" to ws-signon-ok.
           move zero to ws-signon-tries.
           perform try-operator-id
              until (ws-signon-ok = "y") or (ws-signon-tries >= 3).
           close oper-file.
           if ws-signon-ok not = "y"
              display "!!! EMPPURGE: sign-on failed"
              move 8 to return-code
              goback.
           if ws-oper-level < 3
              display "!!! EMPPURGE: operator " ws-oper-id
                 " is not an administrator"
              move 8 to return-code
              goback.

       try-operator-id.
           add 1 to ws-signon-tries.
           display "Operator ID: " with no advancing.
           accept ws-oper-id.
           move ws-oper-id to op-id.
           read oper-file record
              invalid key
                 display "*** EMPPURGE: unknown operator id"
              not invalid key
                 if op-recstat = 9
                    display "*** EMPPURGE: operator id retired"
                 else
                    move "y" to ws-signon-ok
                    move op-level to ws-oper-level
                 end-if
           end-read.

       open-live-files.
           open i-o leave-file.
           if leave-stat = '00'
              move "y" to ws-leave-open.
           open i-o loan-file.
           if loan-stat = '00'
              move "y" to ws-loan-open.
           open i-o time-file.
           if time-stat = '00'
              move "y" to ws-time-open.
           open i-o rate-file.
           if rate-stat = '00'
              move "y" to ws-rate-open.
           open i-o uncl-file.
           if uncl-stat = '00'
              move "y" to ws-uncl-open.
           open i-o payhist-file.
           if payhist-stat = '00'
              move "y" to ws-hist-open.
           open i-o rtlog-file.
           if rtlog-stat = '00'
              move "y" to ws-rtlog-open.
           open i-o retro-file.
           if retro-stat = '00'
              move "y" to ws-retro-open.
           open i-o pend-file.
           if pend-stat = '00'
              move "y" to ws-pend-open.

       close-live-files.
           if ws-leave-open = "y"
              close leave-file.
           if ws-loan-open = "y"
              close loan-file.
           if ws-time-open = "y"
              close time-file.
           if ws-rate-open = "y"
              close rate-file.
           if ws-uncl-open = "y"
              close uncl-file.
           if ws-hist-open = "y"
              close payhist-file.
           if ws-rtlog-open = "y"
              close rtlog-file.
           if ws-retro-open = "y"
              close retro-file.
           if ws-pend-open = "y"
              close pend-file.

      *---- pgYYYYMMDD.emp, .lve, .lon, .tsh, .rat, .unc, .phs,
      *     .rtl, .rtp, .pnd - a second run on the same day adds
      *     to the same set, as YEARCLSE adds to its year archive
       open-archive-set.
           move function current-date (1:8) to ws-set-date.
           move "emp" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-emp-name.
           move "lve" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-leave-name.
           move "lon" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-loan-name.
           move "tsh" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-time-name.
           move "rat" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-rate-name.
           move "unc" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-uncl-name.
           move "phs" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-payh-name.
           move "rtl" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-rtlog-name.
           move "rtp" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-retro-name.
           move "pnd" to ws-arc-suffix.
           perform build-archive-name.
           move ws-arc-name to ws-arc-pend-name.

           open extend arc-emp-file.
           if arc-stat not = '00'
              open output arc-emp-file.
           open extend arc-leave-file.
           if arc-stat not = '00'
              open output arc-leave-file.
           open extend arc-loan-file.
           if arc-stat not = '00'
              open output arc-loan-file.
           open extend arc-time-file.
           if arc-stat not = '00'
              open output arc-time-file.
           open extend arc-rate-file.
           if arc-stat not = '00'
              open output arc-rate-file.
           open extend arc-uncl-file.
           if arc-stat not = '00'
              open output arc-uncl-file.
           open extend arc-payh-file.
           if arc-stat not = '00'
              open output arc-payh-file.
           open extend arc-rtlog-file.
           if arc-stat not = '00'
              open output arc-rtlog-file.
           open extend arc-retro-file.
           if arc-stat not = '00'
              open output arc-retro-file.
           open extend arc-pend-file.
           if arc-stat not = '00'
              open output arc-pend-file.

       build-archive-name.
           move spaces to ws-arc-name.
           string "pg"          delimited by size
                  ws-set-date   delimited by size
                  "."           delimited by size
                  ws-arc-suffix delimited by size
                  into ws-arc-name.

       close-archive-set.
           close arc-emp-file.
           close arc-leave-file.
           close arc-loan-file.
           close arc-time-file.
           close arc-rate-file.
           close arc-uncl-file.
           close arc-payh-file.
           close arc-rtlog-file.
           close arc-retro-file.
           close arc-pend-file.

      *---- one employee at a time; only separated ones are looked
      *     at, and only those separated before the cutoff with
      *     nothing still owing either way are moved out
       purge-one-employee.
           read emp-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if emp-recstat = 9
                 add 1 to ws-separated-count
                 perform check-employee
              end-if
           end-if.

       check-employee.
           move spaces to ws-skip-reason.
           perform scan-pay-history.
           perform set-separation-date.
           if ws-sep-ymd = zero
              move "NO SEPARATION DATE OR CLOSED PAY YEAR"
                 to ws-skip-reason
              perform report-skipped
           else
              if ws-sep-ymd not < ws-cutoff-ymd
                 add 1 to ws-retained-count
              else
                 perform check-outstanding
                 if ws-skip-reason = spaces
                    perform purge-employee
                 else
                    perform report-skipped
                 end-if
              end-if
           end-if.

      *---- emp-sepdate when it holds a date; otherwise the close
      *     of the last pay year YEARCLSE carried forward, which
      *     can only be later than the real separation
       set-separation-date.
           move zero to ws-sep-ymd.
           if (emp-sepdate (1:2) is numeric)
              and (emp-sepdate (4:2) is numeric)
              and (emp-sepdate (7:4) is numeric)
              move emp-sepdate (7:4) to ws-sep-ymd-x (1:4)
              move emp-sepdate (1:2) to ws-sep-ymd-x (5:2)
              move emp-sepdate (4:2) to ws-sep-ymd-x (7:2)
              move emp-sepdate to ws-sep-desc
           else
              if ws-last-cf-year > zero
                 move ws-last-cf-year to ws-sep-ymd-x (1:4)
                 move "1231" to ws-sep-ymd-x (5:4)
                 move spaces to ws-sep-desc
                 string "12/31/"       delimited by size
                        ws-last-cf-year delimited by size
                        into ws-sep-desc
              else
                 move spaces to ws-sep-desc
              end-if
           end-if.

      *---- any payhist.dat row but a YYYY00 carried-forward
      *     summary belongs to a year not yet closed
       scan-pay-history.
           move "n" to ws-open-year-pay.
           move zero to ws-last-cf-year.
           if ws-hist-open = "y"
              move em-id to ph-id
              move spaces to ph-period
              move "n" to ws-scan-eof
              start payhist-file key is greater than or equal ph-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform scan-one-pay-row until ws-scan-eof = "y".

       scan-one-pay-row.
           read payhist-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if ph-id not = em-id
                 move "y" to ws-scan-eof
              else
                 if ph-period (5:2) = "00"
                    move ph-period (1:4) to ws-last-cf-year
                 else
                    move "y" to ws-open-year-pay
                 end-if
              end-if
           end-if.

       check-outstanding.
           perform scan-loans.
           perform scan-unclaimed.
           if ws-open-year-pay = "y"
              move "PAY HISTORY IN A YEAR NOT YET CLOSED"
                 to ws-skip-reason
           else
              if ws-loan-owed = "y"
                 move "LOAN BALANCE OUTSTANDING" to ws-skip-reason
              else
                 if ws-uncl-owed = "y"
                    move "UNCLAIMED WAGES ENTRY STILL OPEN"
                       to ws-skip-reason
                 end-if
              end-if
           end-if.

       scan-loans.
           move "n" to ws-loan-owed.
           if ws-loan-open = "y"
              move em-id to ln-id
              move low-values to ln-type
              move "n" to ws-scan-eof
              start loan-file key is greater than or equal ln-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform scan-one-loan until ws-scan-eof = "y".

       scan-one-loan.
           read loan-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if ln-id not = em-id
                 move "y" to ws-scan-eof
              else
                 if (ln-recstat not = 9) and (ln-balance > zero)
                    move "y" to ws-loan-owed
                 end-if
              end-if
           end-if.

       scan-unclaimed.
           move "n" to ws-uncl-owed.
           if ws-uncl-open = "y"
              move em-id to uw-id
              move spaces to uw-period
              move "n" to ws-scan-eof
              start uncl-file key is greater than or equal uw-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform scan-one-unclaimed until ws-scan-eof = "y".

       scan-one-unclaimed.
           read uncl-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if uw-id not = em-id
                 move "y" to ws-scan-eof
              else
                 if (uw-recstat not = 9)
                    and ((uw-status = "R") or (uw-status = "E"))
                    move "y" to ws-uncl-owed
                 end-if
              end-if
           end-if.

      *---- every related record first, the emp-record last, each
      *     written to the archive set before it is deleted
       purge-employee.
           move zeroes to emp-rows.
           perform purge-leave.
           perform purge-loans.
           perform purge-timesheets.
           perform purge-rate-history.
           perform purge-unclaimed.
           perform purge-pay-history.
           perform purge-retro-log.
           perform purge-retro-pay.
           perform purge-pending.
           move emp-record to arc-emp-rec.
           write arc-emp-rec.
           delete emp-file record
              invalid key
                 display "!!! EMPPURGE: cannot delete em-id "
                    em-id " " emp-stat
           end-delete.
           add 1 to ws-purged-count.
           compute ws-emp-total = er-leave + er-loan + er-time
              + er-rate + er-uncl + er-payh + er-rtlog + er-retro
              + er-pend.
           perform post-purge-index.
           perform report-purged.
           move "PURGED" to audit-action.
           move spaces to audit-detail.
           string "set pg" delimited by size
                  ws-set-date delimited by size
                  " separated " delimited by size
                  ws-sep-desc delimited by size
                  into audit-detail.
           perform write-audit-log.

       purge-leave.
           if ws-leave-open = "y"
              move em-id to lv-id
              read leave-file record
                 invalid key continue
                 not invalid key
                    move leave-record to arc-leave-rec
                    write arc-leave-rec
                    delete leave-file record
                       invalid key
                          display "!!! EMPPURGE: cannot delete "
                             "leave for em-id " em-id " " leave-stat
                       not invalid key
                          add 1 to er-leave
                    end-delete
              end-read.

       purge-loans.
           if ws-loan-open = "y"
              move em-id to ln-id
              move low-values to ln-type
              move "n" to ws-scan-eof
              start loan-file key is greater than or equal ln-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform purge-one-loan until ws-scan-eof = "y".

       purge-one-loan.
           read loan-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if ln-id not = em-id
                 move "y" to ws-scan-eof
              else
                 move loan-record to arc-loan-rec
                 write arc-loan-rec
                 delete loan-file record
                    invalid key
                       display "!!! EMPPURGE: cannot delete loan "
                          "for em-id " em-id " " loan-stat
                    not invalid key
                       add 1 to er-loan
                 end-delete
              end-if
           end-if.

       purge-timesheets.
           if ws-time-open = "y"
              move em-id to ts-id
              move spaces to ts-period
              move "n" to ws-scan-eof
              start time-file key is greater than or equal ts-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform purge-one-timesheet until ws-scan-eof = "y".

       purge-one-timesheet.
           read time-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if ts-id not = em-id
                 move "y" to ws-scan-eof
              else
                 move ts-record to arc-time-rec
                 write arc-time-rec
                 delete time-file record
                    invalid key
                       display "!!! EMPPURGE: cannot delete "
                          "timesheet for em-id " em-id " " time-stat
                    not invalid key
                       add 1 to er-time
                 end-delete
              end-if
           end-if.

       purge-rate-history.
           if ws-rate-open = "y"
              move em-id to rh-id
              move zeroes to rh-effdate
              move "n" to ws-scan-eof
              start rate-file key is greater than or equal rh-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform purge-one-rate until ws-scan-eof = "y".

       purge-one-rate.
           read rate-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if rh-id not = em-id
                 move "y" to ws-scan-eof
              else
                 move rate-record to arc-rate-rec
                 write arc-rate-rec
                 delete rate-file record
                    invalid key
                       display "!!! EMPPURGE: cannot delete rate "
                          "history for em-id " em-id " " rate-stat
                    not invalid key
                       add 1 to er-rate
                 end-delete
              end-if
           end-if.

       purge-unclaimed.
           if ws-uncl-open = "y"
              move em-id to uw-id
              move spaces to uw-period
              move "n" to ws-scan-eof
              start uncl-file key is greater than or equal uw-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform purge-one-unclaimed until ws-scan-eof = "y".

       purge-one-unclaimed.
           read uncl-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if uw-id not = em-id
                 move "y" to ws-scan-eof
              else
                 move uncl-record to arc-uncl-rec
                 write arc-uncl-rec
                 delete uncl-file record
                    invalid key
                       display "!!! EMPPURGE: cannot delete "
                          "unclaimed entry for em-id " em-id " "
                          uncl-stat
                    not invalid key
                       add 1 to er-uncl
                 end-delete
              end-if
           end-if.

      *---- by now only carried-forward YYYY00 summaries are left
      *     on payhist.dat; the closed years' period rows are on
      *     YEARCLSE's payhYYYY.dat archives already
       purge-pay-history.
           if ws-hist-open = "y"
              move em-id to ph-id
              move spaces to ph-period
              move "n" to ws-scan-eof
              start payhist-file key is greater than or equal ph-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform purge-one-pay-row until ws-scan-eof = "y".

       purge-one-pay-row.
           read payhist-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if ph-id not = em-id
                 move "y" to ws-scan-eof
              else
                 move payhist-record to arc-payh-rec
                 write arc-payh-rec
                 delete payhist-file record
                    invalid key
                       display "!!! EMPPURGE: cannot delete pay "
                          "history for em-id " em-id " " payhist-stat
                    not invalid key
                       add 1 to er-payh
                 end-delete
              end-if
           end-if.

       purge-retro-log.
           if ws-rtlog-open = "y"
              move em-id to rt-id
              move zeroes to rt-effdate
              move "n" to ws-scan-eof
              start rtlog-file key is greater than or equal rt-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform purge-one-rtlog until ws-scan-eof = "y".

       purge-one-rtlog.
           read rtlog-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if rt-id not = em-id
                 move "y" to ws-scan-eof
              else
                 move rtlog-record to arc-rtlog-rec
                 write arc-rtlog-rec
                 delete rtlog-file record
                    invalid key
                       display "!!! EMPPURGE: cannot delete retro "
                          "log for em-id " em-id " " rtlog-stat
                    not invalid key
                       add 1 to er-rtlog
                 end-delete
              end-if
           end-if.

       purge-retro-pay.
           if ws-retro-open = "y"
              move em-id to rp-id
              move spaces to rp-period
              move zeroes to rp-effdate
              move "n" to ws-scan-eof
              start retro-file key is greater than or equal rp-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform purge-one-retro until ws-scan-eof = "y".

       purge-one-retro.
           read retro-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if rp-id not = em-id
                 move "y" to ws-scan-eof
              else
                 move retro-record to arc-retro-rec
                 write arc-retro-rec
                 delete retro-file record
                    invalid key
                       display "!!! EMPPURGE: cannot delete retro "
                          "pay for em-id " em-id " " retro-stat
                    not invalid key
                       add 1 to er-retro
                 end-delete
              end-if
           end-if.

       purge-pending.
           if ws-pend-open = "y"
              move em-id to pc-id
              move low-values to pc-stamp
              move low-values to pc-kind
              move "n" to ws-scan-eof
              start pend-file key is greater than or equal pc-key
                 invalid key move "y" to ws-scan-eof
              end-start
              perform purge-one-pending until ws-scan-eof = "y".

       purge-one-pending.
           read pend-file next record
              at end move "y" to ws-scan-eof.
           if ws-scan-eof not = "y"
              if pc-id not = em-id
                 move "y" to ws-scan-eof
              else
                 move pend-record to arc-pend-rec
                 write arc-pend-rec
                 delete pend-file record
                    invalid key
                       display "!!! EMPPURGE: cannot delete "
                          "pending change for em-id " em-id " "
                          pend-stat
                    not invalid key
                       add 1 to er-pend
                 end-delete
              end-if
           end-if.

      *---- purgeidx.dat: which dated set each purged em-id went
      *     to, so PURGEINQ needs only the em-id to find it
       post-purge-index.
           move spaces to prgx-record.
           move em-id to px-id.
           move ws-set-date to px-set-date.
           move emp-lname to px-lname.
           move emp-fname to px-fname.
           move emp-dept to px-dept.
           move emp-hdate to px-hdate.
           move ws-sep-desc to px-sepdate.
           move ws-emp-total to px-rows.
           move ws-oper-id to px-oper.
           move 1 to px-recstat.
           write prgx-record
              invalid key
                 rewrite prgx-record
                    invalid key
                       display "!!! EMPPURGE: cannot index em-id "
                          em-id " " prgx-stat
                 end-rewrite
           end-write.

       report-purged.
           add er-leave to rr-leave.
           add er-loan  to rr-loan.
           add er-time  to rr-time.
           add er-rate  to rr-rate.
           add er-uncl  to rr-uncl.
           add er-payh  to rr-payh.
           add er-rtlog to rr-rtlog.
           add er-retro to rr-retro.
           add er-pend  to rr-pend.
           perform fill-purge-line.
           move "PURGED" to pl-action.
           move spaces to pl-detail.
           string "LV "   delimited by size
                  er-leave delimited by size
                  " LN "  delimited by size
                  er-loan delimited by size
                  " TS "  delimited by size
                  er-time delimited by size
                  " RH "  delimited by size
                  er-rate delimited by size
                  " UW "  delimited by size
                  er-uncl delimited by size
                  " PH "  delimited by size
                  er-payh delimited by size
                  " RT "  delimited by size
                  er-rtlog delimited by size
                  " RP "  delimited by size
                  er-retro delimited by size
                  " PC "  delimited by size
                  er-pend delimited by size
                  into pl-detail.
           move spaces to report-rec.
           move purge-line to report-rec.
           write report-rec.

       report-skipped.
           add 1 to ws-skipped-count.
           perform fill-purge-line.
           move "SKIPPED" to pl-action.
           move ws-skip-reason to pl-detail.
           move spaces to report-rec.
           move purge-line to report-rec.
           write report-rec.

       fill-purge-line.
           move em-id to pl-id.
           move emp-lname to pl-lname.
           move emp-fname to pl-fname.
           move ws-sep-desc to pl-sepdate.

       write-purge-summary.
           move spaces to report-rec.
           write report-rec.
           move ws-separated-count to count-edit.
           move spaces to report-rec.
           string "Separated employees on file    : "
                     delimited by size
                  count-edit delimited by size
                  into report-rec.
           write report-rec.
           move ws-retained-count to count-edit.
           move spaces to report-rec.
           string "Separated on/after the cutoff  : "
                     delimited by size
                  count-edit delimited by size
                  into report-rec.
           write report-rec.
           move ws-skipped-count to count-edit.
           move spaces to report-rec.
           string "Skipped (reasons listed above) : "
                     delimited by size
                  count-edit delimited by size
                  into report-rec.
           write report-rec.
           move ws-purged-count to count-edit.
           move spaces to report-rec.
           string "Purged to archive set          : "
                     delimited by size
                  count-edit delimited by size
                  into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "Rows moved - leave " delimited by size
                  rr-leave delimited by size
                  "  loans " delimited by size
                  rr-loan delimited by size
                  "  timesheets " delimited by size
                  rr-time delimited by size
                  "  rate history " delimited by size
                  rr-rate delimited by size
                  "  unclaimed " delimited by size
                  rr-uncl delimited by size
                  into report-rec.
           write report-rec.
           move spaces to report-rec.
           string "             pay history " delimited by size
                  rr-payh delimited by size
                  "  retro log " delimited by size
                  rr-rtlog delimited by size
                  "  retro pay " delimited by size
                  rr-retro delimited by size
                  "  pending changes " delimited by size
                  rr-pend delimited by size
                  into report-rec.
           write report-rec.

      *---- append id/action/timestamp/detail/operator to the shared
      *     audit log, same layout as SEARCH's
       write-audit-log.
           move function current-date (1:14) to audit-timestamp.
           move spaces to audit-log-rec.
           string em-id             delimited by size
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
