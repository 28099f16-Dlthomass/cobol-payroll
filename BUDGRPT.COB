       identification division.
       program-id. BUDGRPT.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Department budget-versus-actual report.  Runs after the
      * month's second-half pay run, beside GLJOURN, and spools
      * budgrpt.dat so finance sees where payroll cost is running
      * against what BUDGMNT has on deptbudg.dat.
      * The month is the one the period in payperd.dat falls in;
      * year-to-date is January through that month of the same
      * year.  Actuals are grouped on emp-dept the way GLJOURN
      * groups:
      *   - salary is the posted ph-gross, both half-month rows of
      *     a semi-monthly employee rolled into the month
      *   - employer contributions are derived from that monthly
      *     gross off the statutory tables in force for the month,
      *     the same figures GLJOURN journals and REMITTNC files
      *   - actual headcount is the number of employees with a
      *     posted row in the report month
      * Each department prints salary, ER contributions and their
      * total with actual, budget, variance (actual less budget)
      * and variance percent for the month and year-to-date, then
      * actual against approved headcount.  A department whose
      * month total runs over budget by more than the tolerance
      * below is flagged OVER BUDGET (OVER YTD when only the
      * year-to-date total is over), one with actual cost and no
      * budget NO BUDGET, and one paying more people than were
      * approved OVER HC.  Departments with a budget and no pay
      * still print, so an unused budget shows too.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy EMPFILE.

           copy PAYHFILE.

           copy DEPTFILE.

           copy BUDGFILE.

           copy WHTFILE.

           select report-file
                  assign to disk
                  organization is line sequential
                  file status is report-stat.

           select sort-work
                  assign to "budsort.tmp".

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

       fd wht-file
          label records are standard
          value of file-id is 'whtab.dat'.

       01 wht-record.
           copy WHTREC.

       fd report-file
          label records are standard
          value of file-id is 'budgrpt.dat'.
       01 report-rec           pic x(145).

       fd period-file
          label records are standard
          value of file-id is 'payperd.dat'.

       01 period-rec           pic x(6).

      *---- one row per employee paid in a month ("A") and one per
      *     department budget month ("B")
       sd sort-work.
       01 sort-rec.
          02 sw-dept           pic a(15).
          02 sw-kind           pic x.
          02 sw-month          pic 9(2).
          02 sw-id             pic 9(5).
          02 sw-count          pic 9(4).
          02 sw-salary         pic 9(9)v99.
          02 sw-er             pic 9(9)v99.

       working-storage section.
       01 emp-stat              pic xx.
       01 payhist-stat          pic xx.
       01 dept-stat             pic xx.
       01 budget-stat           pic xx.
       01 report-stat           pic xx.
       01 period-stat           pic xx.
       01 ws-eof                pic x value "n".
       01 ws-period             pic x(6).
       01 ws-paid               pic x.
       01 ws-dept-open          pic x value "n".
       01 ws-budget-open        pic x value "n".
       01 ws-dept-desc          pic x(30).

      *---- over-budget tolerance: a department's total may run
      *     this fraction over its budget before it is flagged
       01 budget-tolerance      pic 9v99 value 0.05.

      *---- the report month and its two cutoffs: YYYYPP with the
      *     first half odd and the second half even
       01 ws-report-month.
           02 ws-report-year     pic x(4).
           02 ws-report-mm       pic 9(2).
       01 ws-month-pp           pic 9(2).
       01 ws-this-mm            pic 9(2).
       01 ws-half-period.
           02 ws-half-year       pic x(4).
           02 ws-half-pp         pic 9(2).
       01 ws-budget-month.
           02 ws-budget-year     pic x(4).
           02 ws-budget-mm       pic 9(2).

      *---- one employee's month, both halves added together
       01 mo-gross              pic 9(9)v99.

           copy WHDATA.

       01 ws-er-total           pic 9(7)v99.

      *---- per-department accumulators, month and year-to-date
       01 prev-dept             pic a(15) value spaces.
       01 ws-dept-rows          pic 9(5) value zero.
       01 dp-act-hc             pic 9(5) value zero.
       01 dp-bud-hc             pic 9(5) value zero.
       01 dp-act-sal            pic 9(11)v99 value zero.
       01 dp-bud-sal            pic 9(11)v99 value zero.
       01 dp-act-er             pic 9(11)v99 value zero.
       01 dp-bud-er             pic 9(11)v99 value zero.
       01 dp-ytd-act-sal        pic 9(11)v99 value zero.
       01 dp-ytd-bud-sal        pic 9(11)v99 value zero.
       01 dp-ytd-act-er         pic 9(11)v99 value zero.
       01 dp-ytd-bud-er         pic 9(11)v99 value zero.

      *---- company totals, the same figures added over every
      *     department
       01 gt-act-hc             pic 9(5) value zero.
       01 gt-bud-hc             pic 9(5) value zero.
       01 gt-act-sal            pic 9(11)v99 value zero.
       01 gt-bud-sal            pic 9(11)v99 value zero.
       01 gt-act-er             pic 9(11)v99 value zero.
       01 gt-bud-er             pic 9(11)v99 value zero.
       01 gt-ytd-act-sal        pic 9(11)v99 value zero.
       01 gt-ytd-bud-sal        pic 9(11)v99 value zero.
       01 gt-ytd-act-er         pic 9(11)v99 value zero.
       01 gt-ytd-bud-er         pic 9(11)v99 value zero.
       01 ws-dept-count         pic 9(5) value zero.
       01 ws-over-count         pic 9(5) value zero.
       01 ws-nobud-count        pic 9(5) value zero.
       01 ws-overhc-count       pic 9(5) value zero.

      *---- one comparison line's figures, filled by the caller
      *     before PRINT-COMPARE-LINE
       01 cm-act                pic 9(11)v99.
       01 cm-bud                pic 9(11)v99.
       01 cm-ytd-act            pic 9(11)v99.
       01 cm-ytd-bud            pic 9(11)v99.
       01 cm-var                pic s9(11)v99.
       01 cm-ytd-var            pic s9(11)v99.
       01 cm-limit              pic 9(11)v99.
       01 pc-var                pic s9(11)v99.
       01 pc-bud                pic 9(11)v99.
       01 pc-value              pic s9(7)v9.
       01 pc-text               pic x(9).
       01 hc-var                pic s9(5).

       01 amount-edit           pic z(10)9.99.
       01 var-edit              pic -(11)9.99.
       01 pct-edit              pic -(6)9.9.
       01 count-edit            pic z(13)9.
       01 count-var-edit        pic -(14)9.
       01 total-edit            pic zzzz9.
       01 tol-pct               pic 9(3)v9.
       01 tol-edit              pic zz9.9.

       01 report-line.
           02 rl-label           pic x(16).
           02 rl-act             pic x(14).
           02 filler             pic x(1) value spaces.
           02 rl-bud             pic x(14).
           02 filler             pic x(1) value spaces.
           02 rl-var             pic x(15).
           02 rl-pct             pic x(9).
           02 filler             pic x(3) value spaces.
           02 rl-ytd-act         pic x(14).
           02 filler             pic x(1) value spaces.
           02 rl-ytd-bud         pic x(14).
           02 filler             pic x(1) value spaces.
           02 rl-ytd-var         pic x(15).
           02 rl-ytd-pct         pic x(9).
           02 filler             pic x(2) value spaces.
           02 rl-flag            pic x(12).

       procedure division.
       main-process.
           perform read-pay-period.

           open input emp-file.
           if emp-stat not = '00'
              display "!!! BUDGRPT: cannot open empdb.dat " emp-stat
              move 16 to return-code
              goback.

           open input payhist-file.
           if payhist-stat not = '00'
              display "!!! BUDGRPT: cannot open payhist.dat "
                 payhist-stat
              move 16 to return-code
              goback.

           open input dept-file.
           if dept-stat = '00'
              move "y" to ws-dept-open
           else
              display "*** BUDGRPT: no deptmst.dat - "
                 "descriptions omitted " dept-stat.

           open input budget-file.
           if budget-stat = '00'
              move "y" to ws-budget-open
           else
              display "*** BUDGRPT: no deptbudg.dat - every "
                 "department reads as unbudgeted " budget-stat.

           open output report-file.
           perform write-report-heading.

           sort sort-work
              on ascending key sw-dept sw-kind sw-month sw-id
              input procedure is build-budget-input
              output procedure is write-budget-report.

           close emp-file.
           close payhist-file.
           if ws-dept-open = "y"
              close dept-file.
           if ws-budget-open = "y"
              close budget-file.
           close report-file.
           goback.

      *---- the report describes the month of the period the pay
      *     run posted
       read-pay-period.
           open input period-file.
           if period-stat not = '00'
              display "!!! BUDGRPT: cannot open payperd.dat "
                 period-stat
              move 16 to return-code
              goback.
           read period-file
              at end
                 display "!!! BUDGRPT: payperd.dat is empty"
                 move 16 to return-code
                 goback.
           move period-rec to ws-period.
           close period-file.
           move ws-period (1:4) to ws-report-year.
           move ws-period (5:2) to ws-month-pp.
           compute ws-report-mm = (ws-month-pp + 1) / 2.
           move ws-report-year to ws-half-year.
           if ws-month-pp = (ws-report-mm * 2) - 1
              display "*** BUDGRPT: period " ws-period
                 " is a first half - the month's second half "
                 "is not posted yet".

       write-report-heading.
           move spaces to report-rec.
           string "PAYROLL BUDGET VERSUS ACTUAL - MONTH "
                     delimited by size
                  ws-report-month delimited by size
                  "   (YEAR-TO-DATE FROM " delimited by size
                  ws-report-year delimited by size
                  "01)" delimited by size
                  into report-rec.
           write report-rec.
           move spaces to report-rec.
           compute tol-pct = budget-tolerance * 100.
           move tol-pct to tol-edit.
           string "FLAGGED OVER BUDGET WHEN ACTUAL EXCEEDS BUDGET BY "
                     delimited by size
                  "MORE THAN" delimited by size
                  tol-edit delimited by size
                  " PCT" delimited by size
                  into report-rec.
           write report-rec.
           move spaces to report-rec.
           write report-rec.
           move spaces to report-line.
           move "----------------" to rl-label.
           move "  ---------- M O N T H" to rl-act.
           move " ------------------" to rl-bud.
           move "-------------------" to rl-var.
           move "---------" to rl-pct.
           move "  ---------- Y E A R" to rl-ytd-act.
           move " - T O - D A T E" to rl-ytd-bud.
           move "-------------------" to rl-ytd-var.
           move "---------" to rl-ytd-pct.
           move report-line to report-rec.
           write report-rec.
           move spaces to report-line.
           move "DEPARTMENT/ITEM" to rl-label.
           move "        ACTUAL" to rl-act.
           move "        BUDGET" to rl-bud.
           move "       VARIANCE" to rl-var.
           move "    VAR %" to rl-pct.
           move "        ACTUAL" to rl-ytd-act.
           move "        BUDGET" to rl-ytd-bud.
           move "       VARIANCE" to rl-ytd-var.
           move "    VAR %" to rl-ytd-pct.
           move "FLAG" to rl-flag.
           move report-line to report-rec.
           write report-rec.
           move spaces to report-line.

      *---- sort input pass: the paid employees month by month
      *     through the report month, each month's employer shares
      *     off the tables in force for it, then the budget months
      *     of the same span
       build-budget-input.
           move 1 to ws-this-mm.
           perform release-one-month
              until ws-this-mm > ws-report-mm.
           if ws-budget-open = "y"
              perform release-budget-rows.

       release-one-month.
           move ws-report-year to ws-period (1:4).
           compute ws-month-pp = ws-this-mm * 2.
           move ws-month-pp to ws-period (5:2).
           perform load-wh-tables.
           move "n" to ws-eof.
           move zeroes to em-id.
           start emp-file key is greater than or equal em-id
              invalid key move "y" to ws-eof.
           perform release-one-posting until ws-eof = "y".
           add 1 to ws-this-mm.

       release-one-posting.
           read emp-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              perform get-posted-month
              if ws-paid = "y"
                 move mo-gross to ws-gross
                 perform compute-sss-er
                 perform compute-phlth-er
                 perform compute-pibig-er
                 compute ws-er-total =
                    ws-sss-er + ws-phlth-er + ws-pibig-er
                 move emp-dept    to sw-dept
                 move "A"         to sw-kind
                 move ws-this-mm  to sw-month
                 move em-id       to sw-id
                 move 1           to sw-count
                 move mo-gross    to sw-salary
                 move ws-er-total to sw-er
                 release sort-rec
              end-if.

      *---- the month is the first-half row plus the second-half
      *     row, either of which may be absent
       get-posted-month.
           move "n" to ws-paid.
           move zero to mo-gross.
           compute ws-half-pp = (ws-this-mm * 2) - 1.
           perform add-posted-half.
           compute ws-half-pp = ws-this-mm * 2.
           perform add-posted-half.

       add-posted-half.
           move em-id to ph-id.
           move ws-half-period to ph-period.
           read payhist-file record
              invalid key continue
              not invalid key
                 move "y" to ws-paid
                 add ph-gross to mo-gross
           end-read.

      *---- every live budget in the report year up to the report
      *     month; deleted budgets (recstat 9) are left out
       release-budget-rows.
           move "n" to ws-eof.
           move low-values to bg-key.
           start budget-file key is greater than or equal bg-key
              invalid key move "y" to ws-eof.
           perform release-one-budget until ws-eof = "y".

       release-one-budget.
           read budget-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              move bg-month to ws-budget-month
              if (ws-budget-year = ws-report-year)
                 and (ws-budget-mm <= ws-report-mm)
                 and (bg-recstat not = 9)
                 move bg-dept      to sw-dept
                 move "B"          to sw-kind
                 move ws-budget-mm to sw-month
                 move zero         to sw-id
                 move bg-headcount to sw-count
                 move bg-salary    to sw-salary
                 move bg-er        to sw-er
                 release sort-rec
              end-if.

      *---- sort output pass: control break on department, the
      *     company totals and the flag counts last
       write-budget-report.
           move "n" to ws-eof.
           perform return-and-accumulate until ws-eof = "y".

           if ws-dept-rows > 0
              perform write-dept-block.

           perform write-grand-totals.

       return-and-accumulate.
           return sort-work
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if sw-dept not = prev-dept
                 if ws-dept-rows > 0
                    perform write-dept-block
                 end-if
                 move sw-dept to prev-dept
                 perform clear-dept-totals
              end-if
              add 1 to ws-dept-rows
              if sw-kind = "A"
                 perform add-actual-row
              else
                 perform add-budget-row.

       add-actual-row.
           if sw-month = ws-report-mm
              add sw-count  to dp-act-hc
              add sw-salary to dp-act-sal
              add sw-er     to dp-act-er.
           add sw-salary to dp-ytd-act-sal.
           add sw-er     to dp-ytd-act-er.

       add-budget-row.
           if sw-month = ws-report-mm
              add sw-count  to dp-bud-hc
              add sw-salary to dp-bud-sal
              add sw-er     to dp-bud-er.
           add sw-salary to dp-ytd-bud-sal.
           add sw-er     to dp-ytd-bud-er.

       clear-dept-totals.
           move zero to ws-dept-rows.
           move zero to dp-act-hc.
           move zero to dp-bud-hc.
           move zero to dp-act-sal.
           move zero to dp-bud-sal.
           move zero to dp-act-er.
           move zero to dp-bud-er.
           move zero to dp-ytd-act-sal.
           move zero to dp-ytd-bud-sal.
           move zero to dp-ytd-act-er.
           move zero to dp-ytd-bud-er.

      *---- one department: its name, salary, ER and total lines,
      *     then headcount; the flags hang off the total and the
      *     headcount lines
       write-dept-block.
           add 1 to ws-dept-count.
           perform get-dept-desc.
           move spaces to report-rec.
           string prev-dept    delimited by size
                  " "          delimited by size
                  ws-dept-desc delimited by size
                  into report-rec.
           write report-rec.

           move "  SALARY" to rl-label.
           move dp-act-sal     to cm-act.
           move dp-bud-sal     to cm-bud.
           move dp-ytd-act-sal to cm-ytd-act.
           move dp-ytd-bud-sal to cm-ytd-bud.
           perform print-compare-line.

           move "  ER CONTRIB" to rl-label.
           move dp-act-er     to cm-act.
           move dp-bud-er     to cm-bud.
           move dp-ytd-act-er to cm-ytd-act.
           move dp-ytd-bud-er to cm-ytd-bud.
           perform print-compare-line.

           move "  TOTAL COST" to rl-label.
           compute cm-act = dp-act-sal + dp-act-er.
           compute cm-bud = dp-bud-sal + dp-bud-er.
           compute cm-ytd-act = dp-ytd-act-sal + dp-ytd-act-er.
           compute cm-ytd-bud = dp-ytd-bud-sal + dp-ytd-bud-er.
           perform set-cost-flag.
           perform print-compare-line.

           move "  HEADCOUNT" to rl-label.
           compute hc-var = dp-act-hc - dp-bud-hc.
           perform print-headcount-line.

           move spaces to report-rec.
           write report-rec.

           add dp-act-hc      to gt-act-hc.
           add dp-bud-hc      to gt-bud-hc.
           add dp-act-sal     to gt-act-sal.
           add dp-bud-sal     to gt-bud-sal.
           add dp-act-er      to gt-act-er.
           add dp-bud-er      to gt-bud-er.
           add dp-ytd-act-sal to gt-ytd-act-sal.
           add dp-ytd-bud-sal to gt-ytd-bud-sal.
           add dp-ytd-act-er  to gt-ytd-act-er.
           add dp-ytd-bud-er  to gt-ytd-bud-er.

      *---- the month decides the flag; a department within
      *     tolerance for the month but over it year-to-date is
      *     still called out
       set-cost-flag.
           move spaces to rl-flag.
           compute cm-limit rounded = cm-bud * budget-tolerance.
           if (cm-bud = zero) and (cm-act > zero)
              move "NO BUDGET" to rl-flag
              add 1 to ws-nobud-count
           else
              if cm-act > cm-bud + cm-limit
                 move "OVER BUDGET" to rl-flag
                 add 1 to ws-over-count
              else
                 compute cm-limit rounded =
                    cm-ytd-bud * budget-tolerance
                 if (cm-ytd-bud > zero)
                    and (cm-ytd-act > cm-ytd-bud + cm-limit)
                    move "OVER YTD" to rl-flag
                    add 1 to ws-over-count
                 end-if
              end-if
           end-if.

      *---- actual, budget, variance and percent for the month and
      *     year-to-date out of cm-act/cm-bud/cm-ytd-act/cm-ytd-bud;
      *     rl-label and rl-flag are set by the caller
       print-compare-line.
           compute cm-var = cm-act - cm-bud.
           compute cm-ytd-var = cm-ytd-act - cm-ytd-bud.
           move cm-act to amount-edit.
           move amount-edit to rl-act.
           move cm-bud to amount-edit.
           move amount-edit to rl-bud.
           move cm-var to var-edit.
           move var-edit to rl-var.
           move cm-var to pc-var.
           move cm-bud to pc-bud.
           perform compute-variance-pct.
           move pc-text to rl-pct.
           move cm-ytd-act to amount-edit.
           move amount-edit to rl-ytd-act.
           move cm-ytd-bud to amount-edit.
           move amount-edit to rl-ytd-bud.
           move cm-ytd-var to var-edit.
           move var-edit to rl-ytd-var.
           move cm-ytd-var to pc-var.
           move cm-ytd-bud to pc-bud.
           perform compute-variance-pct.
           move pc-text to rl-ytd-pct.
           move report-line to report-rec.
           write report-rec.
           move spaces to report-line.

      *---- a nil budget has no percentage; one too large for the
      *     column prints as stars
       compute-variance-pct.
           if pc-bud = zero
              move "      N/A" to pc-text
           else
              compute pc-value rounded = (pc-var * 100) / pc-bud
                 on size error
                    move "    *****" to pc-text
                 not on size error
                    move pc-value to pct-edit
                    move pct-edit to pc-text
              end-compute.

      *---- headcount is the report month only: people paid
      *     against the approved headcount
       print-headcount-line.
           move dp-act-hc to count-edit.
           move count-edit to rl-act.
           move dp-bud-hc to count-edit.
           move count-edit to rl-bud.
           move hc-var to count-var-edit.
           move count-var-edit to rl-var.
           move spaces to rl-flag.
           if hc-var > zero
              move "OVER HC" to rl-flag
              add 1 to ws-overhc-count.
           move report-line to report-rec.
           write report-rec.
           move spaces to report-line.

       get-dept-desc.
           move spaces to ws-dept-desc.
           if ws-dept-open = "y"
              move prev-dept to dm-code
              read dept-file record
                 invalid key
                    move "** not on dept master **" to ws-dept-desc
                 not invalid key
                    move dm-desc to ws-dept-desc
              end-read.

       write-grand-totals.
           move spaces to report-rec.
           string "COMPANY TOTAL" delimited by size
                  into report-rec.
           write report-rec.

           move "  SALARY" to rl-label.
           move gt-act-sal     to cm-act.
           move gt-bud-sal     to cm-bud.
           move gt-ytd-act-sal to cm-ytd-act.
           move gt-ytd-bud-sal to cm-ytd-bud.
           perform print-compare-line.

           move "  ER CONTRIB" to rl-label.
           move gt-act-er     to cm-act.
           move gt-bud-er     to cm-bud.
           move gt-ytd-act-er to cm-ytd-act.
           move gt-ytd-bud-er to cm-ytd-bud.
           perform print-compare-line.

           move "  TOTAL COST" to rl-label.
           compute cm-act = gt-act-sal + gt-act-er.
           compute cm-bud = gt-bud-sal + gt-bud-er.
           compute cm-ytd-act = gt-ytd-act-sal + gt-ytd-act-er.
           compute cm-ytd-bud = gt-ytd-bud-sal + gt-ytd-bud-er.
           perform print-compare-line.

           move "  HEADCOUNT" to rl-label.
           move gt-act-hc to count-edit.
           move count-edit to rl-act.
           move gt-bud-hc to count-edit.
           move count-edit to rl-bud.
           compute hc-var = gt-act-hc - gt-bud-hc.
           move hc-var to count-var-edit.
           move count-var-edit to rl-var.
           move report-line to report-rec.
           write report-rec.
           move spaces to report-line.

           move spaces to report-rec.
           write report-rec.
           move spaces to report-rec.
           move ws-dept-count to total-edit.
           string "DEPARTMENTS REPORTED     : " delimited by size
                  total-edit delimited by size
                  into report-rec.
           write report-rec.
           move spaces to report-rec.
           move ws-over-count to total-edit.
           string "OVER BUDGET / OVER YTD   : " delimited by size
                  total-edit delimited by size
                  into report-rec.
           write report-rec.
           move spaces to report-rec.
           move ws-nobud-count to total-edit.
           string "COST WITH NO BUDGET      : " delimited by size
                  total-edit delimited by size
                  into report-rec.
           write report-rec.
           move spaces to report-rec.
           move ws-overhc-count to total-edit.
           string "OVER APPROVED HEADCOUNT  : " delimited by size
                  total-edit delimited by size
                  into report-rec.
           write report-rec.

           copy WHCALC.
