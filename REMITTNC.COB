
      *----------------------------------------------------------
      * Monthly employer remittance run.  Walks empdb.dat in
      * em-id order for the month of the period in payperd.dat
      * and pulls each employee's gross and employee shares from
      * the payhist.dat rows PAYCALC posted for that month - a
      * semi-monthly employee's two half-month rows rolled up
      * into the one monthly figure the agencies expect.  The
      * remittance files exactly the deductions the pay run
      * took, the same way BANKDISB pays exactly what was
      * computed, then derives the employer shares from the
      * month's combined gross off the WHDATA.CPY tables and
      * spools one fixed-layout contribution list per agency:
      *   remsss.dat   - SSS     (emp-sss number)
      *   remphlth.dat - PhilHealth (emp-phlth number)
      *   rempibig.dat - Pag-IBIG   (emp-pibig number)
      * Each line carries the government number, name, employee
      * share, employer share and line total; each list closes
      * with the agency grand totals the filing is checked
      * against.  Employees with no posted row for the month were
      * not paid and are not listed; employees terminated since
      * the pay run still are, because their shares were withheld
      * from their final pay and must be remitted.
       01 ws-period             pic x(6).
       01 ws-paid               pic x.

      *---- the remittance month and its two cutoffs: YYYYPP with
      *     the first half odd and the second half even
       01 ws-remit-month.
           02 ws-remit-year      pic x(4).
           02 ws-remit-mm        pic 9(2).
       01 ws-month-pp           pic 9(2).
       01 ws-half-period.
           02 ws-half-year       pic x(4).
           02 ws-half-pp         pic 9(2).

      *---- one employee's month, both halves added together
       01 mo-gross              pic 9(9)v99.
       01 mo-sss-ee             pic 9(6)v99.
       01 mo-phlth-ee           pic 9(6)v99.
       01 mo-pibig-ee           pic 9(6)v99.

           copy WHDATA.

       01 ws-line-total         pic 9(6)v99.

           open output remsss-file.
           move spaces to remsss-rec.
           string "SSS CONTRIBUTION LIST - MONTH " delimited by size
                  ws-remit-month delimited by size
                  into remsss-rec.
           write remsss-rec.

           open output remphlth-file.
           move spaces to remphlth-rec.
           string "PHILHEALTH CONTRIBUTION LIST - MONTH "
                     delimited by size
                  ws-remit-month delimited by size
                  into remphlth-rec.
           write remphlth-rec.

           open output rempibig-file.
           move spaces to rempibig-rec.
           string "PAG-IBIG CONTRIBUTION LIST - MONTH "
                     delimited by size
                  ws-remit-month delimited by size
                  into rempibig-rec.
           write rempibig-rec.

           close rempibig-file.
           goback.

      *---- the remittance month is the month of the period the
      *     pay runs used
       read-pay-period.
           open input period-file.
           if period-stat not = '00'
                 goback.
           move period-rec to ws-period.
           close period-file.
           move ws-period (1:4) to ws-remit-year.
           move ws-period (5:2) to ws-month-pp.
           compute ws-remit-mm = (ws-month-pp + 1) / 2.
           move ws-remit-year to ws-half-year.
           if ws-month-pp = (ws-remit-mm * 2) - 1
              display "*** REMITTNC: period " ws-period
                 " is a first half - the month's second half "
                 "is not posted yet".

      *---- the posted row, not the current emp-recstat, is the
      *     authority: an employee terminated since the pay run
              perform get-posted-period
              if ws-paid = "y"
                 add 1 to ws-emp-count
                 move mo-gross to ws-gross
                 perform compute-sss-er
                 perform compute-phlth-er
                 perform compute-pibig-er
                 perform write-pibig-line
              end-if.

      *---- the posted rows carry the gross the pay run used and
      *     the employee shares it actually deducted; the month is
      *     the first-half row plus the second-half row, either of
      *     which may be absent
       get-posted-period.
           move "n" to ws-paid.
           move zero to mo-gross.
           move zero to mo-sss-ee.
           move zero to mo-phlth-ee.
           move zero to mo-pibig-ee.
           compute ws-half-pp = (ws-remit-mm * 2) - 1.
           perform add-posted-half.
           compute ws-half-pp = ws-remit-mm * 2.
           perform add-posted-half.

       add-posted-half.
           move em-id to ph-id.
           move ws-half-period to ph-period.
           read payhist-file record
              invalid key continue
              not invalid key
                 move "y" to ws-paid
                 add ph-gross    to mo-gross
                 add ph-sss-ee   to mo-sss-ee
                 add ph-phlth-ee to mo-phlth-ee
                 add ph-pibig-ee to mo-pibig-ee
           end-read.

       write-sss-line.
           add mo-sss-ee to tot-sss-ee.
           add ws-sss-er to tot-sss-er.
           move emp-sss to rm-govno.
           perform fill-common-line-fields.
           move mo-sss-ee to rm-ee.
           move ws-sss-er to rm-er.
           compute ws-line-total = mo-sss-ee + ws-sss-er.
           move ws-line-total to rm-total.
           move spaces to remsss-rec.
           move remit-line to remsss-rec.
           write remsss-rec.

       write-phlth-line.
           add mo-phlth-ee to tot-phlth-ee.
           add ws-phlth-er to tot-phlth-er.
           move emp-phlth to rm-govno.
           perform fill-common-line-fields.
           move mo-phlth-ee to rm-ee.
           move ws-phlth-er to rm-er.
           compute ws-line-total = mo-phlth-ee + ws-phlth-er.
           move ws-line-total to rm-total.
           move spaces to remphlth-rec.
           move remit-line to remphlth-rec.
           write remphlth-rec.

       write-pibig-line.
           add mo-pibig-ee to tot-pibig-ee.
           add ws-pibig-er to tot-pibig-er.
           move emp-pibig to rm-govno.
           perform fill-common-line-fields.
           move mo-pibig-ee to rm-ee.
           move ws-pibig-er to rm-er.
           compute ws-line-total = mo-pibig-ee + ws-pibig-er.
           move ws-line-total to rm-total.
           move spaces to rempibig-rec.
           move remit-line to rempibig-rec.
