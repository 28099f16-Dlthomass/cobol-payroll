       identification division.
       program-id. PAYPROOF.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * Control-total proof.  The last PAYRUN step: once PAYCALC
      * has posted the period and the money steps (BANKDISB,
      * GLJOURN, REMITTNC) have spooled their files, this foots
      * payhist.dat and proves every output against it before the
      * period is released:
      *   - the period's posted net pay against the netpay.dat
      *     net column
      *   - the period's posted net pay against the bankfile.dat
      *     hash (less the unclaimed entries BANKDISB re-disbursed
      *     on it, which bankreg.dat names) plus the cashpay.dat
      *     cash lines (less its re-listed unclaimed entries)
      *   - the month's posted net pay against the gljourn.dat net
      *     pay clearing credit, and the month's SSS, PhilHealth
      *     and Pag-IBIG (EE plus the ER GLJOURN derives from the
      *     monthly gross), withholding tax and loan recoveries
      *     against its liability credits
      *   - the month's EE shares against the remsss.dat,
      *     remphlth.dat and rempibig.dat EE totals
      * The month is the one the period falls in, both half-month
      * rows counted, as GLJOURN and REMITTNC count it.  A file
      * that is missing, or whose heading names another period or
      * month, fails its comparison the same as a difference.
      * proof.dat is one page: every pair, both amounts and the
      * difference.  Any pair out sets RETURN-CODE 8 so PAYRUN
      * holds the period open.
      *----------------------------------------------------------
       environment division.
       configuration section.
       source-computer. ibm-pc.
       object-computer. ibm-pc.

       input-output section.
       file-control.
           copy EMPFILE.

           copy PAYHFILE.

           copy WHTFILE.

           select netpay-file
                  assign to disk
                  organization is line sequential
                  file status is netpay-stat.

           select bank-file
                  assign to disk
                  organization is line sequential
                  file status is bank-stat.

           select register-file
                  assign to disk
                  organization is line sequential
                  file status is register-stat.

           select cashpay-file
                  assign to disk
                  organization is line sequential
                  file status is cashpay-stat.

           select journal-file
                  assign to disk
                  organization is line sequential
                  file status is journal-stat.

           select remsss-file
                  assign to disk
                  organization is line sequential
                  file status is remsss-stat.

           select remphlth-file
                  assign to disk
                  organization is line sequential
                  file status is remphlth-stat.

           select rempibig-file
                  assign to disk
                  organization is line sequential
                  file status is rempibig-stat.

           select proof-file
                  assign to disk
                  organization is line sequential
                  file status is proof-stat.

           select period-file
                  assign to disk
                  organization is line sequential
                  file status is period-stat.

       data division.
       file section.
      *---- not opened: WHCALC's paragraphs name the employee
      *     fields, and only its employer-share paragraphs are used
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

       fd wht-file
          label records are standard
          value of file-id is 'whtab.dat'.

       01 wht-record.
           copy WHTREC.

      *---- PAYCALC's result line; the net is the last column
       fd netpay-file
          label records are standard
          value of file-id is 'netpay.dat'.
       01 netpay-rec.
           02 np-id-x         pic x(5).
           02 filler          pic x(94).
           02 np-net          pic z(8)9.99.

       fd bank-file
          label records are standard
          value of file-id is 'bankfile.dat'.
       01 bank-line.
           02 bk-acct          pic 9(12).
           02 bk-name          pic x(31).
           02 bk-amount        pic 9(9)v99.

      *---- BANKDISB's register: the heading names the period and
      *     the re-disbursed line totals what rode the hash from
      *     earlier periods
       fd register-file
          label records are standard
          value of file-id is 'bankreg.dat'.
       01 register-rec.
           02 rg-text          pic x(14).
           02 filler           pic x(23).
           02 rg-redisb        pic z(10)9.99.
           02 filler           pic x(49).

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

       fd journal-file
          label records are standard
          value of file-id is 'gljourn.dat'.
       01 journal-rec.
           02 gj-desc          pic x(50).
           02 gj-dr            pic x(14).
           02 filler           pic x(2).
           02 gj-cr            pic -(10)9.99.
           02 filler           pic x(30).

       fd remsss-file
          label records are standard
          value of file-id is 'remsss.dat'.
       01 remsss-rec           pic x(100).

       fd remphlth-file
          label records are standard
          value of file-id is 'remphlth.dat'.
       01 remphlth-rec         pic x(100).

       fd rempibig-file
          label records are standard
          value of file-id is 'rempibig.dat'.
       01 rempibig-rec         pic x(100).

       fd proof-file
          label records are standard
          value of file-id is 'proof.dat'.
       01 proof-rec            pic x(100).

       fd period-file
          label records are standard
          value of file-id is 'payperd.dat'.

       01 period-rec           pic x(6).

       working-storage section.
       01 emp-stat              pic xx.
       01 payhist-stat          pic xx.
       01 netpay-stat           pic xx.
       01 bank-stat             pic xx.
       01 register-stat         pic xx.
       01 cashpay-stat          pic xx.
       01 journal-stat          pic xx.
       01 remsss-stat           pic xx.
       01 remphlth-stat         pic xx.
       01 rempibig-stat         pic xx.
       01 proof-stat            pic xx.
       01 period-stat           pic xx.
       01 ws-eof                pic x value "n".
       01 ws-period             pic x(6).

      *---- the period's month and its two cutoffs: YYYYPP with
      *     the first half odd and the second half even
       01 ws-proof-month.
           02 ws-proof-year      pic x(4).
           02 ws-proof-mm        pic 9(2).
       01 ws-month-pp           pic 9(2).
       01 ws-half-period.
           02 ws-half-year       pic x(4).
           02 ws-half-pp         pic 9(2).
       01 ws-half1-key          pic x(6).
       01 ws-half2-key          pic x(6).

           copy WHDATA.

      *---- one employee's month off payhist, both halves
       01 prev-id               pic 9(5) value zero.
       01 ws-emp-rows           pic 9(3) value zero.
       01 mo-gross              pic 9(9)v99 value zero.

      *---- payhist footings: the period, and the month
       01 ph-per-net            pic s9(11)v99 value zero.
       01 ph-per-count          pic 9(5) value zero.
       01 ph-mo-net             pic s9(11)v99 value zero.
       01 ph-mo-sss-ee          pic s9(11)v99 value zero.
       01 ph-mo-phlth-ee        pic s9(11)v99 value zero.
       01 ph-mo-pibig-ee        pic s9(11)v99 value zero.
       01 ph-mo-sss-er          pic s9(11)v99 value zero.
       01 ph-mo-phlth-er        pic s9(11)v99 value zero.
       01 ph-mo-pibig-er        pic s9(11)v99 value zero.
       01 ph-mo-wtax            pic s9(11)v99 value zero.
       01 ph-mo-loans           pic s9(11)v99 value zero.

      *---- output footings, each with a flag: y found for the
      *     period, n missing, p heading names another period
       01 np-total              pic s9(11)v99 value zero.
       01 np-count              pic 9(5) value zero.
       01 np-ok                 pic x value "n".
       01 bk-total              pic s9(11)v99 value zero.
       01 bk-ok                 pic x value "n".
       01 rg-redisb-total       pic s9(11)v99 value zero.
       01 rg-ok                 pic x value "n".
       01 cp-total              pic s9(11)v99 value zero.
       01 cp-ok                 pic x value "n".
       01 bc-total              pic s9(11)v99 value zero.
       01 bc-ok                 pic x value "n".
       01 gl-netpay             pic s9(11)v99 value zero.
       01 gl-sss                pic s9(11)v99 value zero.
       01 gl-phlth              pic s9(11)v99 value zero.
       01 gl-pibig              pic s9(11)v99 value zero.
       01 gl-wtax               pic s9(11)v99 value zero.
       01 gl-loans              pic s9(11)v99 value zero.
       01 gl-ok                 pic x value "n".
       01 rs-ee                 pic s9(11)v99 value zero.
       01 rs-ok                 pic x value "n".
       01 rh-ee                 pic s9(11)v99 value zero.
       01 rh-ok                 pic x value "n".
       01 rp-ee                 pic s9(11)v99 value zero.
       01 rp-ok                 pic x value "n".
       01 ws-first-line         pic x.
       01 ws-rem-ee             pic 9(9)v99.
       01 ws-edit-amount        pic s9(11)v99.

      *---- an agency list's totals line
       01 ws-rem-line.
           02 rt-label           pic x(11).
           02 filler             pic x(17).
           02 rt-ee              pic z(8)9.99.
           02 filler             pic x(60).

      *---- one comparison, filled by the caller before
      *     PRINT-PROOF-PAIR
       01 cp-left               pic s9(11)v99.
       01 cp-right              pic s9(11)v99.
       01 cp-diff               pic s9(11)v99.
       01 cp-source-ok          pic x.
       01 ws-out-count          pic 9(3) value zero.
       01 ws-pair-count         pic 9(3) value zero.

       01 amount-edit           pic -(11)9.99.
       01 count-edit            pic zz9.

       01 proof-line.
           02 pl-desc            pic x(34).
           02 pl-left            pic x(15).
           02 filler             pic x value space.
           02 pl-right           pic x(15).
           02 filler             pic x value space.
           02 pl-diff            pic x(15).
           02 filler             pic x(2) value spaces.
           02 pl-result          pic x(14).

       procedure division.
       main-process.
           perform read-pay-period.
           perform load-wh-tables.

           open input payhist-file.
           if payhist-stat not = '00'
              display "!!! PAYPROOF: cannot open payhist.dat "
                 payhist-stat
              move 16 to return-code
              goback.

           perform foot-pay-history.
           close payhist-file.

           perform foot-netpay-file.
           perform foot-bank-register.
           perform foot-bank-file.
           perform foot-cashpay-file.
           perform foot-journal-file.
           perform foot-remittance-files.

           open output proof-file.
           perform write-proof-heading.
           perform write-proof-pairs.
           perform write-proof-verdict.
           close proof-file.

           if ws-out-count > zero
              display "!!! PAYPROOF: " ws-out-count
                 " comparison(s) out for period " ws-period
                 " - see proof.dat"
              move 8 to return-code
           else
              display "*** PAYPROOF: period " ws-period
                 " proved against every output"
              move zero to return-code.
           goback.

      *---- the proof is for the period PAYRUN stamped
       read-pay-period.
           open input period-file.
           if period-stat not = '00'
              display "!!! PAYPROOF: cannot open payperd.dat "
                 period-stat
              move 16 to return-code
              goback.
           read period-file
              at end
                 display "!!! PAYPROOF: payperd.dat is empty"
                 move 16 to return-code
                 goback.
           move period-rec to ws-period.
           close period-file.
           move ws-period (1:4) to ws-proof-year.
           move ws-period (5:2) to ws-month-pp.
           compute ws-proof-mm = (ws-month-pp + 1) / 2.
           move ws-proof-year to ws-half-year.
           compute ws-half-pp = (ws-proof-mm * 2) - 1.
           move ws-half-period to ws-half1-key.
           compute ws-half-pp = ws-proof-mm * 2.
           move ws-half-period to ws-half2-key.

      *---- one pass over payhist.dat in key order: the period's
      *     rows foot the period, both half rows of the month foot
      *     the month, and each employee's monthly gross gives the
      *     ER shares on the control break, as GLJOURN works them
       foot-pay-history.
           move low-values to ph-key.
           move "n" to ws-eof.
           start payhist-file key is greater than or equal ph-key
              invalid key move "y" to ws-eof.
           perform foot-one-posting until ws-eof = "y".
           if ws-emp-rows > 0
              perform add-employee-er.

       foot-one-posting.
           read payhist-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if ph-id not = prev-id
                 if ws-emp-rows > 0
                    perform add-employee-er
                 end-if
                 move ph-id to prev-id
                 move zero to ws-emp-rows
                 move zero to mo-gross
              end-if
              if ph-period = ws-period
                 add ph-net-pay to ph-per-net
                 add 1 to ph-per-count
              end-if
              if (ph-period = ws-half1-key)
                 or (ph-period = ws-half2-key)
                 perform add-month-posting
              end-if.

       add-month-posting.
           add 1 to ws-emp-rows.
           add ph-gross    to mo-gross.
           add ph-net-pay  to ph-mo-net.
           add ph-sss-ee   to ph-mo-sss-ee.
           add ph-phlth-ee to ph-mo-phlth-ee.
           add ph-pibig-ee to ph-mo-pibig-ee.
           add ph-wtax     to ph-mo-wtax.
           compute ph-mo-loans = ph-mo-loans
              + ph-loan-sss + ph-loan-pibig + ph-loan-adv.

       add-employee-er.
           move mo-gross to ws-gross.
           perform compute-sss-er.
           perform compute-phlth-er.
           perform compute-pibig-er.
           add ws-sss-er   to ph-mo-sss-er.
           add ws-phlth-er to ph-mo-phlth-er.
           add ws-pibig-er to ph-mo-pibig-er.

      *---- netpay.dat: every line with an em-id up front is an
      *     employee result
       foot-netpay-file.
           open input netpay-file.
           if netpay-stat = '00'
              move "y" to np-ok
              move "n" to ws-eof
              perform foot-one-netpay until ws-eof = "y"
              close netpay-file.

       foot-one-netpay.
           read netpay-file
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if np-id-x is numeric
                 move np-net to ws-edit-amount
                 add ws-edit-amount to np-total
                 add 1 to np-count
              end-if.

      *---- bankreg.dat must be the register for this period; its
      *     re-disbursed line is what the hash carries besides
      *     the period's own pay
       foot-bank-register.
           open input register-file.
           if register-stat = '00'
              move "y" to ws-first-line
              move "n" to ws-eof
              perform foot-one-register-line until ws-eof = "y"
              close register-file.

       foot-one-register-line.
           read register-file
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if ws-first-line = "y"
                 move "n" to ws-first-line
                 if register-rec (27:6) = ws-period
                    move "y" to rg-ok
                 else
                    move "p" to rg-ok
                 end-if
              else
                 if rg-text = "Re-disbursed: "
                    move rg-redisb to ws-edit-amount
                    add ws-edit-amount to rg-redisb-total
                 end-if
              end-if.

      *---- bankfile.dat carries no heading; it is taken as the
      *     period's when the register written beside it is
       foot-bank-file.
           open input bank-file.
           if bank-stat = '00'
              move rg-ok to bk-ok
              if bk-ok = "n"
                 move "p" to bk-ok
              end-if
              move "n" to ws-eof
              perform foot-one-bank-line until ws-eof = "y"
              close bank-file.

       foot-one-bank-line.
           read bank-file
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              add bk-amount to bk-total.

      *---- cashpay.dat: the heading names the period; the lines
      *     BANKDISB re-lists for open unclaimed entries are not
      *     the period's pay
       foot-cashpay-file.
           open input cashpay-file.
           if cashpay-stat = '00'
              move "y" to ws-first-line
              move "n" to ws-eof
              perform foot-one-cash-line until ws-eof = "y"
              close cashpay-file.

       foot-one-cash-line.
           read cashpay-file
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if ws-first-line = "y"
                 move "n" to ws-first-line
                 if cashpay-rec (33:6) = ws-period
                    move "y" to cp-ok
                 else
                    move "p" to cp-ok
                 end-if
              else
                 if (cp-id-x is numeric)
                    and (cp-tail (1:18) not = " (unclaimed period")
                    move cp-amount to ws-edit-amount
                    add ws-edit-amount to cp-total
                 end-if
              end-if.

      *---- gljourn.dat: the heading names the month; the credit
      *     lines are picked out by their account text
       foot-journal-file.
           open input journal-file.
           if journal-stat = '00'
              move "y" to ws-first-line
              move "n" to ws-eof
              perform foot-one-journal-line until ws-eof = "y"
              close journal-file.

       foot-one-journal-line.
           read journal-file
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if ws-first-line = "y"
                 move "n" to ws-first-line
                 if journal-rec (25:6) = ws-proof-month
                    move "y" to gl-ok
                 else
                    move "p" to gl-ok
                 end-if
              else
                 perform pick-journal-credit
              end-if.

       pick-journal-credit.
           evaluate gj-desc
              when "CR SSS PAYABLE (EE+ER)"
                 move gj-cr to ws-edit-amount
                 move ws-edit-amount to gl-sss
              when "CR PHILHEALTH PAYABLE (EE+ER)"
                 move gj-cr to ws-edit-amount
                 move ws-edit-amount to gl-phlth
              when "CR PAG-IBIG PAYABLE (EE+ER)"
                 move gj-cr to ws-edit-amount
                 move ws-edit-amount to gl-pibig
              when "CR WITHHOLDING TAX PAYABLE"
                 move gj-cr to ws-edit-amount
                 move ws-edit-amount to gl-wtax
              when "CR EMPLOYEE LOAN RECOVERIES"
                 move gj-cr to ws-edit-amount
                 move ws-edit-amount to gl-loans
              when "CR NET PAY CLEARING"
                 move gj-cr to ws-edit-amount
                 move ws-edit-amount to gl-netpay
              when other
                 continue
           end-evaluate.

      *---- each agency list: the heading names the month, the
      *     "Employees:" line carries the EE total
       foot-remittance-files.
           open input remsss-file.
           if remsss-stat = '00'
              move "y" to ws-first-line
              move "n" to ws-eof
              perform foot-one-sss-line until ws-eof = "y"
              close remsss-file.
           open input remphlth-file.
           if remphlth-stat = '00'
              move "y" to ws-first-line
              move "n" to ws-eof
              perform foot-one-phlth-line until ws-eof = "y"
              close remphlth-file.
           open input rempibig-file.
           if rempibig-stat = '00'
              move "y" to ws-first-line
              move "n" to ws-eof
              perform foot-one-pibig-line until ws-eof = "y"
              close rempibig-file.

       foot-one-sss-line.
           read remsss-file
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if ws-first-line = "y"
                 move "n" to ws-first-line
                 if remsss-rec (31:6) = ws-proof-month
                    move "y" to rs-ok
                 else
                    move "p" to rs-ok
                 end-if
              else
                 move remsss-rec to ws-rem-line
                 if rt-label = "Employees: "
                    move rt-ee to ws-rem-ee
                    move ws-rem-ee to rs-ee
                 end-if
              end-if.

       foot-one-phlth-line.
           read remphlth-file
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if ws-first-line = "y"
                 move "n" to ws-first-line
                 if remphlth-rec (38:6) = ws-proof-month
                    move "y" to rh-ok
                 else
                    move "p" to rh-ok
                 end-if
              else
                 move remphlth-rec to ws-rem-line
                 if rt-label = "Employees: "
                    move rt-ee to ws-rem-ee
                    move ws-rem-ee to rh-ee
                 end-if
              end-if.

       foot-one-pibig-line.
           read rempibig-file
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              if ws-first-line = "y"
                 move "n" to ws-first-line
                 if rempibig-rec (36:6) = ws-proof-month
                    move "y" to rp-ok
                 else
                    move "p" to rp-ok
                 end-if
              else
                 move rempibig-rec to ws-rem-line
                 if rt-label = "Employees: "
                    move rt-ee to ws-rem-ee
                    move ws-rem-ee to rp-ee
                 end-if
              end-if.

       write-proof-heading.
           move spaces to proof-rec.
           string "PAYROLL CONTROL-TOTAL PROOF - PERIOD "
                     delimited by size
                  ws-period delimited by size
                  "  (MONTH " delimited by size
                  ws-proof-month delimited by size
                  ")" delimited by size
                  into proof-rec.
           write proof-rec.
           move spaces to proof-rec.
           write proof-rec.
           move spaces to proof-line.
           move "COMPARISON" to pl-desc.
           move "        PAYHIST" to pl-left.
           move "         OUTPUT" to pl-right.
           move "     DIFFERENCE" to pl-diff.
           move "RESULT" to pl-result.
           move proof-line to proof-rec.
           write proof-rec.
           move all "-" to proof-rec.
           write proof-rec.

      *---- the pairs, period first, then the journal, then the
      *     agency lists
       write-proof-pairs.
           move "PERIOD NET PAY / NETPAY.DAT" to pl-desc.
           move ph-per-net to cp-left.
           move np-total to cp-right.
           move np-ok to cp-source-ok.
           perform print-proof-pair.

           compute bc-total = bk-total - rg-redisb-total + cp-total.
           move "y" to bc-ok.
           if (bk-ok not = "y") or (cp-ok not = "y")
              move "n" to bc-ok
              if (bk-ok = "p") or (cp-ok = "p")
                 move "p" to bc-ok.
           move "PERIOD NET PAY / BANK + CASH" to pl-desc.
           move ph-per-net to cp-left.
           move bc-total to cp-right.
           move bc-ok to cp-source-ok.
           perform print-proof-pair.
           perform write-bank-cash-detail.

           move spaces to proof-rec.
           write proof-rec.

           move "MONTH NET PAY / GL NET CLEARING" to pl-desc.
           move ph-mo-net to cp-left.
           move gl-netpay to cp-right.
           move gl-ok to cp-source-ok.
           perform print-proof-pair.

           move "MONTH SSS EE+ER / GL PAYABLE" to pl-desc.
           compute cp-left = ph-mo-sss-ee + ph-mo-sss-er.
           move gl-sss to cp-right.
           move gl-ok to cp-source-ok.
           perform print-proof-pair.

           move "MONTH PHILHEALTH EE+ER / GL" to pl-desc.
           compute cp-left = ph-mo-phlth-ee + ph-mo-phlth-er.
           move gl-phlth to cp-right.
           move gl-ok to cp-source-ok.
           perform print-proof-pair.

           move "MONTH PAG-IBIG EE+ER / GL" to pl-desc.
           compute cp-left = ph-mo-pibig-ee + ph-mo-pibig-er.
           move gl-pibig to cp-right.
           move gl-ok to cp-source-ok.
           perform print-proof-pair.

           move "MONTH WITHHOLDING TAX / GL" to pl-desc.
           move ph-mo-wtax to cp-left.
           move gl-wtax to cp-right.
           move gl-ok to cp-source-ok.
           perform print-proof-pair.

           move "MONTH LOAN RECOVERIES / GL" to pl-desc.
           move ph-mo-loans to cp-left.
           move gl-loans to cp-right.
           move gl-ok to cp-source-ok.
           perform print-proof-pair.

           move spaces to proof-rec.
           write proof-rec.

           move "MONTH SSS EE / REMSSS.DAT" to pl-desc.
           move ph-mo-sss-ee to cp-left.
           move rs-ee to cp-right.
           move rs-ok to cp-source-ok.
           perform print-proof-pair.

           move "MONTH PHILHEALTH EE / REMPHLTH" to pl-desc.
           move ph-mo-phlth-ee to cp-left.
           move rh-ee to cp-right.
           move rh-ok to cp-source-ok.
           perform print-proof-pair.

           move "MONTH PAG-IBIG EE / REMPIBIG" to pl-desc.
           move ph-mo-pibig-ee to cp-left.
           move rp-ee to cp-right.
           move rp-ok to cp-source-ok.
           perform print-proof-pair.

      *---- how the bank + cash figure was built, so a difference
      *     can be traced to the file it came from
       write-bank-cash-detail.
           move bk-total to amount-edit.
           move spaces to proof-rec.
           string "    bankfile.dat hash          " delimited by size
                  amount-edit delimited by size
                  into proof-rec.
           write proof-rec.
           move rg-redisb-total to amount-edit.
           move spaces to proof-rec.
           string "    less re-disbursed unclaimed" delimited by size
                  amount-edit delimited by size
                  into proof-rec.
           write proof-rec.
           move cp-total to amount-edit.
           move spaces to proof-rec.
           string "    plus cashpay.dat cash lines" delimited by size
                  amount-edit delimited by size
                  into proof-rec.
           write proof-rec.

      *---- a missing file or one for another period is out
       print-proof-pair.
           add 1 to ws-pair-count.
           compute cp-diff = cp-left - cp-right.
           move cp-left to amount-edit.
           move amount-edit to pl-left.
           move cp-diff to amount-edit.
           move amount-edit to pl-diff.
           evaluate cp-source-ok
              when "n"
                 move spaces to pl-right
                 move spaces to pl-diff
                 move "** NO FILE **" to pl-result
                 add 1 to ws-out-count
              when "p"
                 move cp-right to amount-edit
                 move amount-edit to pl-right
                 move "** OTHER PD **" to pl-result
                 add 1 to ws-out-count
              when other
                 move cp-right to amount-edit
                 move amount-edit to pl-right
                 if cp-diff = zero
                    move "AGREES" to pl-result
                 else
                    move "** OUT **" to pl-result
                    add 1 to ws-out-count
                 end-if
           end-evaluate.
           move proof-line to proof-rec.
           write proof-rec.
           move spaces to proof-line.

       write-proof-verdict.
           move all "-" to proof-rec.
           write proof-rec.
           move ph-per-count to count-edit.
           move spaces to proof-rec.
           string "Posted rows for the period: " delimited by size
                  count-edit delimited by size
                  into proof-rec.
           write proof-rec.
           move np-count to count-edit.
           move spaces to proof-rec.
           string "Result lines on netpay.dat: " delimited by size
                  count-edit delimited by size
                  into proof-rec.
           write proof-rec.
           move spaces to proof-rec.
           write proof-rec.
           move spaces to proof-rec.
           if ws-out-count = zero
              move ws-pair-count to count-edit
              string "PROOF BALANCED - all " delimited by size
                     count-edit delimited by size
                     " pairs agree; the period may be released"
                        delimited by size
                     into proof-rec
           else
              move ws-out-count to count-edit
              string "** " delimited by size
                     count-edit delimited by size
                     " PAIR(S) OUT - DO NOT RELEASE THE PERIOD **"
                        delimited by size
                     into proof-rec.
           write proof-rec.

           copy WHCALC.
