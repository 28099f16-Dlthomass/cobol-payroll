      *----------------------------------------------------------
      * General ledger journal interface.  Runs after the pay run
      * (and after BANKDISB, though it only needs the postings)
      * and spools the month's payroll as a balanced journal to
      * gljourn.dat, so accounting imports it instead of re-keying
      * the DEPTSUMM report and the bankreg.dat totals by hand.
      * The month is the one the period in payperd.dat falls in;
      * a semi-monthly employee's two half-month rows are rolled
      * up into the month before anything is journalled:
      *   - one salary expense debit per department from the
      *     posted ph-gross, grouped on emp-dept against
      *     deptmst.dat the way DEPTSUMM groups
      *     gross off the same tables REMITTNC files
      *   - credit lines for each liability: SSS payable (EE plus
      *     ER), PhilHealth payable (EE plus ER), Pag-IBIG payable
      *     (EE plus ER), withholding tax payable (printed with a
      *     minus when December true-up refunds exceed the month's
      *     withholding), the loan recoveries, and the net-pay
      *     clearing account that bankfile.dat draws down
      *   - a proof line showing total debits against total
      *     credits before accounting imports anything
      * Employees with no posted row for the month were not paid
      * and contribute nothing; terminated employees with a posted
      * row are in, because their money moved.
      *----------------------------------------------------------
       01 ws-eof                pic x value "n".
       01 ws-period             pic x(6).
       01 ws-paid               pic x.

      *---- the journal month and its two cutoffs: YYYYPP with the
      *     first half odd and the second half even
       01 ws-journal-month.
           02 ws-journal-year    pic x(4).
           02 ws-journal-mm      pic 9(2).
       01 ws-month-pp           pic 9(2).
       01 ws-half-period.
           02 ws-half-year       pic x(4).
           02 ws-half-pp         pic 9(2).

      *---- one employee's month, both halves added together
       01 mo-gross              pic 9(9)v99.
       01 mo-sss-ee             pic 9(6)v99.
       01 mo-phlth-ee           pic 9(6)v99.
       01 mo-pibig-ee           pic 9(6)v99.
       01 mo-wtax               pic s9(8)v99.
       01 mo-loans              pic 9(7)v99.
       01 mo-net-pay            pic 9(9)v99.
       01 ws-dept-open          pic x value "n".
       01 ws-dept-desc          pic x(30).

       01 cr-sss                pic 9(11)v99 value zero.
       01 cr-phlth              pic 9(11)v99 value zero.
       01 cr-pibig              pic 9(11)v99 value zero.
       01 cr-wtax               pic s9(11)v99 value zero.
       01 cr-loans              pic 9(11)v99 value zero.
       01 cr-netpay             pic 9(11)v99 value zero.

       01 tot-debits            pic 9(13)v99 value zero.
       01 tot-credits           pic 9(13)v99 value zero.

       01 amount-edit           pic -(10)9.99.

       01 journal-line.
           02 jl-desc            pic x(50).

           open output journal-file.
           move spaces to journal-rec.
           string "PAYROLL JOURNAL - MONTH " delimited by size
                  ws-journal-month delimited by size
                  into journal-rec.
           write journal-rec.
           move spaces to journal-rec.
           close journal-file.
           goback.

      *---- the journal describes the month of the period the pay
      *     run posted
       read-pay-period.
           open input period-file.
           if period-stat not = '00'
                 goback.
           move period-rec to ws-period.
           close period-file.
           move ws-period (1:4) to ws-journal-year.
           move ws-period (5:2) to ws-month-pp.
           compute ws-journal-mm = (ws-month-pp + 1) / 2.
           move ws-journal-year to ws-half-year.
           if ws-month-pp = (ws-journal-mm * 2) - 1
              display "*** GLJOURN: period " ws-period
                 " is a first half - the month's second half "
                 "is not posted yet".

      *---- sort input pass: one row per posted employee, and the
      *     liability credits accumulated on the way through
           if ws-eof not = "y"
              perform get-posted-period
              if ws-paid = "y"
                 move mo-gross to ws-gross
                 perform compute-sss-er
                 perform compute-phlth-er
                 perform compute-pibig-er
                 perform accumulate-credits
                 move emp-dept    to sw-dept
                 move em-id       to sw-id
                 move mo-gross    to sw-gross
                 move ws-er-total to sw-er-total
                 release sort-rec
              end-if.

      *---- the month is the first-half row plus the second-half
      *     row, either of which may be absent; the employer shares
      *     are worked on the combined monthly gross
       get-posted-period.
           move "n" to ws-paid.
           move zero to mo-gross.
           move zero to mo-sss-ee.
           move zero to mo-phlth-ee.
           move zero to mo-pibig-ee.
           move zero to mo-wtax.
           move zero to mo-loans.
           move zero to mo-net-pay.
           compute ws-half-pp = (ws-journal-mm * 2) - 1.
           perform add-posted-half.
           compute ws-half-pp = ws-journal-mm * 2.
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
                 add ph-wtax     to mo-wtax
                 compute mo-loans = mo-loans
                    + ph-loan-sss + ph-loan-pibig + ph-loan-adv
                 add ph-net-pay  to mo-net-pay
           end-read.

      *---- each liability credits what was withheld plus, for the
      *     agencies, the employer counterpart the ER expense
      *     debit carries on the other side
       accumulate-credits.
           compute cr-sss = cr-sss + mo-sss-ee + ws-sss-er.
           compute cr-phlth = cr-phlth + mo-phlth-ee + ws-phlth-er.
           compute cr-pibig = cr-pibig + mo-pibig-ee + ws-pibig-er.
           add mo-wtax to cr-wtax.
           add mo-loans to cr-loans.
           add mo-net-pay to cr-netpay.

      *---- sort output pass: control break on department for the
      *     expense debits, then the credit block and the proof
