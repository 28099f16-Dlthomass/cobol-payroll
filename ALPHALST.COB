       identification division.
       program-id. ALPHALST.
       author. Castillo, Beverly May S.
       date-written. September 1, 2026.
       date-compiled.

      *----------------------------------------------------------
      * BIR alphalist of employees.  For the year named by the
      * period in payperd.dat (run after the December pay has
      * posted its year-end withholding true-up), walks empdb.dat
      * in em-id order and totals every payhist.dat row each
      * employee has in the year - the YEARCLSE carried-forward
      * row YYYY00 and separated employees included, as on
      * ANNSTMT's certificates - then re-works the annual tax due
      * on the whtab.dat annual table the same way PAYCALC's
      * December run did.  One fixed-column line per employee is
      * spooled to alphalst.dat: TIN, name, annual gross, the
      * non-taxable statutory contributions, taxable pay, tax
      * due, tax withheld before the true-up, and the true-up
      * posted (negative = refunded).  Anyone whose withholding
      * still does not square with the tax due - a separated
      * employee with no December pay to adjust, or a shortfall
      * larger than the December net - is flagged UNDER or OVER
      * for the year-end return.
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

           select alpha-file
                  assign to disk
                  organization is line sequential
                  file status is alpha-stat.

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

       fd wht-file
          label records are standard
          value of file-id is 'whtab.dat'.

       01 wht-record.
           copy WHTREC.

       fd alpha-file
          label records are standard
          value of file-id is 'alphalst.dat'.
       01 alpha-rec            pic x(132).

       fd period-file
          label records are standard
          value of file-id is 'payperd.dat'.

       01 period-rec           pic x(6).

       working-storage section.
       01 emp-stat              pic xx.
       01 payhist-stat          pic xx.
       01 alpha-stat            pic xx.
       01 period-stat           pic xx.
       01 ws-eof                pic x value "n".
       01 ws-hist-eof           pic x.
       01 ws-period             pic x(6).
       01 ws-year               pic x(4).

      *---- the employee's year, as the alphalist reports it
       01 alp-periods           pic 9(2).
       01 alp-withheld          pic s9(9)v99.
       01 alp-adj               pic s9(9)v99.
       01 alp-balance           pic s9(9)v99.

      *---- report totals
       01 ws-line-count         pic 9(5) value zero.
       01 ws-flag-count         pic 9(5) value zero.
       01 tot-gross             pic 9(11)v99 value zero.
       01 tot-contrib           pic 9(11)v99 value zero.
       01 tot-taxable           pic s9(11)v99 value zero.
       01 tot-tax-due           pic 9(11)v99 value zero.
       01 tot-withheld          pic s9(11)v99 value zero.
       01 tot-adj               pic s9(11)v99 value zero.

           copy WHDATA.

       01 count-edit            pic z(4)9.
       01 total-edit            pic z(10)9.99.
       01 stotal-edit           pic -(10)9.99.

       01 alpha-line.
           02 al-tin             pic 9(12).
           02 filler             pic x value space.
           02 al-lname           pic a(15).
           02 filler             pic x value space.
           02 al-fname           pic a(15).
           02 filler             pic x value space.
           02 al-minit           pic a.
           02 filler             pic x value space.
           02 al-gross           pic z(8)9.99.
           02 filler             pic x value space.
           02 al-contrib         pic z(7)9.99.
           02 filler             pic x value space.
           02 al-taxable         pic z(8)9.99.
           02 filler             pic x value space.
           02 al-tax-due         pic z(7)9.99.
           02 filler             pic x value space.
           02 al-withheld        pic -(7)9.99.
           02 filler             pic x value space.
           02 al-adj             pic -(7)9.99.
           02 filler             pic x value space.
           02 al-flag            pic x(5).

       procedure division.
       main-process.
           perform read-pay-year.
           perform load-wh-tables.

           open input emp-file.
           if emp-stat not = '00'
              display "!!! ALPHALST: cannot open empdb.dat " emp-stat
              move 16 to return-code
              goback.

           open input payhist-file.
           if payhist-stat not = '00'
              display "!!! ALPHALST: cannot open payhist.dat "
                 payhist-stat
              move 16 to return-code
              goback.

           open output alpha-file.
           move spaces to alpha-rec.
           string "BIR ALPHALIST OF EMPLOYEES FOR YEAR "
                     delimited by size
                  ws-year delimited by size
                  into alpha-rec.
           write alpha-rec.
           move spaces to alpha-rec.
           string "TIN          LASTNAME        FIRSTNAME       MI "
                     delimited by size
                  "  ANNUAL-GROSS NON-TAX-CTB  TAXABLE-PAY "
                     delimited by size
                  "    TAX-DUE    WITHHELD  YR-END-ADJ FLAG"
                     delimited by size
                  into alpha-rec.
           write alpha-rec.

           move zeroes to em-id.
           start emp-file key is greater than or equal em-id
              invalid key move "y" to ws-eof.

           perform process-one-employee until ws-eof = "y".

           perform write-alpha-totals.

           close emp-file.
           close payhist-file.
           close alpha-file.
           move ws-line-count to count-edit.
           display "*** ALPHALST: " count-edit
              " employees listed on alphalst.dat".
           goback.

      *---- the list year is the year of the period on file, and
      *     the tables are the ones in force for that period
       read-pay-year.
           open input period-file.
           if period-stat not = '00'
              display "!!! ALPHALST: cannot open payperd.dat "
                 period-stat
              move 16 to return-code
              goback.
           read period-file
              at end
                 display "!!! ALPHALST: payperd.dat is empty"
                 move 16 to return-code
                 goback.
           move period-rec to ws-period.
           move period-rec (1:4) to ws-year.
           close period-file.

      *---- anyone with a posted row in the year is listed,
      *     whatever emp-recstat says now
       process-one-employee.
           read emp-file next record
              at end move "y" to ws-eof.
           if ws-eof not = "y"
              perform accumulate-year
              if alp-periods > 0
                 perform compute-annual-wtax
                 perform write-alpha-line
              end-if.

      *---- the withholding column is what the year's pays took
      *     before the true-up; the true-up is reported apart
       accumulate-year.
           move zero to ws-ann-gross.
           move zero to ws-ann-contrib.
           move zero to alp-withheld.
           move zero to alp-adj.
           move zero to alp-periods.
           move em-id to ph-id.
           move spaces to ph-period.
           move ws-year to ph-period (1:4).
           move "00" to ph-period (5:2).
           move "n" to ws-hist-eof.
           start payhist-file key is greater than or equal ph-key
              invalid key move "y" to ws-hist-eof
           end-start.
           perform add-one-year-row until ws-hist-eof = "y".

       add-one-year-row.
           read payhist-file next record
              at end move "y" to ws-hist-eof.
           if ws-hist-eof not = "y"
              if (ph-id not = em-id)
                 or (ph-period (1:4) not = ws-year)
                 move "y" to ws-hist-eof
              else
                 add 1 to alp-periods
                 add ph-gross to ws-ann-gross
                 compute ws-ann-contrib = ws-ann-contrib
                    + ph-sss-ee + ph-phlth-ee + ph-pibig-ee
                 compute alp-withheld = alp-withheld
                    + ph-wtax - ph-tax-adj
                 add ph-tax-adj to alp-adj.

       write-alpha-line.
           add 1 to ws-line-count.
           if ws-ann-taxable < zero
              move zero to ws-ann-taxable.
           compute alp-balance =
              ws-ann-tax-due - alp-withheld - alp-adj.
           move spaces to al-flag.
           if alp-balance > zero
              move "UNDER" to al-flag
              add 1 to ws-flag-count
           else
              if alp-balance < zero
                 move "OVER" to al-flag
                 add 1 to ws-flag-count.
           move emp-tin        to al-tin.
           move emp-lname      to al-lname.
           move emp-fname      to al-fname.
           move emp-minit      to al-minit.
           move ws-ann-gross   to al-gross.
           move ws-ann-contrib to al-contrib.
           move ws-ann-taxable to al-taxable.
           move ws-ann-tax-due to al-tax-due.
           move alp-withheld   to al-withheld.
           move alp-adj        to al-adj.
           move spaces to alpha-rec.
           move alpha-line to alpha-rec.
           write alpha-rec.
           add ws-ann-gross   to tot-gross.
           add ws-ann-contrib to tot-contrib.
           add ws-ann-taxable to tot-taxable.
           add ws-ann-tax-due to tot-tax-due.
           add alp-withheld   to tot-withheld.
           add alp-adj        to tot-adj.

       write-alpha-totals.
           move spaces to alpha-rec.
           write alpha-rec.
           move ws-line-count to count-edit.
           move spaces to alpha-rec.
           string "Employees listed : " delimited by size
                  count-edit           delimited by size
                  into alpha-rec.
           write alpha-rec.
           move ws-flag-count to count-edit.
           move spaces to alpha-rec.
           string "Not squared      : " delimited by size
                  count-edit           delimited by size
                  into alpha-rec.
           write alpha-rec.
           move tot-gross to total-edit.
           move spaces to alpha-rec.
           string "Total gross      : " delimited by size
                  total-edit           delimited by size
                  into alpha-rec.
           write alpha-rec.
           move tot-contrib to total-edit.
           move spaces to alpha-rec.
           string "Total non-taxable: " delimited by size
                  total-edit           delimited by size
                  into alpha-rec.
           write alpha-rec.
           move tot-taxable to total-edit.
           move spaces to alpha-rec.
           string "Total taxable    : " delimited by size
                  total-edit           delimited by size
                  into alpha-rec.
           write alpha-rec.
           move tot-tax-due to total-edit.
           move spaces to alpha-rec.
           string "Total tax due    : " delimited by size
                  total-edit           delimited by size
                  into alpha-rec.
           write alpha-rec.
           move tot-withheld to stotal-edit.
           move spaces to alpha-rec.
           string "Total withheld   : " delimited by size
                  stotal-edit          delimited by size
                  into alpha-rec.
           write alpha-rec.
           move tot-adj to stotal-edit.
           move spaces to alpha-rec.
           string "Total year-end   : " delimited by size
                  stotal-edit          delimited by size
                  into alpha-rec.
           write alpha-rec.

           copy WHCALC.
