       fd archive-file
          label records are standard
          value of file-id is ws-archive-name.
       01 archive-rec          pic x(93).

       fd report-file
          label records are standard
           02 rc-stat-slip    pic x.
           02 rc-stat-summ    pic x.
           02 rc-oper         pic x(8).
           02 rc-stat-retro   pic x.
           02 rc-stat-proof   pic x.

       working-storage section.
       01 emp-stat              pic xx.
       01 cf-sss-ee             pic 9(5)v99.
       01 cf-phlth-ee           pic 9(5)v99.
       01 cf-pibig-ee           pic 9(5)v99.
       01 cf-wtax               pic s9(7)v99.
       01 cf-loan-sss           pic 9(5)v99.
       01 cf-loan-pibig         pic 9(5)v99.
       01 cf-loan-adv           pic 9(5)v99.
       01 cf-net                pic 9(9)v99.
       01 cf-tax-adj            pic s9(7)v99.
       01 cf-rows               pic 9(3).

       01 ws-moved-count        pic 9(7) value zero.

      *---- any step status not yet 'C' means a period is in
      *     flight; the close must wait for it.  No control record
      *     at all means nothing is in flight.  The retro and proof
      *     statuses are blank on a record written before those
      *     steps joined the night, which is not a step in flight.
       check-run-control.
           move "n" to ws-open-period.
           open input runctl-file.
                       or (rc-stat-pay   not = "C")
                       or (rc-stat-slip  not = "C")
                       or (rc-stat-summ  not = "C")
                       or ((rc-stat-retro not = "C")
                          and (rc-stat-retro not = space))
                       or ((rc-stat-proof not = "C")
                          and (rc-stat-proof not = space))
                       move "y" to ws-open-period
                    end-if
              end-read
           move zero to cf-loan-pibig.
           move zero to cf-loan-adv.
           move zero to cf-net.
           move zero to cf-tax-adj.
           move zero to cf-rows.
           move em-id to ph-id.
           move spaces to ph-period.
                 add ph-loan-pibig to cf-loan-pibig
                 add ph-loan-adv   to cf-loan-adv
                 add ph-net-pay    to cf-net
                 add ph-tax-adj    to cf-tax-adj
                 delete payhist-file record
                    invalid key
                       display "!!! YEARCLSE: cannot delete row "
           move cf-loan-pibig to ph-loan-pibig.
           move cf-loan-adv   to ph-loan-adv.
           move cf-net        to ph-net-pay.
           move cf-tax-adj    to ph-tax-adj.
           write payhist-record
              invalid key
                 rewrite payhist-record
