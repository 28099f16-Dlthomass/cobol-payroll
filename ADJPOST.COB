      * the period's payhist.dat row is adjusted in place, so
      * PAYSLIP's YTD, ANNSTMT and REMITTNC all pick the
      * correction up automatically.  A missed period (no posted
      * row yet) takes a fresh row for an earning.  A December
      * row's year-end tax adjustment rides through untouched, and
      * a semi-monthly employee's half-month row is reworked on
      * the month the way PAYCALC split it.  The row is
      * adjusted rather than duplicated because ph-key is one row
      * per employee per period and every report and disbursement
      * reads it by that key.
      *     each correction computes under the table in force for
      *     the period it corrects
       01 ws-period               pic x(6) value spaces.
       01 ws-adj-pp               pic 9(2).

      *---- restart/checkpoint support, same shape and reason as
      *     HRINTAKE's: a crash after a REWRITE must not let a
      *     rewritten whole so every reader sees the corrected
      *     period figures under the same key
       adjust-posted-row.
           perform set-adjust-half.
           perform get-posted-row.
           if ws-posted = "n"
              if adj-type = "D"
           else
              perform rework-existing-row.

      *---- a semi-monthly employee's odd period is a first half;
      *     an even one is a second half when its first half was
      *     posted, and its shares are then reworked on the
      *     combined month the way PAYCALC worked them.  Anything
      *     else is a whole month.
       set-adjust-half.
           move space to ws-pay-half.
           move zero to ws-half1-gross.
           move zero to ws-half1-sss-ee.
           move zero to ws-half1-phlth-ee.
           move zero to ws-half1-pibig-ee.
           move zero to ws-half1-wtax.
           if emp-payfreq = "S"
              move adj-period (5:2) to ws-adj-pp
              if function mod (ws-adj-pp, 2) = 1
                 move "1" to ws-pay-half
              else
                 perform set-half1-period
                 move adj-id to ph-id
                 move ws-half1-period to ph-period
                 read payhist-file record
                    invalid key continue
                    not invalid key
                       move "2" to ws-pay-half
                       move ph-gross    to ws-half1-gross
                       move ph-sss-ee   to ws-half1-sss-ee
                       move ph-phlth-ee to ws-half1-phlth-ee
                       move ph-pibig-ee to ws-half1-pibig-ee
                       compute ws-half1-wtax = ph-wtax - ph-tax-adj
                 end-read
              end-if
           end-if.

       get-posted-row.
           move "n" to ws-posted.
           move adj-id to ph-id.
      *     the tables directly, a one-employee PAYCALC in miniature
       post-fresh-row.
           move adj-amount to ws-gross.
           perform compute-period-shares.
           compute ws-new-net = ws-gross - ws-sss-ee - ws-phlth-ee
              - ws-pibig-ee - ws-wtax.
           if ws-new-net < zero
              move ws-phlth-ee to ph-phlth-ee
              move ws-pibig-ee to ph-pibig-ee
              move ws-wtax     to ph-wtax
              move zero to ph-tax-adj
              move zero to ph-loan-sss
              move zero to ph-loan-pibig
              move zero to ph-loan-adv
           move ph-sss-ee   to old-sss-ee.
           move ph-phlth-ee to old-phlth-ee.
           move ph-pibig-ee to old-pibig-ee.
           compute old-wtax = ph-wtax - ph-tax-adj.
           compute old-loan-total =
              ph-loan-sss + ph-loan-pibig + ph-loan-adv.

              perform reject-adjustment
           else
              move ws-new-gross to ws-gross
              perform compute-period-shares
              compute ws-new-net = ws-gross - ws-sss-ee
                 - ws-phlth-ee - ws-pibig-ee - ws-wtax
                 - ph-tax-adj - old-loan-total
              if ws-new-net < zero
                 move "corrected net would go negative"
                    to audit-detail
                 move ws-sss-ee   to ph-sss-ee
                 move ws-phlth-ee to ph-phlth-ee
                 move ws-pibig-ee to ph-pibig-ee
                 compute ph-wtax = ws-wtax + ph-tax-adj
                 move ws-new-net  to ph-net-pay
                 rewrite payhist-record
                    invalid key
