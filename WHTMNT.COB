      * per effective date carrying the full table set the pay
      * programs load at run start through WHCALC.CPY: the SSS
      * brackets, the PhilHealth and Pag-IBIG rates and caps, the
      * BIR withholding brackets and the exemptions, and the BIR
      * annual table the year-end annualization taxes the year's
      * compensation on (left at zero, the compiled-in annual
      * table stands).  Every
      * January (or whenever an agency moves mid-year) the new
      * figures are keyed here under their effective date - no
      * recompile - and old periods still recompute under the row
       01 ws-exempt-married   pic 9(5)v99.
       01 ws-exempt-dpndt     pic 9(5)v99.
       01 ws-max-dpndts       pic 9(2).
       01 ws-ann-table.
           02 ws-ann-entry occurs 7 times.
              03 ws-ann-over      pic 9(8)v99.
              03 ws-ann-ceiling   pic 9(8)v99.
              03 ws-ann-base-tax  pic 9(7)v99.
              03 ws-ann-rate      pic v9(4).
       01 ws-ann-exempt-single  pic 9(6)v99.
       01 ws-ann-exempt-married pic 9(6)v99.
       01 ws-ann-exempt-dpndt   pic 9(6)v99.

       77 record-found     pic x.
       77 record-deleted   pic x value "n".
           02 line 16 column 7 value
           "Max dependents         :".

        01 ann-page-scr.
           02 line 2 column 7 value
           "--- BIR ANNUAL TAX TABLE (7 brackets) ---------------".
           02 line 4 column 7 value
           "Br   Over            Ceiling         Base tax    Rate".
           02 line 13 column 7 value
           "Annual exemption single:".
           02 line 14 column 7 value
           "Annual exemption marrd :".
           02 line 15 column 7 value
           "Annual exemption/dpndt :".

       procedure division.
       main.
           move 1 to choice.
           move zero to ws-exempt-married.
           move zero to ws-exempt-dpndt.
           move zero to ws-max-dpndts.
           move zeroes to ws-ann-table.
           move zero to ws-ann-exempt-single.
           move zero to ws-ann-exempt-married.
           move zero to ws-ann-exempt-dpndt.
           if ws-effdate-n > zero
              compute wt-effdate = ws-effdate-n - 1
              start wht-file key is less than or equal wt-effdate
                    end-read
              end-start.

     **-----the four keying pages, re-run whole until the checks
     **     pass, the same shape as the other screens' edit loops
       key-all-pages.
           perform key-sss-page.
           perform key-rates-page.
           perform key-wtax-page.
           perform key-ann-page.
           perform validate-wht-input.
           perform until ws-valid = "Y"
              display (19, 9) ws-errmsg
              perform key-sss-page
              perform key-rates-page
              perform key-wtax-page
              perform key-ann-page
              perform validate-wht-input
           end-perform.

           accept (ws-line, 44) ws-wtax-base-tax (ws-i).
           accept (ws-line, 58) ws-wtax-rate (ws-i).

       key-ann-page.
           display clear-active-screen.
           display ann-page-scr.
           perform paint-ann-page.
           perform accept-one-ann-row varying ws-i from 1 by 1
              until ws-i > 7.
           accept (13, 33) ws-ann-exempt-single.
           accept (14, 33) ws-ann-exempt-married.
           accept (15, 33) ws-ann-exempt-dpndt.

       paint-ann-page.
           perform paint-one-ann-row varying ws-i from 1 by 1
              until ws-i > 7.
           move ws-ann-exempt-single to amount-edit.
           display (13, 45) amount-edit.
           move ws-ann-exempt-married to amount-edit.
           display (14, 45) amount-edit.
           move ws-ann-exempt-dpndt to amount-edit.
           display (15, 45) amount-edit.

       paint-one-ann-row.
           compute ws-line = 4 + ws-i.
           display (ws-line, 7) ws-i.
           move ws-ann-over (ws-i) to amount-edit.
           display (ws-line, 12) amount-edit.
           move ws-ann-ceiling (ws-i) to amount-edit.
           display (ws-line, 28) amount-edit.
           move ws-ann-base-tax (ws-i) to amount-edit.
           display (ws-line, 44) amount-edit.
           move ws-ann-rate (ws-i) to rate-edit.
           display (ws-line, 58) rate-edit.

       accept-one-ann-row.
           compute ws-line = 4 + ws-i.
           accept (ws-line, 12) ws-ann-over (ws-i).
           accept (ws-line, 28) ws-ann-ceiling (ws-i).
           accept (ws-line, 44) ws-ann-base-tax (ws-i).
           accept (ws-line, 58) ws-ann-rate (ws-i).

     **-----display the row on file page by page, paging on ENTER
       display-all-pages.
           display clear-active-screen.
           move ws-exempt-dpndt to small-edit.
           display (15, 45) small-edit.
           display (16, 45) ws-max-dpndts.
           display (19, 9) "Press ENTER for the annual page...".
           accept (19, 45) norec-choice.
           display clear-active-screen.
           display ann-page-scr.
           perform paint-ann-page.

       move-whtrec-to-ws.
           perform move-one-sss-to-ws varying ws-i from 1 by 1
           move wt-exempt-married   to ws-exempt-married.
           move wt-exempt-dpndt     to ws-exempt-dpndt.
           move wt-max-dpndts       to ws-max-dpndts.
           perform move-one-ann-to-ws varying ws-i from 1 by 1
              until ws-i > 7.
           move wt-ann-exempt-single  to ws-ann-exempt-single.
           move wt-ann-exempt-married to ws-ann-exempt-married.
           move wt-ann-exempt-dpndt   to ws-ann-exempt-dpndt.

       move-one-sss-to-ws.
           move wt-sss-ceiling (ws-i) to ws-sss-ceiling (ws-i).
           move wt-wtax-base-tax (ws-i) to ws-wtax-base-tax (ws-i).
           move wt-wtax-rate (ws-i)     to ws-wtax-rate (ws-i).

       move-one-ann-to-ws.
           move wt-ann-over (ws-i)      to ws-ann-over (ws-i).
           move wt-ann-ceiling (ws-i)   to ws-ann-ceiling (ws-i).
           move wt-ann-base-tax (ws-i)  to ws-ann-base-tax (ws-i).
           move wt-ann-rate (ws-i)      to ws-ann-rate (ws-i).

       move-ws-to-whtrec.
           move ws-effdate-n to wt-effdate.
           perform move-one-sss-to-rec varying ws-i from 1 by 1
           move ws-exempt-married   to wt-exempt-married.
           move ws-exempt-dpndt     to wt-exempt-dpndt.
           move ws-max-dpndts       to wt-max-dpndts.
           perform move-one-ann-to-rec varying ws-i from 1 by 1
              until ws-i > 7.
           move ws-ann-exempt-single  to wt-ann-exempt-single.
           move ws-ann-exempt-married to wt-ann-exempt-married.
           move ws-ann-exempt-dpndt   to wt-ann-exempt-dpndt.

       move-one-sss-to-rec.
           move ws-sss-ceiling (ws-i) to wt-sss-ceiling (ws-i).
           move ws-wtax-base-tax (ws-i) to wt-wtax-base-tax (ws-i).
           move ws-wtax-rate (ws-i)     to wt-wtax-rate (ws-i).

       move-one-ann-to-rec.
           move ws-ann-over (ws-i)      to wt-ann-over (ws-i).
           move ws-ann-ceiling (ws-i)   to wt-ann-ceiling (ws-i).
           move ws-ann-base-tax (ws-i)  to wt-ann-base-tax (ws-i).
           move ws-ann-rate (ws-i)      to wt-ann-rate (ws-i).

     **-----field-level checks before a WRITE or REWRITE.  The
     **     bracket searches in WHCALC.CPY walk the ceilings in
     **     order, so out-of-order ceilings would misfile everyone.
              perform check-one-wtax-order varying ws-i from 2 by 1
                 until (ws-i > 7) or (ws-valid = "N").

           if (ws-valid = "Y") and (ws-ann-ceiling (7) > zero)
              perform check-one-ann-order varying ws-i from 2 by 1
                 until (ws-i > 7) or (ws-valid = "N").

           if (ws-valid = "Y") and (ws-phlth-rate = zero)
              move "N" to ws-valid
              move "PhilHealth rate cannot be zero." to ws-errmsg
              move "N" to ws-valid
              move "Tax ceilings must ascend." to ws-errmsg.

       check-one-ann-order.
           if ws-ann-ceiling (ws-i) <= ws-ann-ceiling (ws-i - 1)
              move "N" to ws-valid
              move "Annual tax ceilings must ascend." to ws-errmsg.

     **-----ask the user to key another effective date
       go-again.
           display (22, 10)
