       01 ot-premium-rate        pic 9v99 value 1.25.
       01 std-hours-per-day      pic 9(2) value 8.

      *---- holiday, rest-day and night-differential hours off the
      *     same timesheet, paid at the legal rates on the basic
      *     hourly rate: hours worked on a regular holiday 200%, on
      *     a special day 130%, on a rest day 130%, on a regular
      *     holiday that is also a rest day 260%, on a special day
      *     that is also a rest day 150%; night hours (10pm-6am)
      *     earn 10% on top of whatever they were paid; an unworked
      *     regular holiday the employee qualified for is a day's
      *     pay.  Each premium is kept apart for the payslip.
       01 ws-rhhrs               pic 9(3)v9.
       01 ws-shhrs               pic 9(3)v9.
       01 ws-rdhrs               pic 9(3)v9.
       01 ws-rhrdhrs             pic 9(3)v9.
       01 ws-shrdhrs             pic 9(3)v9.
       01 ws-ndhrs               pic 9(3)v9.
       01 ws-rhdays              pic 9(2).
       01 rh-premium-rate        pic 9v99 value 2.00.
       01 sh-premium-rate        pic 9v99 value 1.30.
       01 rd-premium-rate        pic 9v99 value 1.30.
       01 rhrd-premium-rate      pic 9v99 value 2.60.
       01 shrd-premium-rate      pic 9v99 value 1.50.
       01 nd-premium-rate        pic 9v99 value 0.10.
       01 ws-rh-pay              pic 9(7)v99.
       01 ws-sh-pay              pic 9(7)v99.
       01 ws-rd-pay              pic 9(7)v99.
       01 ws-hrd-pay             pic 9(7)v99.
       01 ws-nd-pay              pic 9(7)v99.
       01 ws-rhu-pay             pic 9(7)v99.
       01 ws-premium-pay         pic 9(8)v99.

      *---- SSS contribution table (monthly comp bracket): the
      *     employee share the pay run deducts and the employer
      *     share the monthly remittance files alongside it
       01 wtax-exempt-per-dpndt  pic 9(5)v99 value 666.67.
       01 wtax-max-dpndts        pic 9(2) value 4.

      *---- BIR annual tax table for the year-end annualization:
      *     the same graduated brackets on annual taxable
      *     compensation, and the annual personal and per-
      *     dependent exemptions.  COMPUTE-ANNUAL-WTAX works the
      *     year's tax due from these.
       01 ann-wtax-table.
           02 ann-wtax-entry occurs 7 times indexed by ann-idx.
              03 ann-wtax-over     pic 9(8)v99.
              03 ann-wtax-ceiling  pic 9(8)v99.
              03 ann-wtax-base-tax pic 9(7)v99.
              03 ann-wtax-rate     pic v9(4).
       01 ann-exempt-single      pic 9(6)v99 value 20000.00.
       01 ann-exempt-married     pic 9(6)v99 value 32000.00.
       01 ann-exempt-per-dpndt   pic 9(6)v99 value 8000.00.

      *---- one employee's year for the annualization: compensation
      *     and contributions totalled off payhist.dat by the host
      *     program, and the tax due COMPUTE-ANNUAL-WTAX returns
       01 ws-ann-gross           pic 9(9)v99.
       01 ws-ann-contrib         pic 9(9)v99.
       01 ws-ann-exemption       pic 9(7)v99.
       01 ws-ann-taxable         pic s9(9)v99.
       01 ws-ann-tax-due         pic 9(9)v99.
       01 ws-ann-withheld        pic s9(9)v99.
       01 ws-tax-adj             pic s9(7)v99.

      *---- semi-monthly support.  The host moves the calendar's
      *     frequency and half from payperd.dat to ws-cal-freq /
      *     ws-cal-half; SET-PAY-HALF then says per employee
      *     whether this cutoff pays them (ws-pay-due) and which
      *     half of the month it is for them (ws-pay-half "1" or
      *     "2", space for a whole month).  Before the second half
      *     the host loads the first half's posted figures into
      *     ws-half1-*, so the month's shares and withholding are
      *     worked on the combined month and the second half
      *     takes the balance.
       01 ws-cal-freq            pic x value space.
       01 ws-cal-half            pic x value space.
       01 ws-pay-due             pic x value "y".
       01 ws-pay-half            pic x value space.
       01 ws-half1-gross         pic 9(9)v99 value zero.
       01 ws-half1-sss-ee        pic 9(5)v99 value zero.
       01 ws-half1-phlth-ee      pic 9(5)v99 value zero.
       01 ws-half1-pibig-ee      pic 9(5)v99 value zero.
       01 ws-half1-wtax          pic s9(7)v99 value zero.
       01 ws-half1-period.
           02 ws-half1-year      pic x(4).
           02 ws-half1-pp        pic 9(2).
       01 ws-period-gross        pic 9(9)v99.
       01 ws-half-work           pic s9(9)v99.

      *---- effective-dated table file support.  LOAD-WH-TABLES in
      *     WHCALC.CPY looks up the whtab.dat row in force for the
      *     period in ws-period (first of the month for an odd
