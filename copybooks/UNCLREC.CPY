           02 uw-amount     pic 9(9)v99.
           02 uw-reason     pic x(20).
           02 uw-status     pic x.
           02 uw-counter    pic x.
           02 uw-env-period pic x(6).
           02 uw-recstat    pic 9.
