           02 cl-period     pic x(6).
           02 cl-start-date pic x(10).
           02 cl-end-date   pic x(10).
           02 cl-pay-date   pic x(10).
           02 cl-freq       pic x.
           02 cl-half       pic x.
           02 cl-status     pic x.
           02 cl-recstat    pic 9.
