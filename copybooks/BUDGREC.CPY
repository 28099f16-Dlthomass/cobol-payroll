           02 bg-key.
              03 bg-dept     pic a(15).
              03 bg-month    pic x(6).
           02 bg-headcount  pic 9(4).
           02 bg-salary     pic 9(9)v99.
           02 bg-er         pic 9(7)v99.
           02 bg-recstat    pic 9.
