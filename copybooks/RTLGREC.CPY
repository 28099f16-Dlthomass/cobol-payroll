           02 rt-key.
              03 rt-id       pic 9(5).
              03 rt-effdate  pic 9(8).
           02 rt-rate       pic 9(6)v99.
           02 rt-period     pic x(6).
           02 rt-recstat    pic 9.
