           02 px-key.
              03 px-id          pic 9(5).
              03 px-set-date    pic x(8).
           02 px-lname         pic a(15).
           02 px-fname         pic a(15).
           02 px-dept          pic a(15).
           02 px-hdate         pic x(10).
           02 px-sepdate       pic x(10).
           02 px-rows          pic 9(5).
           02 px-oper          pic x(8).
           02 px-recstat       pic 9.
