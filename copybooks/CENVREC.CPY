           02 ce-key.
              03 ce-period      pic x(6).
              03 ce-id          pic 9(5).
           02 ce-own-amount    pic 9(9)v99.
           02 ce-uncl-amount   pic 9(9)v99.
           02 ce-uncl-count    pic 9(2).
           02 ce-amount        pic 9(9)v99.
           02 ce-status        pic x.
           02 ce-oper          pic x(8).
           02 ce-mark-date     pic x(8).
           02 ce-recstat       pic 9.
