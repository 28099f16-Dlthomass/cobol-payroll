           02 pc-key.
              03 pc-id          pic 9(5).
              03 pc-stamp       pic x(14).
              03 pc-kind        pic x.
           02 pc-old-rate      pic 9(6)v99.
           02 pc-new-rate      pic 9(6)v99.
           02 pc-effdate       pic 9(8).
           02 pc-old-acct      pic 9(12).
           02 pc-new-acct      pic 9(12).
           02 pc-source        pic x(8).
           02 pc-maker         pic x(8).
           02 pc-status        pic x.
           02 pc-checker       pic x(8).
           02 pc-check-stamp   pic x(14).
           02 pc-recstat       pic 9.
