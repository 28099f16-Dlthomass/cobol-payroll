           02 rp-key.
              03 rp-id       pic 9(5).
              03 rp-period   pic x(6).
              03 rp-effdate  pic 9(8).
           02 rp-gross      pic s9(9)v99.
           02 rp-sss-ee     pic s9(5)v99.
           02 rp-phlth-ee   pic s9(5)v99.
           02 rp-pibig-ee   pic s9(5)v99.
           02 rp-wtax       pic s9(7)v99.
           02 rp-periods    pic 9(2).
           02 rp-recstat    pic 9.
