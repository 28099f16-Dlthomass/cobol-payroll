           02 wt-exempt-married   pic 9(5)v99.
           02 wt-exempt-dpndt     pic 9(5)v99.
           02 wt-max-dpndts       pic 9(2).
           02 wt-ann-wtax-entry occurs 7 times.
              03 wt-ann-over      pic 9(8)v99.
              03 wt-ann-ceiling   pic 9(8)v99.
              03 wt-ann-base-tax  pic 9(7)v99.
              03 wt-ann-rate      pic v9(4).
           02 wt-ann-exempt-single  pic 9(6)v99.
           02 wt-ann-exempt-married pic 9(6)v99.
           02 wt-ann-exempt-dpndt   pic 9(6)v99.
           02 wt-recstat          pic 9.
