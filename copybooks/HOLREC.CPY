           02 hl-date       pic 9(8).
           02 hl-type       pic x.
           02 hl-desc       pic x(30).
           02 hl-recstat    pic 9.
