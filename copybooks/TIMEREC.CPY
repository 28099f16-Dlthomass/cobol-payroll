           02 ts-reghrs     pic 9(3)v9.
           02 ts-othrs      pic 9(3)v9.
           02 ts-absdays    pic 9(2).
           02 ts-rhhrs      pic 9(3)v9.
           02 ts-shhrs      pic 9(3)v9.
           02 ts-rdhrs      pic 9(3)v9.
           02 ts-rhrdhrs    pic 9(3)v9.
           02 ts-shrdhrs    pic 9(3)v9.
           02 ts-ndhrs      pic 9(3)v9.
           02 ts-rhdays     pic 9(2).
           02 ts-source     pic x.
           02 ts-recstat    pic 9.
