           02 emp-wrkhrs    pic 9(3)V9.
           02 emp-ewrkhrs   pic z99.9.
           02 emp-bankacct  pic 9(12).
           02 emp-payfreq   pic x.
           02 emp-sepdate   pic x(10).
           02 emp-recstat   pic 9.
