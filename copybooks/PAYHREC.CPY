           02 ph-sss-ee     pic 9(5)v99.
           02 ph-phlth-ee   pic 9(5)v99.
           02 ph-pibig-ee   pic 9(5)v99.
           02 ph-wtax       pic s9(7)v99.
           02 ph-loan-sss   pic 9(5)v99.
           02 ph-loan-pibig pic 9(5)v99.
           02 ph-loan-adv   pic 9(5)v99.
           02 ph-net-pay    pic 9(9)v99.
           02 ph-tax-adj    pic s9(7)v99.
