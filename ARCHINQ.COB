           02 filler             pic x value space.
           02 rl-pibig           pic z(4)9.99.
           02 filler             pic x value space.
           02 rl-wtax            pic -(6)9.99.
           02 filler             pic x value space.
           02 rl-loans           pic z(5)9.99.
           02 filler             pic x value space.
