      *>-----------------------------------------------------------
      *> VNDXFD.cpy
      *> FD + record for the vendor code-scheme card. Pair with
      *> VNDXSEL. Columns 1-6 are vendor 1 (vendor-pop.dat), 7-12
      *> vendor 2 (vendor-pop2.dat). A blank or OWN scheme - or no
      *> card at all - means that vendor sends our own code.
      *>-----------------------------------------------------------
FD  VENDXREF-PARM
    RECORD CONTAINS 12 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  VENDXREF-PARM-RECORD.
    05  VX-FEED1-SCHEME             PIC X(6).
    05  VX-FEED2-SCHEME             PIC X(6).
