      *>-----------------------------------------------------------
      *> XREFFD.cpy
      *> FD for the country code cross-reference master. Pair with
      *> XREFSEL.
      *>-----------------------------------------------------------
FD  XREF-MASTER
    RECORD CONTAINS 12 CHARACTERS
    LABEL RECORDS ARE STANDARD.
COPY CTRYXREF.
