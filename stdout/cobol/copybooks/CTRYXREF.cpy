      *>-----------------------------------------------------------
      *> CTRYXREF.cpy
      *> Record layout for the country code cross-reference master
      *> (country-xref.txt), one row per country per alternate code
      *> scheme - e.g. ISOA2 (ISO alpha-2) or ISONUM (ISO numeric).
      *> Our own 3-character CTRY-CODE is never carried here: a
      *> blank or OWN scheme on a vendor card or subscriber row
      *> means our own code and needs no translation. An alternate
      *> code is unique within its scheme, so a row reads both ways
      *> - inbound (VENDOR-LOAD) and outbound (COUNTRY-XTR).
      *> XREF-MAINT is the only writer.
      *>-----------------------------------------------------------
01  XREF-RECORD.
    05  XREF-CODE                   PIC X(3).
    05  XREF-SCHEME                 PIC X(6).
    05  XREF-ALT-CODE               PIC X(3).
