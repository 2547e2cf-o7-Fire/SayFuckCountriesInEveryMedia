      *>-----------------------------------------------------------
      *> XREFSEL.cpy
      *> SELECT clause for the country code cross-reference master.
      *> Shared by XREF-MAINT (writer), VENDOR-LOAD (inbound
      *> translation), COUNTRY-XTR (outbound translation),
      *> COUNTRY-ACK (billing codes read back) and COUNTRY-EDIT
      *> (missing-mapping check).
      *>-----------------------------------------------------------
    SELECT XREF-MASTER ASSIGN TO "country-xref.txt"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XREF-STATUS.
