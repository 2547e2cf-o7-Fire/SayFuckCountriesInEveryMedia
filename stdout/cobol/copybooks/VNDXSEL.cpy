      *>-----------------------------------------------------------
      *> VNDXSEL.cpy
      *> SELECT clause for the vendor code-scheme card. Names the
      *> code scheme each statistics vendor sends, so VENDOR-LOAD
      *> can translate the feed and COUNTRY-EDIT knows which
      *> cross-reference mappings the vendors depend on.
      *>-----------------------------------------------------------
    SELECT VENDXREF-PARM ASSIGN TO "vendxref.parm"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VXPARM-STATUS.
