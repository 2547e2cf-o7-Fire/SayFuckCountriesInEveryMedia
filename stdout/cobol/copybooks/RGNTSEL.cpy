      *>-----------------------------------------------------------
      *> RGNTSEL.cpy
      *> SELECT clause for the region transaction file. REGION-MAINT
      *> applies and drains it; REGION-REALIGN appends the dated
      *> retirement of a region it has emptied.
      *>-----------------------------------------------------------
    SELECT REGION-TRANS ASSIGN TO "region-maint.trn"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
