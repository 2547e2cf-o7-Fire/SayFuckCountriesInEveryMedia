      *>-----------------------------------------------------------
      *> RLGNSEL.cpy
      *> SELECT clause for the planned region-move register.
      *> REGION-REALIGN adds one row per country it queues to move;
      *> COUNTRY-APPLY posts only the region from a queued row that
      *> matches a planned row; COUNTRY-SUSP lets a region change
      *> through unheld when it matches, and marks the row landed.
      *>-----------------------------------------------------------
    SELECT REALIGN-REGISTER ASSIGN TO "region-realign.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RLGN-STATUS.
