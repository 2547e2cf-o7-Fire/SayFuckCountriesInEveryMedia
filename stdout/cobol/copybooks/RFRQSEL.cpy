      *>-----------------------------------------------------------
      *> RFRQSEL.cpy
      *> SELECT clause for the population refresh-request control
      *> file. POP-STALE rewrites it with one row per stale country
      *> it has asked the vendors to refresh; VENDOR-LOAD marks on
      *> it which requested countries came back in the next feed.
      *>-----------------------------------------------------------
    SELECT REFRESH-CONTROL ASSIGN TO "pop-refresh.ctl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RFRQ-STATUS.
