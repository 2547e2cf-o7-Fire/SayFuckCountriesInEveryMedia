      *>-----------------------------------------------------------
      *> PNDDSEL.cpy
      *> SELECT clause for the drained pending-row copy.
      *> COUNTRY-APPLY rewrites it every cycle with each queued row
      *> it took off the pending-update queue that night (posted or
      *> rejected) - a same-date rerun adds to it instead - and
      *> CYCLE-BACKOUT puts those rows back on the queue when a
      *> business date is backed out.
      *>-----------------------------------------------------------
    SELECT PNDUPD-DRAINED ASSIGN TO "country-pndupd.drained"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DRAINED-STATUS.
