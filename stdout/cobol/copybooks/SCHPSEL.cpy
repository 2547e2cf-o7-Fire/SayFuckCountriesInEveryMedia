      *>-----------------------------------------------------------
      *> SCHPSEL.cpy
      *> SELECT clause for the scheduled-posting list. COUNTRY-APPLY
      *> rewrites it every cycle with one row per future-dated
      *> pending update it posted that night; COUNTRY-HIST reads it
      *> so the history row carries the scheduled effective date.
      *>-----------------------------------------------------------
    SELECT SCHED-POSTED ASSIGN TO "country-sched.posted"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHPOST-STATUS.
