      *>-----------------------------------------------------------
      *> WJRNSEL.cpy
      *> SELECT clause for the extract window journal. COUNTRY-BAL
      *> adds one row per subscriber window it is about to move.
      *> CYCLE-BACKOUT and RESTART-PLAN put a window back to the
      *> value it held before the date; a backout also takes the
      *> date's rows off, so the date before it can be backed out
      *> in turn.
      *>-----------------------------------------------------------
    SELECT WINDOW-JOURNAL ASSIGN TO "xtr-window.jrnl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WJRN-STATUS.
