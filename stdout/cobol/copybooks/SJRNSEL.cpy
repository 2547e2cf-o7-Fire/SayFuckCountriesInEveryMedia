      *>-----------------------------------------------------------
      *> SJRNSEL.cpy
      *> SELECT clause for the suspense journal. COUNTRY-SUSP and
      *> SUSP-AGE add one row per suspense row they are about to
      *> add, change or remove; the first of them under a new
      *> business date starts the journal afresh. CYCLE-BACKOUT puts
      *> the rows back as they stood before a backed-out date.
      *>-----------------------------------------------------------
    SELECT SUSP-JOURNAL ASSIGN TO "country-susp.jrnl"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SJRN-STATUS.
