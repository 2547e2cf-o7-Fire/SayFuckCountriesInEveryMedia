      *>-----------------------------------------------------------
      *> RFRQFD.cpy
      *> FD + record for the population refresh-request control
      *> file. Pair with RFRQSEL. RQ-REQUEST-DATE is the business
      *> date the country was last sent to the vendors and
      *> RQ-FIRST-REQUEST-DATE the date it was first asked for, so
      *> a country the vendors keep leaving out shows its full age.
      *> RQ-STATUS is S until a VENDOR-LOAD run has looked for it,
      *> then B (came back in a clean feed row) or M (still
      *> missing); RQ-QUEUED-FLAG says whether the figure that came
      *> back was queued as a pending update.
      *>-----------------------------------------------------------
FD  REFRESH-CONTROL
    RECORD CONTAINS 31 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  REFRESH-CONTROL-RECORD.
    05  RQ-CODE                 PIC X(3).
    05  RQ-REQUEST-DATE         PIC X(8).
    05  RQ-FIRST-REQUEST-DATE   PIC X(8).
    05  RQ-STATUS               PIC X(1).
        88  RQ-IS-SENT              VALUE 'S'.
        88  RQ-IS-BACK              VALUE 'B'.
        88  RQ-IS-MISSING           VALUE 'M'.
    05  RQ-V1-BACK-FLAG         PIC X(1).
    05  RQ-V2-BACK-FLAG         PIC X(1).
    05  RQ-QUEUED-FLAG          PIC X(1).
        88  RQ-WAS-QUEUED           VALUE 'Y'.
    05  RQ-CHECKED-DATE         PIC X(8).
