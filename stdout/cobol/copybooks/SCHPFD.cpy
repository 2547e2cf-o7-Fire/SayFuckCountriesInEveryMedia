      *>-----------------------------------------------------------
      *> SCHPFD.cpy
      *> FD + record for the scheduled-posting list. Pair with
      *> SCHPSEL. SP-BUSINESS-DATE is the cycle that posted the
      *> row, so a reader can ignore a list left over from an
      *> earlier night.
      *>-----------------------------------------------------------
FD  SCHED-POSTED
    RECORD CONTAINS 20 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  SCHED-POSTED-RECORD.
    05  SP-CODE                 PIC X(3).
    05  SP-ACTION               PIC X(1).
    05  SP-EFFECTIVE-DATE       PIC X(8).
    05  SP-BUSINESS-DATE        PIC X(8).
