      *>-----------------------------------------------------------
      *> PNDDFD.cpy
      *> FD + record for the drained pending-row copy. Pair with
      *> PNDDSEL. PD-PENDING-ROW is the queued row exactly as it
      *> stood on country-pndupd.dat; PD-BUSINESS-DATE is the cycle
      *> that drained it, so a reader can ignore a copy left over
      *> from an earlier night.
      *>-----------------------------------------------------------
FD  PNDUPD-DRAINED
    RECORD CONTAINS 130 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  PNDUPD-DRAINED-RECORD.
    05  PD-BUSINESS-DATE        PIC X(8).
    05  PD-PENDING-ROW          PIC X(122).
