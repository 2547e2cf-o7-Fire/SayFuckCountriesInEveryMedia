      *>-----------------------------------------------------------
      *> WJRNFD.cpy
      *> FD + record for the extract window journal. Pair with
      *> WJRNSEL. WJ-PRIOR-EXTRACT is the subscriber's last-extract
      *> date as it stood before the move (blank means the feed was
      *> FULL). Rows are only ever added under a date, so the first
      *> row for a subscriber and date is its window before that
      *> cycle.
      *>-----------------------------------------------------------
FD  WINDOW-JOURNAL
    RECORD CONTAINS 32 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  WINDOW-JOURNAL-RECORD.
    05  WJ-BUSINESS-DATE        PIC X(8).
    05  WJ-SUB-ID               PIC X(8).
    05  WJ-PRIOR-EXTRACT        PIC X(8).
    05  WJ-NEW-EXTRACT          PIC X(8).
