      *>-----------------------------------------------------------
      *> SJRNFD.cpy
      *> FD + record for the suspense journal. Pair with SJRNSEL.
      *> SJ-BEFORE-IMAGE is the whole suspense row as it stood
      *> before the step touched it; a row the step created from
      *> nothing carries SJ-ROW-WAS-NEW and no image. The journal
      *> only holds one business date and rows are only ever added,
      *> so the first row for a code is its state before the cycle.
      *>-----------------------------------------------------------
FD  SUSP-JOURNAL
    RECORD CONTAINS 114 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  SUSP-JOURNAL-RECORD.
    05  SJ-BUSINESS-DATE        PIC X(8).
    05  SJ-JOB-NAME             PIC X(8).
    05  SJ-CODE                 PIC X(3).
    05  SJ-BEFORE-FLAG          PIC X(1).
        88  SJ-ROW-WAS-NEW          VALUE 'N'.
        88  SJ-HAS-BEFORE-IMAGE     VALUE 'B'.
    05  SJ-BEFORE-IMAGE         PIC X(94).
