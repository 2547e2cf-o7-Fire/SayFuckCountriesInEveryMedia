      *> country's current lifecycle status and successor - only a
      *> deliberate A/I/M submission moves them, so a population
      *> release cannot silently resurrect a merged country.
      *> Every row carries a two-person approval state: an operator
      *> submission queues as awaiting approval ('P') and a second,
      *> different user decides it on COUNTRY-APRV. COUNTRY-APPLY
      *> posts only approved rows. A blank state (a row queued
      *> before approval existed) counts as awaiting approval.
      *> PU-EFFECTIVE-DATE schedules a change ahead: COUNTRY-APPLY
      *> keeps an approved row queued until busdate.parm reaches
      *> that date. Blank posts on the next cycle, as before.
      *>-----------------------------------------------------------
01  PENDING-UPDATE-RECORD.
    05  PU-ACTION                   PIC X(1).
    05  PU-OPERATOR-ID              PIC X(8).
    05  PU-STATUS-FLAG              PIC X(1).
    05  PU-SUCCESSOR-CODE           PIC X(3).
    05  PU-APPROVAL-STATUS          PIC X(1).
        88  PU-AWAITING-APPROVAL        VALUE 'P' ' '.
        88  PU-IS-APPROVED              VALUE 'A'.
        88  PU-IS-REJECTED              VALUE 'R'.
    05  PU-APPROVER-ID              PIC X(8).
    05  PU-DECIDED-DATE             PIC X(8).
    05  PU-DECIDED-TIME             PIC X(6).
    05  PU-EFFECTIVE-DATE           PIC X(8).
