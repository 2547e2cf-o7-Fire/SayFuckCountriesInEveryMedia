      *>-----------------------------------------------------------
      *> RLGNFD.cpy
      *> FD + record for the planned region-move register. Pair
      *> with RLGNSEL. RG-STATUS is P while the move is still to
      *> land and L once COUNTRY-SUSP has seen the country arrive
      *> on RG-NEW-REGION; RG-LANDED-DATE is that business date, so
      *> a same-date rerun of COUNTRY-SUSP still lets it through.
      *>-----------------------------------------------------------
FD  REALIGN-REGISTER
    RECORD CONTAINS 34 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  REALIGN-REGISTER-RECORD.
    05  RG-CODE                 PIC X(3).
    05  RG-OLD-REGION           PIC X(3).
    05  RG-NEW-REGION           PIC X(3).
    05  RG-EFFECTIVE-DATE       PIC X(8).
    05  RG-PLANNED-DATE         PIC X(8).
    05  RG-STATUS               PIC X(1).
        88  RG-IS-PLANNED           VALUE 'P'.
        88  RG-IS-LANDED            VALUE 'L'.
    05  RG-LANDED-DATE          PIC X(8).
