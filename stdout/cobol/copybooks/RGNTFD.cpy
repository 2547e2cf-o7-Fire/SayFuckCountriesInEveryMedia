      *>-----------------------------------------------------------
      *> RGNTFD.cpy
      *> FD + record for the region transaction file. Pair with
      *> RGNTSEL. RT-EFFECTIVE-DATE holds a transaction back until
      *> busdate.parm reaches it; blank applies it on the next run,
      *> as before the date was added.
      *>-----------------------------------------------------------
FD  REGION-TRANS
    RECORD CONTAINS 43 CHARACTERS
    LABEL RECORDS ARE STANDARD.
01  REGION-TRANS-RECORD.
    05  RT-ACTION                   PIC X(1).
        88  RT-ACTION-ADD               VALUE 'A'.
        88  RT-ACTION-CHANGE            VALUE 'C'.
        88  RT-ACTION-DELETE            VALUE 'D'.
    05  RT-CODE                     PIC X(3).
    05  RT-NAME                     PIC X(30).
    05  RT-ACTIVE-FLAG              PIC X(1).
    05  RT-EFFECTIVE-DATE           PIC X(8).
